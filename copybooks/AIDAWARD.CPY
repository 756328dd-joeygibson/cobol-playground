      * Financial-aid award record, one per scholarship, grant or
      * waiver given to a student for a term, keyed by student, term
      * and a sequence in data/aid-awards.dat. Kept by AidMaint. An
      * award is a fixed amount or a percentage of the term's
      * tuition; TuitionBill applies the open awards on the term
      * statement as credit lines and stamps each with the amount
      * and date applied, and AidRpt totals those by source for the
      * finance office.
       01 aid-award-record.
           02 aa-key.
              03 aa-student-id pic 9(7).
              03 aa-term-id pic x(5).
              03 aa-seq pic 99.
           02 aa-award-type pic x.
              88 aa-scholarship value "S".
              88 aa-grant value "G".
              88 aa-waiver value "W".
              88 aa-type-valid value "S" "G" "W".
           02 aa-basis pic x.
              88 aa-fixed-amount value "A".
              88 aa-percentage value "P".
              88 aa-basis-valid value "A" "P".
           02 aa-amount pic 9(5)v99.
           02 aa-percent pic 999v99.
           02 aa-source pic x(20).
           02 aa-status pic x.
              88 aa-open value "O".
              88 aa-applied value "P".
              88 aa-cancelled value "C".
           02 aa-award-date pic 9(8).
           02 aa-applied-amount pic 9(5)v99.
           02 aa-applied-date pic 9(8).
