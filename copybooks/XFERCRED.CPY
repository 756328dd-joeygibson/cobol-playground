      * Transfer credit record, keyed by student and a sequence in
      * data/transfer-credits.dat and posted through XferMaint: a
      * course taken at another school, with the catalog course it
      * is accepted as (spaces = general credit, no equivalent), the
      * credits and the grade -- a letter A-D or F, or P for a pass
      * on a pass/fail course. Transcript prints them in their own
      * section; Enroll and StuBatch take a passing equivalent as
      * meeting a prerequisite (XFERCHKP). A transfer grade stays
      * out of the GPA unless xfr-gpa-flag is Y.
       01 transfer-credit-record.
           02 xfr-key.
              03 xfr-student-id pic 9(7).
              03 xfr-seq pic 99.
           02 xfr-institution pic x(25).
           02 xfr-ext-course pic x(10).
           02 xfr-equiv-code pic x(4).
           02 xfr-credits pic 9.
           02 xfr-grade pic x.
              88 xfr-grade-valid value "A" "B" "C" "D" "F" "P".
              88 xfr-grade-passing value "A" "B" "C" "D" "P".
              88 xfr-grade-is-pass value "P".
           02 xfr-gpa-flag pic x.
              88 xfr-counts-in-gpa value "Y".
           02 xfr-posted-date pic 9(8).
           02 xfr-posted-by pic x(8).
