      * Registration hold record, keyed by student, hold type and a
      * sequence in data/registration-holds.dat. Placed by hand
      * through HoldMaint or, for unpaid tuition past its grace
      * period, by the FinHold batch (placed by FINHOLD). A hold
      * with no release date is active: Enroll, StuBatch and
      * Transcript refuse the student while one stands (HOLDCHKP),
      * and HoldRpt lists them by type. Released holds are kept as
      * the student's history.
       01 registration-hold-record.
           02 hld-key.
              03 hld-student-id pic 9(7).
              03 hld-type pic x.
                 88 hld-financial value "F".
                 88 hld-library value "L".
                 88 hld-academic value "A".
                 88 hld-registrar value "R".
                 88 hld-type-valid value "F" "L" "A" "R".
              03 hld-seq pic 99.
           02 hld-placed-date pic 9(8).
           02 hld-placed-by pic x(8).
           02 hld-reason pic x(30).
           02 hld-released-date pic 9(8).
              88 hld-active value zeroes.
           02 hld-released-by pic x(8).
