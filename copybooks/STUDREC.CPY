      *                term-end AcadStanding batch: G good, W
      *                warning, P probation, D dismissal review;
      *                space on older records means not yet rated.
      * 2026-10-15 JG  Degree-program code added, set at entry or
      *                declared through ProgMaint and audited by
      *                GradAudit; spaces mean no program declared.
       01 student-record.
           88 end-of-student-file value high-values.
           02 student-id pic 9(7).
              88 standing-warning value "W".
              88 standing-probation value "P".
              88 standing-dismissal value "D".
           02 student-program-code pic x(4).
              88 program-undeclared value spaces.
