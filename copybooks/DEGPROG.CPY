      * Degree-program requirements record, one line per program in
      * data/degree-programs.dat, maintained by ProgMaint and read by
      * the GradAudit graduation audit. A program names up to ten
      * required courses and up to three elective groups; each group
      * lists up to six courses of which the student must pass the
      * number needed (zero means the group is unused). A course only
      * counts toward the program with at least the minimum grade,
      * and the student's passed courses must come to the minimum
      * credits. Unused course slots are spaces.
       01 program-record.
           02 prog-code pic x(4).
           02 prog-title pic x(20).
           02 prog-active-flag pic x.
              88 prog-active value "A".
              88 prog-retired value "R".
           02 prog-min-grade pic x.
           02 prog-min-credits pic 9(3).
           02 prog-required-course pic x(4) occurs 10 times.
           02 prog-elective-group occurs 3 times.
              03 prog-elective-needed pic 9.
              03 prog-elective-course pic x(4) occurs 6 times.
