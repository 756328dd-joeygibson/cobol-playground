      * Tuition-refund record, one per course dropped (W) or
      * administratively withdrawn (X) after the student was billed
      * for the term, keyed by student, term and course in
      * data/tuition-refunds.dat. Written by the TUIREFP routines in
      * Enroll, AttendAw and Students: the week of the term the drop
      * fell in, the schedule percentage and the course fee it was
      * taken of, and the credit posted against the term's bill
      * (held to what was left to charge after aid and earlier
      * credits). The term refund register totals these by course.
       01 tuition-refund-record.
           02 tr-key.
              03 tr-student-id pic 9(7).
              03 tr-term-id pic x(5).
              03 tr-course-code pic x(4).
           02 tr-drop-date pic 9(8).
           02 tr-drop-kind pic x.
              88 tr-student-drop value "W".
              88 tr-admin-withdrawal value "X".
           02 tr-week-number pic 99.
           02 tr-refund-percent pic 999.
           02 tr-course-fee pic 9(4)v99.
           02 tr-refund-amount pic 9(5)v99.
