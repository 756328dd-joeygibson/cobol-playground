      * Course waiting-list record in data/course-waitlist.dat,
      * keyed by course and request sequence, so reading a course's
      * entries in key order gives them in the order they were
      * asked for -- the student's rank. Placed by Enroll (the
      * registrar's choice on a full course) and StuBatch (a full
      * course on the registration load); when a drop or an
      * administrative withdrawal frees a seat, the SEATFILP
      * routines enroll the first eligible waiting student and mark
      * the entry E. C is a request withdrawn at the desk. The
      * reason the student was last passed over (prerequisite,
      * schedule conflict) stays on the entry for CrsWaitRpt.
       01 course-wait-record.
           02 cw-key.
              03 cw-course-code pic x(4).
              03 cw-request-seq pic 9(4).
           02 cw-student-id pic 9(7).
           02 cw-term-id pic x(5).
           02 cw-request-date pic 9(8).
           02 cw-status pic x.
              88 cw-waiting value "W".
              88 cw-enrolled value "E".
              88 cw-cancelled value "C".
           02 cw-outcome-date pic 9(8).
           02 cw-passed-reason pic x(20).
