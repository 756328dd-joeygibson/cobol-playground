      * Working storage for the course waiting-list routines in
      * SEATFILP, shared by Enroll, StuBatch, AttendAw and
      * Students. COPY this into WORKING-STORAGE and SEATFILP into
      * the PROCEDURE DIVISION. The program declares
      * course-wait-file (CRSWAIT, key cw-key, status
      * course-wait-status) and wait-notice-file (one 70-byte
      * wait-notice-line, status wait-notice-status)
      * alongside its enrollment-file, grades-file, catalog-file,
      * hold-file (with HOLDCHK and HOLDCHKP) and transfer-file
      * (XFERCRED, with XFERCHK and XFERCHKP). Load sf-course-code,
      * sf-term-id and (to place a request) sf-student-id before
      * performing place-on-waiting-list or fill-freed-seats.
       01 course-wait-status pic xx value spaces.
           88 course-wait-ok value "00".
           88 course-wait-missing value "35".
       01 wait-notice-status pic xx value spaces.
           88 wait-notice-missing value "35".

       01 sf-course-code pic x(4) value spaces.
       01 sf-term-id pic x(5) value spaces.
       01 sf-student-id pic 9(7) value zeroes.
       01 sf-today-date pic 9(8) value zeroes.

       01 sf-catalog-table.
           02 sf-catalog-entry occurs 50 times.
               03 sf-cat-code pic x(4).
               03 sf-cat-title pic x(20).
               03 sf-cat-capacity pic 9(3).
               03 sf-cat-prereq pic x(4).
               03 sf-cat-days pic x(5).
               03 sf-cat-period pic 9.
       01 sf-catalog-count pic 99 value zeroes.
       01 sf-cat-idx pic 99 value zeroes.
       01 sf-lookup-code pic x(4) value spaces.
       01 sf-lookup-idx pic 99 value zeroes.
       01 sf-course-idx pic 99 value zeroes.
       01 sf-held-cat-idx pic 99 value zeroes.

       01 sf-catalog-eof pic x value "N".
           88 sf-end-of-catalog value "Y".
       01 sf-enrol-scan-eof pic x value "N".
           88 sf-end-of-enrol-scan value "Y".
       01 sf-wait-scan-eof pic x value "N".
           88 sf-end-of-wait-scan value "Y".

       01 sf-seats-taken pic 9(3) value zeroes.
       01 sf-seats-free pic 9(3) value zeroes.
       01 sf-filled-count pic 9(3) value zeroes.
       01 sf-last-seq pic 9(4) value zeroes.
       01 sf-wait-position pic 9(4) value zeroes.

       01 sf-placed-flag pic x value "N".
           88 sf-was-placed value "Y".
       01 sf-already-waiting-flag pic x value "N".
           88 sf-already-waiting value "Y".
       01 sf-eligible-flag pic x value "Y".
           88 sf-student-eligible value "Y".
       01 sf-enrolled-flag pic x value "N".
           88 sf-already-enrolled value "Y".
       01 sf-passed-reason pic x(20) value spaces.

       01 sf-held-course-list.
           02 sf-held-course pic x(4) occurs 10 times.
       01 sf-held-count pic 99 value zeroes.
       01 sf-held-idx pic 99 value zeroes.
       01 sf-day-idx pic 9 value zeroes.
       01 sf-day-idx-2 pic 9 value zeroes.

       01 sf-notice-heading.
           02 filler pic x(32) value
              "Waiting-List Enrollment Notice  ".
           02 sf-prn-notice-date pic 9(8).

       01 sf-notice-student.
           02 filler pic x(8) value "Student ".
           02 sf-prn-notice-student pic 9(7).

       01 sf-notice-course.
           02 filler pic x(21) value "A seat has opened in ".
           02 sf-prn-notice-course pic x(4).
           02 filler pic x value space.
           02 sf-prn-notice-title pic x(20).
           02 filler pic x(7) value ", term ".
           02 sf-prn-notice-term pic x(5).

       01 sf-notice-closing pic x(52) value
          "and you have been enrolled from the waiting list.".
