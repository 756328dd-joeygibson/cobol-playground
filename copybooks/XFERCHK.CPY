      * Working storage for the transfer credit routines in
      * XFERCHKP, shared by Enroll, StuBatch, Transcript and
      * GpaReport, and by AttendAw and Students through the waiting
      * list fill in SEATFILP. COPY this into WORKING-STORAGE and
      * XFERCHKP into the PROCEDURE DIVISION. The program declares
      * transfer-file (XFERCRED, key xfr-key, dynamic) with
      * transfer-file-status and opens it input at the start of the
      * run; a missing file means no transfer credit and is left
      * closed.
      * Load xc-student-id and xc-course-code and perform
      * check-transfer-credit: xc-transfer-passed says the student
      * brought in a passing equivalent of the course. Load
      * xc-student-id and perform sum-transfer-gpa: xc-gpa-points
      * and xc-gpa-courses hold the grade points and count of the
      * transfer grades flagged to count in the GPA.
       01 transfer-file-status pic xx value spaces.
           88 transfer-file-ok value "00".
           88 transfer-file-missing value "35".

       01 xc-student-id pic 9(7) value zeroes.
       01 xc-course-code pic x(4) value spaces.
       01 xc-passed-flag pic x value "N".
           88 xc-transfer-passed value "Y".
       01 xc-gpa-points pic 9(4) value zeroes.
       01 xc-gpa-courses pic 9(3) value zeroes.
       01 xc-one-points pic 9 value zeroes.
       01 xc-scan-eof pic x value "N".
           88 xc-end-of-transfer-scan value "Y".
