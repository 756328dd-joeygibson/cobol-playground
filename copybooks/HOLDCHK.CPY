      * Working storage for the registration hold check in HOLDCHKP,
      * shared by Enroll, StuBatch, AttendAw and Students (through
      * the waiting list fill in SEATFILP) and Transcript. COPY this
      * into WORKING-STORAGE and HOLDCHKP into the PROCEDURE
      * DIVISION. The program declares hold-file (STUHOLD, key
      * hld-key, dynamic)
      * with hold-file-status and opens it input at the start of
      * the run; a missing file means nobody is held and is left
      * closed. Load hc-student-id and perform check-student-holds:
      * hc-student-held says an active hold stands, with its type,
      * reason and a printable hc-hold-message.
       01 hold-file-status pic xx value spaces.
           88 hold-file-ok value "00".
           88 hold-file-missing value "35".

       01 hc-student-id pic 9(7) value zeroes.
       01 hc-held-flag pic x value "N".
           88 hc-student-held value "Y".
       01 hc-hold-type pic x value spaces.
       01 hc-hold-reason pic x(30) value spaces.
       01 hc-hold-label pic x(10) value spaces.
       01 hc-hold-message pic x(40) value spaces.
       01 hc-scan-eof pic x value "N".
           88 hc-end-of-hold-scan value "Y".
