      * Working storage for the student address block in STUADDRP,
      * shared by Transcript, TuitionBill and AcadStanding. COPY this
      * into WORKING-STORAGE and STUADDRP into the PROCEDURE
      * DIVISION. The program declares contact-file (STUCONT, key
      * con-student-id, dynamic) with contact-file-status, opens it
      * input at the start of the run (a missing file is left
      * closed) and closes it at the end when present. Load
      * sa-student-id and perform build-address-block; the two lines
      * come back in sa-street-line and sa-city-line, ready to print
      * through sa-address-line.
       01 contact-file-status pic xx value spaces.
           88 contact-file-ok value "00".
           88 contact-file-missing value "35".

       01 sa-student-id pic 9(7) value zeroes.
       01 sa-street-line pic x(40) value spaces.
       01 sa-city-line pic x(40) value spaces.
       01 sa-found-flag pic x value "N".
           88 sa-address-found value "Y".

       01 sa-address-line.
           02 filler pic x(10) value spaces.
           02 sa-prn-address pic x(40).
