      * Student contact record, companion to STUDREC and keyed by the
      * same student id in data/student-contacts.dat: mailing
      * address, phone and email, and the emergency contact. Kept by
      * ContMaint. Transcript, TuitionBill and AcadStanding print the
      * address block from it through the STUADDRP routine, and
      * ContExcept lists the current students missing one.
       01 student-contact-record.
           02 con-student-id pic 9(7).
           02 con-street pic x(25).
           02 con-city pic x(15).
           02 con-state pic xx.
           02 con-postal-code pic x(10).
           02 con-phone pic x(12).
           02 con-email pic x(30).
           02 con-emerg-name pic x(20).
           02 con-emerg-relation pic x(10).
           02 con-emerg-phone pic x(12).
           02 con-updated-date pic 9(8).
