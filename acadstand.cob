      * data/standing-history.dat, prints a standing register for
      * the registrar and writes the required notification letters.
      * A second consecutive probation escalates straight to
      * dismissal review off the history. Each letter is headed
      * with the student's name and mailing address from
      * data/student-contacts.dat.

       environment division.
       input-output section.
               organization is line sequential
               file status is terms-file-status.

           select contact-file assign to "data/student-contacts.dat"
               organization is indexed
               access mode is dynamic
               record key is con-student-id
               file status is contact-file-status.

           select history-file assign to
               "data/standing-history.dat"
               organization is line sequential
       FD terms-file.
           copy TERMREC.

       FD contact-file.
           copy STUCONT.

       FD history-file.
       01 standing-history-record.
           02 sh-student-id pic 9(7).
       01 history-eof-flag pic x value "N".
           88 end-of-history value "Y".

           copy STUADDR.

       01 grade-scan-eof pic x value "N".
           88 end-of-grade-scan value "Y".

           end-if
           open output register-report
           open output letter-report
           open input contact-file

           accept ws-today-date from date YYYYMMDD
           move current-term-id to prn-reg-term

           close students-file, grades-file
           close history-file, register-report, letter-report
           if not contact-file-missing
               close contact-file
           end-if

           display "Students rated: " students-rated
           display "Notification letters written: " letters-written
             after advancing 1 line.

       write-notification-letter.
           move student-name to sa-prn-address
           write letter-line from sa-address-line
             after advancing 2 lines

           move student-id to sa-student-id
           perform build-address-block
           move sa-street-line to sa-prn-address
           write letter-line from sa-address-line
             after advancing 1 line
           if sa-address-found
               move sa-city-line to sa-prn-address
               write letter-line from sa-address-line
                 after advancing 1 line
           end-if

           move student-name to prn-let-student-name
           move student-id to prn-let-student-id
           write letter-line from letter-name-line
           write letter-line from letter-rule-line
             after advancing 1 line
           add 1 to letters-written.

           copy STUADDRP.
