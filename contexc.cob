       identification division.
       program-id. ContExcept.
      * Student contact exception report for the registrar: every
      * current student -- on the current term in the student
      * master, or holding an active enrollment for it in
      * data/enrollments.dat -- who has no record in
      * data/student-contacts.dat, no mailing address on it, or no
      * emergency contact (name and phone). Output is
      * output/contact-exceptions.txt.

       environment division.
       input-output section.
       file-control.
           select students-file assign to "students1.dat"
               organization is indexed
               access mode is sequential
               record key is student-id
               file status is students-file-status.

           select contact-file assign to "data/student-contacts.dat"
               organization is indexed
               access mode is dynamic
               record key is con-student-id
               file status is contact-file-status.

           select enrollment-file assign to "data/enrollments.dat"
               organization is indexed
               access mode is dynamic
               record key is enrol-key
               file status is enrollment-file-status.

           select terms-file assign to "data/terms.dat"
               organization is line sequential
               file status is terms-file-status.

           select exception-report assign to
               "output/contact-exceptions.txt"
               organization is line sequential.

       data division.
       file section.
       FD students-file.
           copy STUDREC.

       FD contact-file.
           copy STUCONT.

       FD enrollment-file.
           copy ENROLREC.

       FD terms-file.
           copy TERMREC.

       FD exception-report.
       01 exception-line pic x(70).

       working-storage section.
       01 students-file-status pic xx value spaces.
           88 students-file-missing value "35".
       01 contact-file-status pic xx value spaces.
           88 contact-file-missing value "35".
       01 enrollment-file-status pic xx value spaces.
           88 enrollment-file-missing value "35".

       01 terms-file-status pic xx value spaces.
           88 terms-file-ok value "00".
       01 terms-eof-flag pic x value "N".
           88 end-of-terms-file value "Y".
       01 current-term-id pic x(5) value spaces.

       01 enrol-scan-eof pic x value "N".
           88 end-of-enrol-scan value "Y".
       01 current-student-flag pic x value "N".
           88 is-current-student value "Y".

       01 students-checked pic 9(5) value zeroes.
       01 no-record-count pic 9(5) value zeroes.
       01 no-address-count pic 9(5) value zeroes.
       01 no-emergency-count pic 9(5) value zeroes.

       01 exception-heading.
           02 filler pic x(36) value
              "Student Contact Exceptions -- term  ".
           02 prn-eh-term pic x(5).

       01 exception-column-header.
           02 filler pic x(9) value "Student".
           02 filler pic x(12) value "Name".
           02 filler pic x(30) value "Missing".

       01 exception-detail.
           02 prn-ed-student-id pic 9(7).
           02 filler pic x(2) value spaces.
           02 prn-ed-name pic x(10).
           02 filler pic x(2) value spaces.
           02 prn-ed-reason pic x(30).

       01 no-exception-line pic x(40) value
          "Every current student has contacts.".

       01 exception-totals.
           02 filler pic x(18) value "Students checked  ".
           02 prn-et-checked pic zzzz9.
           02 filler pic x(13) value "   no record ".
           02 prn-et-no-record pic zzzz9.
           02 filler pic x(14) value "   no address ".
           02 prn-et-no-address pic zzzz9.

       01 exception-totals-2.
           02 filler pic x(43) value spaces.
           02 filler pic x(12) value "no emergency".
           02 prn-et-no-emergency pic zzzz9.

       procedure division.
       Begin.
           perform load-current-term
           if current-term-id = spaces
               display "No current term flagged in data/terms.dat "
                  "-- no current students to check."
               stop run
           end-if

           open input students-file
           if students-file-missing
               display "Student master not found."
               stop run
           end-if
           open input contact-file
           open input enrollment-file
           open output exception-report

           move current-term-id to prn-eh-term
           write exception-line from exception-heading
             after advancing page
           write exception-line from exception-column-header
             after advancing 2 lines

           read students-file next
               at end set end-of-student-file to true
           end-read
           perform check-one-student until end-of-student-file

           if no-record-count + no-address-count
              + no-emergency-count = zeroes
               write exception-line from no-exception-line
                 after advancing 1 line
           end-if
           move students-checked to prn-et-checked
           move no-record-count to prn-et-no-record
           move no-address-count to prn-et-no-address
           move no-emergency-count to prn-et-no-emergency
           write exception-line from exception-totals
             after advancing 2 lines
           write exception-line from exception-totals-2
             after advancing 1 line

           close students-file, exception-report
           if not contact-file-missing
               close contact-file
           end-if
           if not enrollment-file-missing
               close enrollment-file
           end-if

           display "Current students checked: " students-checked
              "  no contacts: " no-record-count
              "  no address: " no-address-count
              "  no emergency contact: " no-emergency-count
           stop run.

       load-current-term.
           open input terms-file
           if terms-file-ok
               read terms-file
                   at end move "Y" to terms-eof-flag
               end-read
               perform check-one-term until end-of-terms-file
               close terms-file
           end-if.

       check-one-term.
           if trm-is-current
               move trm-term-id to current-term-id
           end-if
           read terms-file
               at end move "Y" to terms-eof-flag
           end-read.

       check-one-student.
           perform decide-current-student
           if is-current-student
               add 1 to students-checked
               perform check-student-contacts
           end-if
           read students-file next
               at end set end-of-student-file to true
           end-read.

       decide-current-student.
      * Enroll does not stamp the term on the master, so a student
      * signed up course by course is found through the enrollments.
           move "N" to current-student-flag
           if student-term-id = current-term-id
               move "Y" to current-student-flag
               exit paragraph
           end-if
           if enrollment-file-missing
               exit paragraph
           end-if

           move "N" to enrol-scan-eof
           move student-id to enrol-student-id
           move low-values to enrol-course-code
           start enrollment-file key is >= enrol-key
               invalid key move "Y" to enrol-scan-eof
           end-start
           if not end-of-enrol-scan
               read enrollment-file next
                   at end move "Y" to enrol-scan-eof
               end-read
           end-if
           perform check-one-enrollment
               until end-of-enrol-scan or is-current-student.

       check-one-enrollment.
           if enrol-student-id not = student-id
               move "Y" to enrol-scan-eof
           else
               if enrol-active and enrol-term-id = current-term-id
                   move "Y" to current-student-flag
               end-if
               read enrollment-file next
                   at end move "Y" to enrol-scan-eof
               end-read
           end-if.

       check-student-contacts.
           move student-id to prn-ed-student-id
           move student-name to prn-ed-name
           if contact-file-missing
               move "NO CONTACT RECORD" to prn-ed-reason
               perform write-exception-line
               add 1 to no-record-count
               exit paragraph
           end-if

           move student-id to con-student-id
           read contact-file
               invalid key
                   move "NO CONTACT RECORD" to prn-ed-reason
                   perform write-exception-line
                   add 1 to no-record-count
                   exit paragraph
           end-read

           if con-street = spaces
               move "NO MAILING ADDRESS" to prn-ed-reason
               perform write-exception-line
               add 1 to no-address-count
           end-if
           if con-emerg-name = spaces or con-emerg-phone = spaces
               move "NO EMERGENCY CONTACT" to prn-ed-reason
               perform write-exception-line
               add 1 to no-emergency-count
           end-if.

       write-exception-line.
           write exception-line from exception-detail
             after advancing 1 line.
