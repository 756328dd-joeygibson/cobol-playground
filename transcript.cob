      * 2026-09-03 JG  An administrative withdrawal (letter W from
      *                the AttendAw batch) prints as AW and stays
      *                out of the GPA.
      * 2026-10-15 JG  The student's mailing address from the
      *                contact file prints under the name.
      * 2026-10-15 JG  No transcript for a student under an active
      *                registration hold: a single request is
      *                refused with the hold shown, and the ALL run
      *                passes the student over and counts the
      *                transcripts withheld.
      * 2026-10-15 JG  Transfer credit from other schools prints in
      *                its own section after the grades, with the
      *                credits accepted; a transfer grade counts in
      *                the GPA only when flagged to at posting.

       environment division.
       input-output section.
               organization is line sequential
               file status is catalog-file-status.

           select contact-file assign to "data/student-contacts.dat"
               organization is indexed
               access mode is dynamic
               record key is con-student-id
               file status is contact-file-status.

           select hold-file assign to "data/registration-holds.dat"
               organization is indexed
               access mode is dynamic
               record key is hld-key
               file status is hold-file-status.

           select transfer-file assign to
               "data/transfer-credits.dat"
               organization is indexed
               access mode is dynamic
               record key is xfr-key
               file status is transfer-file-status.

       data division.
       file section.
       FD students-file.
       FD catalog-file.
           copy CRSECAT.

       FD contact-file.
           copy STUCONT.

       FD hold-file.
           copy STUHOLD.

       FD transfer-file.
           copy XFERCRED.

       working-storage section.
       01 students-file-status pic xx value spaces.
           88 students-file-ok value "00".
           88 grades-file-ok value "00".
           88 grades-file-missing value "35".

           copy STUADDR.
           copy HOLDCHK.
           copy XFERCHK.

       01 ws-args-count pic 9(4) comp value zeroes.
       01 ws-wanted-student pic x(7) value spaces.
       01 ws-all-students pic x value "N".
       01 transcript-grade-points pic 9(4) value zeroes.
       01 one-grade-points pic 9 value zeroes.
       01 student-gpa pic 9v99 value zeroes.
       01 transfer-credits-accepted pic 9(3) value zeroes.
       01 students-printed pic 9(5) value zeroes.
       01 transcripts-withheld pic 9(5) value zeroes.

       01 transcript-heading pic x(28) value
          "ACADEMIC TRANSCRIPT".
       01 no-grades-line pic x(26) value
          "  (no grades on file)".

       01 transfer-heading pic x(28) value
          "TRANSFER CREDIT".

       01 transfer-column-header.
           02 filler pic x(8) value "  As".
           02 filler pic x(16) value "Institution".
           02 filler pic x(12) value "Course".
           02 filler pic x(8) value "Credits".
           02 filler pic x(6) value "Grade".

       01 transfer-credit-line.
           02 filler pic x(2) value spaces.
           02 prn-tx-equiv pic x(4).
           02 filler pic x(2) value spaces.
           02 prn-tx-institution pic x(15).
           02 filler pic x value space.
           02 prn-tx-ext-course pic x(10).
           02 filler pic x(4) value spaces.
           02 prn-tx-credits pic 9.
           02 filler pic x(5) value spaces.
           02 prn-tx-grade pic x.
           02 filler pic x value space.
           02 prn-tx-gpa-note pic x(4).

       01 transfer-total-line.
           02 filler pic x(28) value
              "  Transfer credits accepted ".
           02 prn-tx-total pic zz9.

       procedure division.
       Begin.
           accept ws-args-count from argument-number
               move "Y" to grades-open-flag
           end-if
           open output transcript-report
           open input contact-file
           open input hold-file
           open input transfer-file
           perform load-course-catalog

           if wants-all-students
                       display "Student " ws-wanted-student
                          " not on file."
                   not invalid key
                       move student-id to hc-student-id
                       perform check-student-holds
                       if hc-student-held
                           display "Transcript refused -- "
                              hc-hold-message
                           add 1 to transcripts-withheld
                       else
                           perform print-one-transcript
                       end-if
               end-read
           end-if

           if grades-file-is-open
               close grades-file
           end-if
           if not contact-file-missing
               close contact-file
           end-if
           if not hold-file-missing
               close hold-file
           end-if
           if not transfer-file-missing
               close transfer-file
           end-if

           display "Transcripts printed: " students-printed
           if transcripts-withheld > zeroes
               display "Transcripts withheld for holds: "
                  transcripts-withheld
           end-if
           stop run.

       load-course-catalog.
           perform print-next-transcript until end-of-student-file.

       print-next-transcript.
           move student-id to hc-student-id
           perform check-student-holds
           if hc-student-held
               display "Transcript withheld for " student-id
                  " -- " hc-hold-message
               add 1 to transcripts-withheld
           else
               perform print-one-transcript
           end-if
           read students-file next
               at end set end-of-student-file to true
           end-read.
           write transcript-line from transcript-name-line
             after advancing 2 lines

           move student-id to sa-student-id
           perform build-address-block
           move sa-street-line to sa-prn-address
           write transcript-line from sa-address-line
             after advancing 1 line
           if sa-address-found
               move sa-city-line to sa-prn-address
               write transcript-line from sa-address-line
                 after advancing 1 line
           end-if

           move date-of-birth to prn-tr-birth-date
           write transcript-line from transcript-dob-line
             after advancing 1 line
           write transcript-line after advancing 1 line

           perform print-student-grades
           perform print-transfer-credits
           perform print-gpa-line

           add 1 to students-printed.
               end-read
           end-if.

       print-transfer-credits.
      * Flagged transfer grades join the GPA; the rest are shown
      * for the credit only.
           move zeroes to transfer-credits-accepted
           if transfer-file-missing
               exit paragraph
           end-if
           move student-id to xc-student-id
           perform start-transfer-scan
           if xc-end-of-transfer-scan
             or xfr-student-id not = student-id
               exit paragraph
           end-if

           write transcript-line from transfer-heading
             after advancing 2 lines
           write transcript-line from transfer-column-header
             after advancing 1 line
           perform print-one-transfer-line
               until xc-end-of-transfer-scan
           move transfer-credits-accepted to prn-tx-total
           write transcript-line from transfer-total-line
             after advancing 1 line.

       print-one-transfer-line.
           if xfr-student-id not = student-id
               move "Y" to xc-scan-eof
           else
               move xfr-equiv-code to prn-tx-equiv
               move xfr-institution to prn-tx-institution
               move xfr-ext-course to prn-tx-ext-course
               move xfr-credits to prn-tx-credits
               move xfr-grade to prn-tx-grade
               move spaces to prn-tx-gpa-note
               if xfr-grade-passing
                   add xfr-credits to transfer-credits-accepted
               end-if
               if xfr-counts-in-gpa and not xfr-grade-is-pass
                   move "GPA" to prn-tx-gpa-note
                   perform set-transfer-points
                   add xc-one-points to transcript-grade-points
                   add 1 to transcript-course-count
               end-if
               write transcript-line from transfer-credit-line
                 after advancing 1 line
               read transfer-file next
                   at end move "Y" to xc-scan-eof
               end-read
           end-if.

       print-gpa-line.
           if transcript-course-count > zeroes
               compute student-gpa rounded =
               write transcript-line from transcript-gpa-line
                 after advancing 2 lines
           end-if.

           copy STUADDRP.

           copy HOLDCHKP.

           copy XFERCHKP.
