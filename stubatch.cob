      *                the register like any other failure -- the
      *                registrar's interactive override lives in the
      *                Enroll program.
      * 2026-10-15 JG  A transaction for a full course is no longer
      *                turned away: the student is added and placed
      *                on the course's waiting list, shown as
      *                WAITLIST on the register with the position.
      *                Seats are now counted from the term's active
      *                enrollments, so waiting students do not fill
      *                the course.
      * 2026-10-15 JG  A student under an active registration hold
      *                (a returning student whose id still carries
      *                one) is rejected with the hold shown, and is
      *                passed over when a waiting-list seat frees.
      * 2026-10-15 JG  A passing transfer credit accepted as the
      *                prerequisite course (XFERCHKP) meets the
      *                prerequisite without a grade on file here.

       environment division.
       input-output section.
               record key is grade-key
               file status is grades-file-status.

           select course-wait-file assign to
               "data/course-waitlist.dat"
               organization is indexed
               access mode is dynamic
               record key is cw-key
               file status is course-wait-status.

           select wait-notice-file assign to
               "output/waitlist-notices.txt"
               organization is line sequential
               file status is wait-notice-status.

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
       FD grades-file.
           copy GRADEREC.

       FD course-wait-file.
           copy CRSWAIT.

       FD wait-notice-file.
       01 wait-notice-line pic x(70).

       FD hold-file.
           copy STUHOLD.

       FD transfer-file.
           copy XFERCRED.

       working-storage section.
           copy REGXVAL.
           copy DATEVAL.
           copy SEATFIL.
           copy HOLDCHK.
           copy XFERCHK.

       01 students-file-status pic xx value spaces.
           88 students-file-ok value "00".
       01 reject-reason pic x(40) value spaces.
       01 trans-valid-flag pic x value "Y".
           88 trans-is-valid value "Y".
       01 trans-full-flag pic x value "N".
           88 trans-course-full value "Y".

       01 accepted-count pic 9(5) value zeroes.
       01 rejected-count pic 9(5) value zeroes.
       01 waitlisted-count pic 9(5) value zeroes.

       01 enrollment-file-status pic xx value spaces.
           88 enrollment-file-ok value "00".
           02 prn-reg-accepted pic zzzz9.
           02 filler pic x(11) value "  rejected ".
           02 prn-reg-rejected pic zzzz9.
           02 filler pic x(13) value "  wait-listed".
           02 filler pic x value space.
           02 prn-reg-waitlisted pic zzzz9.

       procedure division.
       Begin.
               open i-o enrollment-file
           end-if
           open input grades-file
           perform open-course-waitlist
           open input hold-file
           open input transfer-file
           accept ws-load-date from date YYYYMMDD

           perform load-course-catalog

           move accepted-count to prn-reg-accepted
           move rejected-count to prn-reg-rejected
           move waitlisted-count to prn-reg-waitlisted
           write register-line from register-totals
             after advancing 2 lines

           close trans-file, students-file, register-report
           close enrollment-file, course-wait-file
           if not grades-file-missing
               close grades-file
           end-if
           if not hold-file-missing
               close hold-file
           end-if
           if not transfer-file-missing
               close transfer-file
           end-if

           display "Enrollments accepted: " accepted-count
           display "Enrollments rejected: " rejected-count
           display "Students wait-listed: " waitlisted-count
           stop run.

       load-current-term.
           end-read.

       count-current-enrollment.
      * Counts the term's active enrollments per course; a student
      * waiting for a course holds no seat in it.
           move zeroes to enrol-student-id
           move low-values to enrol-course-code
           start enrollment-file key is >= enrol-key
               invalid key move "Y" to count-scan-eof
           end-start

           if not end-of-count-scan
               read enrollment-file next
                   at end move "Y" to count-scan-eof
               end-read
           end-if
           perform count-one-enrollment until end-of-count-scan.

       count-one-enrollment.
           if enrol-active and enrol-term-id = current-term-id
               move enrol-course-code to course-code
               perform find-catalog-course
               if catalog-found-idx > zeroes
                   add 1 to cat-tbl-enrolled(catalog-found-idx)
               end-if
           end-if
           read enrollment-file next
               at end move "Y" to count-scan-eof
           end-read.

                       move "duplicate student id" to reject-reason
                       perform write-reject-line
                   not invalid key
                       if trans-course-full
                           perform wait-list-home-course
                       else
                           add 1 to cat-tbl-enrolled(catalog-found-idx)
                           perform write-home-enrollment
                           perform write-accept-line
                       end-if
               end-write
           else
               perform write-reject-line
           end-read.

       validate-one-enrollment.
           move "N" to trans-full-flag
           perform check-duplicate-student
           if not trans-is-valid
               continue
           else
               perform check-student-hold
           end-if
           if trans-is-valid
               perform check-trans-validity
           end-if.

       check-student-hold.
           move trans-student-id to hc-student-id
           perform check-student-holds
           if hc-student-held
               move "N" to trans-valid-flag
               move hc-hold-message to reject-reason
           end-if.

       check-duplicate-student.
           move trans-student-id to student-id
           read students-file
                   else
                       if cat-tbl-enrolled(catalog-found-idx) >=
                          cat-tbl-capacity(catalog-found-idx)
                           move "Y" to trans-full-flag
                       end-if
                   end-if
               end-if
           if cat-tbl-prereq(catalog-found-idx) = spaces
               exit paragraph
           end-if
           move trans-student-id to xc-student-id
           move cat-tbl-prereq(catalog-found-idx) to xc-course-code
           perform check-transfer-credit
           if xc-transfer-passed
               exit paragraph
           end-if
           if grades-file-missing
               move "N" to trans-valid-flag
               move "prerequisite unverifiable -- no grades"
                   end-rewrite
           end-write.

       wait-list-home-course.
           move trans-course-code to sf-course-code
           move current-term-id to sf-term-id
           move trans-student-id to sf-student-id
           perform place-on-waiting-list
           move trans-student-id to prn-reg-student-id
           move "WAITLIST" to prn-reg-disposition
           move spaces to prn-reg-reason
           string "course full -- wait-list position "
               delimited by size
             sf-wait-position delimited by size
             into prn-reg-reason
           end-string
           write register-line from register-detail
             after advancing 1 line
           add 1 to waitlisted-count.

       write-accept-line.
           move trans-student-id to prn-reg-student-id
           move "ACCEPTED" to prn-reg-disposition
           copy REGXPRC.

           copy DATEVALP.

           copy SEATFILP.

           copy HOLDCHKP.

           copy XFERCHKP.
