      * course whose meeting days and period overlap one the
      * student already holds; every refusal goes to the exception
      * listing for the registrar.
      * A course already at its catalog capacity for the term
      * offers the student a place on its waiting list
      * (data/course-waitlist.dat), and a drop hands the freed seat
      * to the first eligible student waiting for it (SEATFILP).
      * A drop of a course already billed for the term credits the
      * bill with the refund schedule's share of the fee for the
      * week of the term (TUIREFP).
      * A student under an active registration hold
      * (data/registration-holds.dat) is refused enrollment and a
      * place on a waiting list, with the hold shown; a drop is
      * still taken.
      * A passing transfer credit accepted as the prerequisite
      * course (data/transfer-credits.dat) meets it the same as a
      * passing grade here (XFERCHKP).

       environment division.
       input-output section.
               organization is line sequential
               file status is exception-file-status.

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

           select billed-file assign to "data/tuition-billed.dat"
               organization is indexed
               access mode is dynamic
               record key is tb-key
               file status is billed-file-status.

           select refund-file assign to "data/tuition-refunds.dat"
               organization is indexed
               access mode is dynamic
               record key is tr-key
               file status is refund-file-status.

           select refund-schedule-file assign to
               "data/refund-schedule.dat"
               organization is line sequential
               file status is refund-schedule-status.

           select refund-statement-file assign to
               "output/tuition-revised-statements.txt"
               organization is line sequential
               file status is refund-statement-status.

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
       FD exception-report.
       01 exception-line pic x(70).

       FD course-wait-file.
           copy CRSWAIT.

       FD wait-notice-file.
       01 wait-notice-line pic x(70).

       FD billed-file.
           copy TUIBILL.

       FD refund-file.
           copy TUIRFND.

       FD refund-schedule-file.
           copy RFNDSCH.

       FD refund-statement-file.
       01 refund-statement-line pic x(70).

       FD hold-file.
           copy STUHOLD.

       FD transfer-file.
           copy XFERCRED.

       working-storage section.
           copy SEATFIL.
           copy TUIREF.
           copy HOLDCHK.
           copy XFERCHK.

       01 students-file-status pic xx value spaces.
           88 students-file-ok value "00".

           88 wants-enroll value "E" "e".
           88 wants-drop value "D" "d".
           88 wants-list value "L" "l".
           88 wants-wait-cancel value "W" "w".
           88 wants-quit value "Q" "q".

       01 course-catalog-table.
       01 held-course-count pic 99 value zeroes.
       01 held-idx pic 99 value zeroes.

       01 wait-answer pic x value space.
           88 wants-waiting-list value "Y" "y".
           88 wait-answer-valid value "Y" "y" "N" "n".
       01 dropped-term-id pic x(5) value spaces.
       01 drop-was-active-flag pic x value "N".
           88 drop-was-active value "Y".
       01 dropped-enrol-date pic 9(8) value zeroes.
       01 prn-refund-amount pic zz,zz9.99.
       01 wait-cancel-flag pic x value "N".
           88 wait-was-cancelled value "Y".

       01 ws-today-date pic 9(8) value zeroes.
       01 reject-reason pic x(30) value spaces.

       Begin.
           perform load-course-catalog
           perform load-current-term
           perform load-seat-fill-catalog
           perform load-refund-tables

           open i-o enrollment-file
           if enrollment-file-missing
           if exception-file-missing
               open output exception-report
           end-if
           perform open-course-waitlist
           perform open-refund-files
           open input hold-file
           open input transfer-file

           accept ws-today-date from date YYYYMMDD

           perform until wants-quit
               display " "
               display "(E)nroll, (D)rop, (L)ist, (W)ait-list "
                 "cancel, (Q)uit: " with no advancing
               accept menu-choice
               evaluate true
                   when wants-enroll perform enroll-one-course
                   when wants-drop perform drop-one-course
                   when wants-list perform list-enrollments
                   when wants-wait-cancel perform cancel-wait-request
                   when wants-quit continue
                   when other
                       display "Please choose E, D, L, W or Q."
               end-evaluate
           end-perform

           close enrollment-file, students-file, exception-report
           close course-wait-file
           perform close-refund-files
           if not hold-file-missing
               close hold-file
           end-if
           if not transfer-file-missing
               close transfer-file
           end-if
           if not grades-file-missing
               close grades-file
           end-if

           display "Course code: " with no advancing
           accept entry-course-code

           move entry-student-id to hc-student-id
           perform check-student-holds
           if hc-student-held
               display "Enrollment refused -- " hc-hold-message
               move hc-hold-message to reject-reason
               perform write-one-exception
               exit paragraph
           end-if
           move entry-course-code to wanted-catalog-code
           perform find-catalog-course
           if catalog-found-idx = zeroes
               exit paragraph
           end-if

           move entry-course-code to sf-course-code
           move current-term-id to sf-term-id
           perform count-course-seats
           move entry-course-code to sf-lookup-code
           perform find-seat-fill-course
           if sf-lookup-idx > zeroes
             and sf-seats-taken >= sf-cat-capacity(sf-lookup-idx)
               perform offer-waiting-list
               exit paragraph
           end-if

           perform write-enrollment-record.

       offer-waiting-list.
           display "Course " entry-course-code " is full ("
              sf-seats-taken " of " sf-cat-capacity(sf-lookup-idx)
              "). Place the student on its waiting list (Y/N): "
              with no advancing
           accept wait-answer
           perform until wait-answer-valid
               display "Enter Y or N: " with no advancing
               accept wait-answer
           end-perform

           move spaces to reject-reason
           if wants-waiting-list
               move entry-student-id to sf-student-id
               perform place-on-waiting-list
               if sf-already-waiting
                   display "Student is already waiting for "
                      entry-course-code "."
                   exit paragraph
               end-if
               if sf-was-placed
                   display "Wait-listed for " entry-course-code
                      " -- position " sf-wait-position "."
                   move "course full -- wait-listed" to reject-reason
               end-if
           else
               display "Enrollment refused."
               move "course full" to reject-reason
           end-if
           if reject-reason not = spaces
               perform write-one-exception
           end-if.

       write-enrollment-record.
           move entry-student-id to enrol-student-id
           move entry-course-code to enrol-course-code
               end-if
           end-if

           if not prereq-is-met
               move entry-student-id to xc-student-id
               move cat-tbl-prereq(new-course-idx) to xc-course-code
               perform check-transfer-credit
               if xc-transfer-passed
                   move "Y" to prereq-met-flag
                   display "Prerequisite "
                      cat-tbl-prereq(new-course-idx)
                      " met by transfer credit."
               end-if
           end-if

           if not prereq-is-met
               display "Prerequisite "
                  cat-tbl-prereq(new-course-idx)
           end-read

           if enrollment-file-ok
               move "N" to drop-was-active-flag
               if enrol-active
                   move "Y" to drop-was-active-flag
               end-if
               move enrol-term-id to dropped-term-id
               move enrol-date to dropped-enrol-date
               move "W" to enrol-status
               rewrite enrollment-record
                   invalid key
                       display "Unable to drop the course."
                       move "N" to drop-was-active-flag
                   not invalid key
                       display "Course dropped."
               end-rewrite
           end-if

           if drop-was-active
               move entry-student-id to rf-student-id
               move entry-course-code to rf-course-code
               move dropped-term-id to rf-term-id
               move dropped-enrol-date to rf-enrol-date
               move ws-today-date to rf-drop-date
               move "W" to rf-drop-kind
               perform post-tuition-refund
               if rf-was-posted
                   move rf-refund-amount to prn-refund-amount
                   display "Tuition credit of $" prn-refund-amount
                      " posted (week " rf-week-number ", "
                      rf-refund-percent "%)."
               end-if
           end-if

      * The freed seat goes to the first eligible student waiting.
           if drop-was-active
               move entry-course-code to sf-course-code
               move dropped-term-id to sf-term-id
               perform fill-freed-seats
           end-if.

       cancel-wait-request.
           display "Student id: " with no advancing
           accept entry-student-id
           display "Course code: " with no advancing
           accept entry-course-code

           move "N" to wait-cancel-flag
           move entry-course-code to sf-course-code
           perform start-course-waitlist
           perform cancel-one-wait-entry
               until sf-end-of-wait-scan or wait-was-cancelled
           if not wait-was-cancelled
               display "Student " entry-student-id " is not waiting "
                  "for " entry-course-code "."
           end-if.

       cancel-one-wait-entry.
           if cw-student-id = entry-student-id and cw-waiting
               move "C" to cw-status
               move ws-today-date to cw-outcome-date
               rewrite course-wait-record
                   invalid key
                       display "Unable to update the waiting list."
                   not invalid key
                       move "Y" to wait-cancel-flag
                       display "Waiting-list request withdrawn."
               end-rewrite
           else
               perform read-next-wait-entry
           end-if.

       list-enrollments.
                   at end move "Y" to list-eof-flag
               end-read
           end-if.

           copy SEATFILP.
           copy TUIREFP.
           copy HOLDCHKP.
           copy XFERCHKP.
