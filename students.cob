      *                data/enrollments.dat (the Enroll program adds
      *                further courses); the home course-code stays
      *                on the master for the existing rosters.
      * 2026-10-15 JG  Entry now asks for the student's degree
      *                program, checked against the active programs
      *                ProgMaint keeps in data/degree-programs.dat;
      *                left blank the student is undeclared.
      * 2026-10-15 JG  A withdrawal now credits the term's tuition
      *                bill for each course the student was billed
      *                for, by the refund schedule for the week of
      *                the term (TUIREFP), with a revised statement.
      * 2026-10-15 JG  The seat a withdrawal or transfer frees now
      *                goes to the first eligible student on the
      *                course's waiting list (SEATFILP), as an Enroll
      *                drop does.
      * 2026-08-22 JG  check-entry-validity now validates course
      *                codes against the course catalog CatMaint
      *                maintains in data/course-catalog.dat instead
               organization is line sequential
               file status is exception-file-status.

           select program-file assign to "data/degree-programs.dat"
               organization is line sequential
               file status is program-file-status.

           select transfer-log assign to "output/transfer-log.txt"
               organization is line sequential
               file status is transfer-log-status.

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

           select closed-course-report assign to
               "output/closed-courses.txt"
               organization is line sequential.
       FD exception-report.
       01 exception-line pic x(70).

       FD program-file.
           copy DEGPROG.

       FD transfer-log.
       01 transfer-log-line pic x(60).

       FD billed-file.
           copy TUIBILL.

       FD refund-file.
           copy TUIRFND.

       FD refund-schedule-file.
           copy RFNDSCH.

       FD refund-statement-file.
       01 refund-statement-line pic x(70).

       FD course-wait-file.
           copy CRSWAIT.

       FD wait-notice-file.
       01 wait-notice-line pic x(70).

       FD hold-file.
           copy STUHOLD.

       FD transfer-file.
           copy XFERCRED.

       SD roster-sort-file.
       01 roster-sort-rec.
           02 sort-course-code pic x(4).
       working-storage section.
           copy REGXVAL.
           copy DATEVAL.
           copy TUIREF.
           copy SEATFIL.
           copy HOLDCHK.
           copy XFERCHK.

       01 course-table.
           02 course-entry occurs 50 times.
           88 students-file-ok value "00".
           88 students-file-not-found value "35".

       01 saved-student-record pic x(40) value spaces.
       01 duplicate-flag pic x value "N".
           88 is-duplicate-student value "Y".

       01 seats-remaining pic s9(3) value zeroes.
       01 count-scan-eof pic x value "N".
           88 end-of-count-scan value "Y".
       01 count-saved-record pic x(40) value spaces.
       01 wanted-course-code pic x(4) value spaces.
       01 closed-course-count pic 99 value zeroes.

       01 enrol-scan-eof pic x value "N".
           88 end-of-enrol-scan value "Y".
       01 enrol-wanted-student pic 9(7) value zeroes.
       01 dropped-course-code pic x(4) value spaces.
       01 seat-freed-flag pic x value "N".
           88 seat-was-freed value "Y".
       01 course-code-found pic x value "N".
           88 course-code-is-valid value "Y".

       01 program-file-status pic xx value spaces.
           88 program-file-ok value "00".
       01 program-eof-flag pic x value "N".
           88 end-of-program-file value "Y".
       01 active-program-table.
           02 active-program-code pic x(4) occurs 20 times.
       01 active-program-count pic 99 value zeroes.
       01 program-idx pic 99 value zeroes.
       01 program-found-flag pic x value "N".
           88 program-is-found value "Y".

       procedure division.
       Begin.
           accept ws-args-count from argument-number

           perform load-course-catalog
           perform load-current-term
           perform load-degree-programs

           evaluate true
               when wants-entry-only
                else
                    perform check-entry-validity
                    if is-valid-entry
                        perform accept-student-program
                        move current-term-id to student-term-id
                        write student-record
                        perform write-home-enrollment
               end-if
           end-perform.

        load-degree-programs.
           open input program-file
           if program-file-ok
               read program-file
                   at end move "Y" to program-eof-flag
               end-read
               perform load-one-program until end-of-program-file
               close program-file
           end-if.

        load-one-program.
           if prog-active and active-program-count < 20
               add 1 to active-program-count
               move prog-code
                 to active-program-code(active-program-count)
           end-if
           read program-file
               at end move "Y" to program-eof-flag
           end-read.

        accept-student-program.
           display "Degree program (blank if undeclared): "
              with no advancing
           accept student-program-code
           perform find-active-program
           perform until program-is-found
               display "Not an active degree program -- enter "
                  "again or leave blank: " with no advancing
               accept student-program-code
               perform find-active-program
           end-perform.

        find-active-program.
           move "N" to program-found-flag
           if program-undeclared
               move "Y" to program-found-flag
           end-if
           perform check-one-active-program
               varying program-idx from 1 by 1
               until program-idx > active-program-count.

        check-one-active-program.
           if active-program-code(program-idx) = student-program-code
               move "Y" to program-found-flag
           end-if.

        open-students-for-entry.
           open i-o students-file
           if not students-file-ok
        transfer-students.
           open i-o students-file
           perform open-enrollment-file
           perform load-seat-fill-catalog
           perform open-seat-fill-files
           open extend transfer-log
           if transfer-log-missing
               open output transfer-log

           perform transfer-one-student until transfer-id = 0

           close students-file, transfer-log, enrollment-file
           perform close-seat-fill-files.

        transfer-one-student.
           move transfer-id to student-id
                       invalid key
                           display "Unable to drop the old "
                              "enrollment."
                       not invalid key
                           move transfer-old-course to sf-course-code
                           move enrol-term-id to sf-term-id
                           perform fill-freed-seats
                   end-rewrite
           end-read

                   end-rewrite
           end-write.

        open-seat-fill-files.
           open input grades-file
           perform open-course-waitlist
           open input hold-file
           open input transfer-file.

        close-seat-fill-files.
           close course-wait-file
           if not hold-file-missing
               close hold-file
           end-if
           if not transfer-file-missing
               close transfer-file
           end-if
           if not grades-file-missing
               close grades-file
           end-if.

        log-transfer-pair.
           move ws-today-date to prn-xfr-date
           move transfer-id to prn-xfr-student-id
        withdraw-students.
           open i-o students-file
           perform open-enrollment-file
           perform load-refund-tables
           perform open-refund-files
           perform load-seat-fill-catalog
           perform open-seat-fill-files
           accept ws-today-date from date YYYYMMDD

           display "Enter student id to withdraw (0 when done): "
              with no advancing

           perform withdraw-one-student until withdraw-id = 0

           close students-file, enrollment-file
           perform close-refund-files
           perform close-seat-fill-files.

        withdraw-one-student.
           move withdraw-id to student-id
           if enrol-student-id not = enrol-wanted-student
               move "Y" to enrol-scan-eof
           else
               move "N" to seat-freed-flag
               if enrol-active
                   move "W" to enrol-status
                   rewrite enrollment-record
                       invalid key
                           display "Unable to drop enrollment "
                              enrol-course-code
                       not invalid key
                           perform credit-dropped-enrollment
                           move "Y" to seat-freed-flag
                   end-rewrite
               end-if
               if seat-was-freed
                   perform fill-dropped-seat
               else
                   read enrollment-file next
                       at end move "Y" to enrol-scan-eof
                   end-read
               end-if
           end-if.

        fill-dropped-seat.
      * The fill reads the enrollment file from the top, so the
      * student's scan is picked up again after the course dropped.
           move enrol-course-code to dropped-course-code
           move enrol-course-code to sf-course-code
           move enrol-term-id to sf-term-id
           perform fill-freed-seats

           move enrol-wanted-student to enrol-student-id
           move dropped-course-code to enrol-course-code
           start enrollment-file key is > enrol-key
               invalid key move "Y" to enrol-scan-eof
           end-start
           if not end-of-enrol-scan
               read enrollment-file next
                   at end move "Y" to enrol-scan-eof
               end-read
           end-if.

        credit-dropped-enrollment.
           move enrol-student-id to rf-student-id
           move enrol-course-code to rf-course-code
           move enrol-term-id to rf-term-id
           move enrol-date to rf-enrol-date
           move ws-today-date to rf-drop-date
           move "W" to rf-drop-kind
           perform post-tuition-refund
           if rf-was-posted
               display "  Tuition credit for " rf-course-code
                  " posted (week " rf-week-number ", "
                  rf-refund-percent "%)."
           end-if.

        check-duplicate-student.
           move student-record to saved-student-record
           read students-file
           copy REGXPRC.

           copy DATEVALP.

           copy TUIREFP.

           copy SEATFILP.

           copy HOLDCHKP.

           copy XFERCHKP.
