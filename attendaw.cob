      * withdrawn, writes the W letter that prints as AW on the
      * transcript, and -- when no active enrollment remains --
      * removes the student record the same way the withdrawal
      * function does. The seat the withdrawal frees goes to the
      * first eligible student on the course's waiting list, and a
      * course already billed for the term is credited on the bill
      * by the refund schedule for the week of the term (TUIREFP).
      * A waiting student under an active registration hold is
      * passed over for the seat. A passing transfer credit
      * accepted as the course's prerequisite
      * (data/transfer-credits.dat) qualifies a waiting student for
      * the seat the same as a passing grade here.

       environment division.
       input-output section.
               record key is grade-key
               file status is grades-file-status.

           select catalog-file assign to "data/course-catalog.dat"
               organization is line sequential
               file status is catalog-file-status.

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

           select terms-file assign to "data/terms.dat"
               organization is line sequential
               file status is terms-file-status.

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

           select warning-report assign to
               "output/attendance-warnings.txt"
               organization is line sequential.
       FD grades-file.
           copy GRADEREC.

       FD catalog-file.
           copy CRSECAT.

       FD course-wait-file.
           copy CRSWAIT.

       FD wait-notice-file.
       01 wait-notice-line pic x(70).

       FD terms-file.
           copy TERMREC.

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

       FD warning-report.
       01 warning-line pic x(70).

       01 register-line pic x(70).

       working-storage section.
           copy SEATFIL.
           copy TUIREF.
           copy HOLDCHK.
           copy XFERCHK.

       01 catalog-file-status pic xx value spaces.
           88 catalog-file-ok value "00".
       01 terms-file-status pic xx value spaces.
           88 terms-file-ok value "00".

       01 attendance-file-status pic xx value spaces.
           88 attendance-file-ok value "00".
       01 attendance-eof-flag pic x value "N".
       01 enrol-scan-eof pic x value "N".
           88 end-of-enrol-scan value "Y".
       01 active-left-count pic 99 value zeroes.
       01 withdrawn-was-active-flag pic x value "N".
           88 withdrawn-was-active value "Y".
       01 withdrawn-term-id pic x(5) value spaces.
       01 withdrawn-enrol-date pic 9(8) value zeroes.
       01 withdrawal-date pic 9(8) value zeroes.
       01 prn-refund-amount pic zz,zz9.99.

       01 warnings-listed pic 9(3) value zeroes.
       01 withdrawals-made pic 9(3) value zeroes.
               close grades-file
               open i-o grades-file
           end-if
           perform load-seat-fill-catalog
           perform open-course-waitlist
           perform load-refund-tables
           perform open-refund-files
           open input hold-file
           open input transfer-file
           accept withdrawal-date from date YYYYMMDD

           open output warning-report
           write warning-line from warning-heading
               until tally-idx > tally-count

           close students-file, enrollment-file, grades-file
           close course-wait-file
           perform close-refund-files
           if not hold-file-missing
               close hold-file
           end-if
           if not transfer-file-missing
               close transfer-file
           end-if
           close warning-report, register-report

           display "Early warnings listed: " warnings-listed
                   display "No enrollment on file -- nothing to "
                      "withdraw."
           end-read
           move "N" to withdrawn-was-active-flag
           if enrollment-file-ok
               if enrol-active
                   move "Y" to withdrawn-was-active-flag
                   move enrol-term-id to withdrawn-term-id
                   move enrol-date to withdrawn-enrol-date
               end-if
               move "X" to enrol-status
               rewrite enrollment-record
                   invalid key
                       display "Unable to mark the enrollment."
                       move "N" to withdrawn-was-active-flag
               end-rewrite
           end-if

           perform check-remaining-enrollments
           if active-left-count = zeroes
               perform remove-student-record
           end-if

           if withdrawn-was-active
               move tly-student-id(tally-idx) to rf-student-id
               move tly-course-code(tally-idx) to rf-course-code
               move withdrawn-term-id to rf-term-id
               move withdrawn-enrol-date to rf-enrol-date
               move withdrawal-date to rf-drop-date
               move "X" to rf-drop-kind
               perform post-tuition-refund
               if rf-was-posted
                   move rf-refund-amount to prn-refund-amount
                   display "Tuition credit of $" prn-refund-amount
                      " posted (week " rf-week-number ", "
                      rf-refund-percent "%)."
               end-if
           end-if

           if withdrawn-was-active
               move tly-course-code(tally-idx) to sf-course-code
               move withdrawn-term-id to sf-term-id
               perform fill-freed-seats
           end-if.

       write-aw-grade.
                   display "Student " student-id " withdrawn from "
                      "the school -- no active courses remain."
           end-delete.

           copy SEATFILP.
           copy TUIREFP.
           copy HOLDCHKP.
           copy XFERCHKP.
