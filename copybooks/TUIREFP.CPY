      * Companion procedures for TUIREF: the tuition refund on a
      * drop or administrative withdrawal. post-tuition-refund is
      * performed after the enrollment has been marked W or X. When
      * the student was billed for the term (and the course was on
      * that bill -- enrolled on or before the billing date), it
      * takes the week of the term the drop fell in from
      * rf-term-start-date, the percentage for that week from the
      * refund schedule, and that share of the course fee, held to
      * what is left of the bill after aid and earlier credits. The
      * refund record is written (one per student, term and
      * course), the credit is added to the billed record, and a
      * revised statement is appended to
      * output/tuition-revised-statements.txt. rf-was-posted says a
      * credit went on the bill, rf-refund-amount how much.
       load-refund-tables.
           move zeroes to rf-schedule-count, rf-fee-count
           move zeroes to rf-term-count
           move "N" to rf-schedule-eof, rf-catalog-eof, rf-terms-eof

           open input refund-schedule-file
           if refund-schedule-ok
               read refund-schedule-file
                   at end move "Y" to rf-schedule-eof
               end-read
               perform load-one-refund-step
                   until rf-end-of-schedule
               close refund-schedule-file
           else
               display "No refund schedule data/refund-schedule.dat "
                  "-- drops will not be credited."
           end-if

           open input catalog-file
           if catalog-file-ok
               read catalog-file
                   at end move "Y" to rf-catalog-eof
               end-read
               perform load-one-refund-fee until rf-end-of-catalog
               close catalog-file
           end-if

           open input terms-file
           if terms-file-ok
               read terms-file
                   at end move "Y" to rf-terms-eof
               end-read
               perform load-one-refund-term until rf-end-of-terms
               close terms-file
           end-if.

       load-one-refund-step.
           if rf-schedule-count < 20
             and rs-through-week numeric
             and rs-refund-percent numeric
               add 1 to rf-schedule-count
               move rs-through-week to rf-sch-week(rf-schedule-count)
               move rs-refund-percent
                 to rf-sch-percent(rf-schedule-count)
           end-if
           read refund-schedule-file
               at end move "Y" to rf-schedule-eof
           end-read.

       load-one-refund-fee.
           if rf-fee-count < 50
               add 1 to rf-fee-count
               move cat-course-code to rf-fee-code(rf-fee-count)
               move cat-course-title to rf-fee-title(rf-fee-count)
               if cat-course-fee numeric
                   move cat-course-fee to rf-fee-amount(rf-fee-count)
               else
                   move zeroes to rf-fee-amount(rf-fee-count)
               end-if
           end-if
           read catalog-file
               at end move "Y" to rf-catalog-eof
           end-read.

       load-one-refund-term.
           if rf-term-count < 20
               add 1 to rf-term-count
               move trm-term-id to rf-trm-id(rf-term-count)
               move trm-start-date to rf-trm-start(rf-term-count)
           end-if
           read terms-file
               at end move "Y" to rf-terms-eof
           end-read.

       open-refund-files.
      * No billed file means nobody has been billed yet, and so
      * nothing to credit.
           open i-o billed-file
           open i-o refund-file
           if refund-file-missing
               open output refund-file
               close refund-file
               open i-o refund-file
           end-if.

       close-refund-files.
           if not billed-file-missing
               close billed-file
           end-if
           close refund-file.

       post-tuition-refund.
           move "N" to rf-posted-flag
           move zeroes to rf-refund-amount
           if billed-file-missing
               exit paragraph
           end-if
           move rf-student-id to tb-student-id
           move rf-term-id to tb-term-id
           read billed-file
               invalid key exit paragraph
           end-read
      * A course taken up after the bill was printed was never
      * charged, so there is nothing to give back.
           if rf-enrol-date > tb-bill-date
               exit paragraph
           end-if

           move zeroes to rf-fee-found-idx
           perform check-one-refund-fee
               varying rf-fee-idx from 1 by 1
               until rf-fee-idx > rf-fee-count
           if rf-fee-found-idx = zeroes
               exit paragraph
           end-if

           perform find-refund-week
           move zeroes to rf-refund-percent
           perform check-one-refund-step
               varying rf-sch-idx from rf-schedule-count by -1
               until rf-sch-idx < 1
           compute rf-refund-amount rounded =
              rf-fee-amount(rf-fee-found-idx) * rf-refund-percent
              / 100
           compute rf-charge-left =
              tb-amount - tb-aid-amount - tb-refund-amount
           if rf-charge-left < zeroes
               move zeroes to rf-charge-left
           end-if
           if rf-refund-amount > rf-charge-left
               move rf-charge-left to rf-refund-amount
           end-if

      * The drop is recorded even when the schedule gives nothing
      * back, so the register shows every drop after billing.
           move rf-student-id to tr-student-id
           move rf-term-id to tr-term-id
           move rf-course-code to tr-course-code
           move rf-drop-date to tr-drop-date
           move rf-drop-kind to tr-drop-kind
           move rf-week-number to tr-week-number
           move rf-refund-percent to tr-refund-percent
           move rf-fee-amount(rf-fee-found-idx) to tr-course-fee
           move rf-refund-amount to tr-refund-amount
           write tuition-refund-record
               invalid key
                   display "A refund for " rf-course-code
                      " is already on file for student "
                      rf-student-id " -- not credited again."
                   exit paragraph
           end-write

           if rf-refund-amount = zeroes
               exit paragraph
           end-if
           add rf-refund-amount to tb-refund-amount
           rewrite tuition-billed-record
               invalid key
                   display "Unable to credit the tuition bill for "
                      rf-student-id "."
                   exit paragraph
           end-rewrite
           move "Y" to rf-posted-flag
           perform write-revised-statement.

       check-one-refund-fee.
           if rf-fee-code(rf-fee-idx) = rf-course-code
               move rf-fee-idx to rf-fee-found-idx
           end-if.

       find-refund-week.
      * Week 1 is the first seven days from the term start; a drop
      * before the term starts is week 0.
           move zeroes to rf-term-start-date, rf-week-number
           perform check-one-refund-term
               varying rf-term-idx from 1 by 1
               until rf-term-idx > rf-term-count
           if rf-term-start-date = zeroes
             or rf-drop-date < rf-term-start-date
               exit paragraph
           end-if
           compute rf-day-count =
              function integer-of-date(rf-drop-date)
              - function integer-of-date(rf-term-start-date)
           if rf-day-count / 7 + 1 > 99
               move 99 to rf-week-number
           else
               compute rf-week-number = rf-day-count / 7 + 1
           end-if.

       check-one-refund-term.
           if rf-trm-id(rf-term-idx) = rf-term-id
               move rf-trm-start(rf-term-idx) to rf-term-start-date
           end-if.

       check-one-refund-step.
      * Walked from the last step back, so the first step whose
      * week is not before the drop week is the one left standing.
           if rf-sch-week(rf-sch-idx) >= rf-week-number
               move rf-sch-percent(rf-sch-idx) to rf-refund-percent
           end-if.

       write-revised-statement.
           open extend refund-statement-file
           if refund-statement-missing
               open output refund-statement-file
           end-if
           move rf-term-id to rf-prn-stm-term
           move rf-drop-date to rf-prn-stm-date
           write refund-statement-line from rf-statement-heading
             after advancing 2 lines
           move rf-student-id to rf-prn-stm-student
           write refund-statement-line from rf-statement-student
             after advancing 1 line

           if rf-drop-kind = "X"
               move "Withdrawn " to rf-prn-stm-kind
           else
               move "Dropped   " to rf-prn-stm-kind
           end-if
           move rf-course-code to rf-prn-stm-course
           move rf-fee-title(rf-fee-found-idx) to rf-prn-stm-title
           move rf-week-number to rf-prn-stm-week
           move rf-refund-percent to rf-prn-stm-percent
           move rf-fee-amount(rf-fee-found-idx) to rf-prn-stm-fee
           write refund-statement-line from rf-statement-course
             after advancing 1 line

           move "Tuition charges" to rf-prn-stm-label
           move tb-amount to rf-prn-stm-amount
           write refund-statement-line from rf-statement-amount
             after advancing 1 line
           if tb-aid-amount > zeroes
               move "Less aid" to rf-prn-stm-label
               move tb-aid-amount to rf-prn-stm-amount
               write refund-statement-line from rf-statement-amount
                 after advancing 1 line
           end-if
           move "Less credits" to rf-prn-stm-label
           move tb-refund-amount to rf-prn-stm-amount
           write refund-statement-line from rf-statement-amount
             after advancing 1 line
           move "  this credit" to rf-prn-stm-label
           move rf-refund-amount to rf-prn-stm-amount
           write refund-statement-line from rf-statement-amount
             after advancing 1 line
           move "Tuition due" to rf-prn-stm-label
           compute rf-prn-stm-amount =
              tb-amount - tb-aid-amount - tb-refund-amount
           write refund-statement-line from rf-statement-amount
             after advancing 1 line
           write refund-statement-line from rf-statement-rule
             after advancing 1 line
           close refund-statement-file.
