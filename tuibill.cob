      * and records the billed amount in data/tuition-billed.dat for
      * the payment posting and balance report. A rerun for the same
      * term leaves the already-billed students alone, so the
      * typewritten ledger can finally go in a drawer. Open financial
      * aid awards in data/aid-awards.dat for the student and term
      * are applied on the statement as credit lines -- a percentage
      * award against the term's tuition, and never more aid than
      * tuition -- each award is stamped with the amount applied,
      * and the aid total is recorded with the billed amount. Each
      * statement carries the student's mailing address from
      * data/student-contacts.dat under the name.

       environment division.
       input-output section.
               record key is tb-key
               file status is billed-file-status.

           select aid-file assign to "data/aid-awards.dat"
               organization is indexed
               access mode is dynamic
               record key is aa-key
               file status is aid-file-status.

           select contact-file assign to "data/student-contacts.dat"
               organization is indexed
               access mode is dynamic
               record key is con-student-id
               file status is contact-file-status.

           select statement-report assign to
               "output/tuition-statements.txt"
               organization is line sequential.
       FD billed-file.
           copy TUIBILL.

       FD aid-file.
           copy AIDAWARD.

       FD contact-file.
           copy STUCONT.

       FD statement-report.
       01 statement-line pic x(70).

           88 billed-file-ok value "00".
           88 billed-file-missing value "35".

       01 aid-file-status pic xx value spaces.
           88 aid-file-ok value "00".
           88 aid-file-missing value "35".

           copy STUADDR.

       01 course-catalog-table.
           02 catalog-entry occurs 50 times.
               03 cat-tbl-code pic x(4).
       01 student-course-count pic 99 value zeroes.
       01 ws-bill-date pic 9(8) value zeroes.

       01 aid-scan-eof pic x value "N".
           88 end-of-aid-scan value "Y".
       01 student-aid-table.
           02 student-aid-entry occurs 10 times.
               03 aid-tbl-seq pic 99.
               03 aid-tbl-type pic x.
               03 aid-tbl-source pic x(20).
               03 aid-tbl-applied pic 9(5)v99.
       01 student-aid-count pic 99 value zeroes.
       01 aid-idx pic 99 value zeroes.
       01 student-aid-total pic 9(5)v99 value zeroes.
       01 student-net-due pic 9(5)v99 value zeroes.
       01 award-applied-amount pic 9(5)v99 value zeroes.

       01 students-billed pic 9(5) value zeroes.
       01 students-skipped pic 9(5) value zeroes.
       01 term-grand-total pic 9(7)v99 value zeroes.
       01 term-aid-total pic 9(7)v99 value zeroes.

       01 statement-heading.
           02 filler pic x(34) value
           02 filler pic x(3) value " $ ".
           02 prn-stm-course-fee pic z,zz9.99.

       01 statement-aid-line.
           02 filler pic x(4) value spaces.
           02 prn-stm-aid-type pic x(12).
           02 prn-stm-aid-source pic x(20).
           02 filler pic x(3) value " $ ".
           02 prn-stm-aid-amount pic z,zz9.99.
           02 filler pic x(3) value " CR".

       01 statement-charges-line.
           02 filler pic x(22) value "    Tuition charges $ ".
           02 prn-stm-charges pic zz,zz9.99.

       01 statement-aid-total-line.
           02 filler pic x(22) value "    Less aid        $ ".
           02 prn-stm-aid-total pic zz,zz9.99.

       01 statement-total-line.
           02 filler pic x(22) value "    Tuition due     $ ".
           02 prn-stm-total pic zz,zz9.99.
               close billed-file
               open i-o billed-file
           end-if
           open i-o aid-file
           open input contact-file

           open output statement-report
           accept ws-bill-date from date YYYYMMDD

           close students-file, enrollment-file, billed-file
           close statement-report
           if not aid-file-missing
               close aid-file
           end-if
           if not contact-file-missing
               close contact-file
           end-if

           display "Students billed: " students-billed
              "  already billed or no courses: " students-skipped
           display "Term tuition total: " term-grand-total
           display "Term aid applied:   " term-aid-total
           stop run.

       load-current-term.
               if student-course-count = zeroes
                   add 1 to students-skipped
               else
                   perform apply-student-aid
                   perform print-one-statement
                   perform write-one-billed-record
               end-if
           write statement-line from statement-student-line
             after advancing 1 line

           move student-id to sa-student-id
           perform build-address-block
           move sa-street-line to sa-prn-address
           write statement-line from sa-address-line
             after advancing 1 line
           if sa-address-found
               move sa-city-line to sa-prn-address
               write statement-line from sa-address-line
                 after advancing 1 line
           end-if

           perform print-statement-courses

           if student-aid-count > zeroes
               move student-tuition-total to prn-stm-charges
               write statement-line from statement-charges-line
                 after advancing 1 line
               perform print-one-aid-credit
                   varying aid-idx from 1 by 1
                   until aid-idx > student-aid-count
               move student-aid-total to prn-stm-aid-total
               write statement-line from statement-aid-total-line
                 after advancing 1 line
           end-if

           move student-net-due to prn-stm-total
           write statement-line from statement-total-line
             after advancing 1 line
           write statement-line from statement-rule-line
           move current-term-id to tb-term-id
           move student-tuition-total to tb-amount
           move ws-bill-date to tb-bill-date
           move student-aid-total to tb-aid-amount
           move zeroes to tb-refund-amount
           write tuition-billed-record
               invalid key
                   display "Unable to record tuition billed for "
               not invalid key
                   add 1 to students-billed
                   add student-tuition-total to term-grand-total
                   add student-aid-total to term-aid-total
                   perform stamp-one-award
                       varying aid-idx from 1 by 1
                       until aid-idx > student-aid-count
           end-write.

       apply-student-aid.
      * Awards are taken in the order they were given, each held to
      * the tuition still left, so the net due never goes below
      * zero. They are only stamped once the billed record is down.
           move zeroes to student-aid-count, student-aid-total
           move "N" to aid-scan-eof
           if aid-file-missing
               move student-tuition-total to student-net-due
               exit paragraph
           end-if

           move student-id to aa-student-id
           move current-term-id to aa-term-id
           move zeroes to aa-seq
           start aid-file key is >= aa-key
               invalid key move "Y" to aid-scan-eof
           end-start

           if not end-of-aid-scan
               read aid-file next
                   at end move "Y" to aid-scan-eof
               end-read
           end-if

           perform apply-one-award until end-of-aid-scan
           compute student-net-due =
              student-tuition-total - student-aid-total.

       apply-one-award.
           if aa-student-id not = student-id
             or aa-term-id not = current-term-id
               move "Y" to aid-scan-eof
           else
               if aa-open and student-aid-count < 10
                   if aa-percentage
                       compute award-applied-amount rounded =
                          student-tuition-total * aa-percent / 100
                   else
                       move aa-amount to award-applied-amount
                   end-if
                   if award-applied-amount >
                      student-tuition-total - student-aid-total
                       compute award-applied-amount =
                          student-tuition-total - student-aid-total
                   end-if
                   add 1 to student-aid-count
                   move aa-seq to aid-tbl-seq(student-aid-count)
                   move aa-award-type
                     to aid-tbl-type(student-aid-count)
                   move aa-source to aid-tbl-source(student-aid-count)
                   move award-applied-amount
                     to aid-tbl-applied(student-aid-count)
                   add award-applied-amount to student-aid-total
               end-if
               read aid-file next
                   at end move "Y" to aid-scan-eof
               end-read
           end-if.

       print-one-aid-credit.
           evaluate aid-tbl-type(aid-idx)
               when "S" move "Scholarship" to prn-stm-aid-type
               when "G" move "Grant" to prn-stm-aid-type
               when other move "Waiver" to prn-stm-aid-type
           end-evaluate
           move aid-tbl-source(aid-idx) to prn-stm-aid-source
           move aid-tbl-applied(aid-idx) to prn-stm-aid-amount
           write statement-line from statement-aid-line
             after advancing 1 line.

       stamp-one-award.
           move student-id to aa-student-id
           move current-term-id to aa-term-id
           move aid-tbl-seq(aid-idx) to aa-seq
           read aid-file
               invalid key
                   display "Aid award " aa-seq " for student "
                      student-id " has gone -- not stamped."
               not invalid key
                   move "P" to aa-status
                   move aid-tbl-applied(aid-idx) to aa-applied-amount
                   move ws-bill-date to aa-applied-date
                   rewrite aid-award-record
                       invalid key
                           display "Unable to stamp aid award "
                              aa-seq " for student " student-id
                   end-rewrite
           end-read.

           copy STUADDRP.
