       identification division.
       program-id. TeachLoad.
      * Teaching-load pay batch for part-time instructors, run each
      * payday of the current term. Every active catalog course
      * with an instructor (cat-instructor-id) is a section; its
      * headcount is the term's active enrollments in
      * data/enrollments.dat, and a section nobody enrolled in is
      * cancelled and not paid. An instructor's term pay is the pay
      * rate from the instructor master times the sections taught,
      * split evenly across the term's fortnightly pay periods (the
      * last period takes the odd cents). The pay period is the
      * first argument, or worked out from today's date and the
      * term start. This period's share is added to data/payslip.dat
      * as a payslip input record -- gross only, Payroll works the
      * tax and net -- and to the gross-pay input Payroll pays from
      * (data/gross-pay.dat, as teaching pay), so run it after the
      * timesheet run and before Payroll. Salaried instructors (rate
      * zero) are listed but not paid here. The teaching-load report
      * is output/teaching-load.txt.

       environment division.
       input-output section.
       file-control.
           select instructor-file assign to "data/instructors.dat"
               organization is line sequential
               file status is instructor-file-status.

           select catalog-file assign to "data/course-catalog.dat"
               organization is line sequential
               file status is catalog-file-status.

           select enrollment-file assign to "data/enrollments.dat"
               organization is indexed
               access mode is sequential
               record key is enrol-key
               file status is enrollment-file-status.

           select terms-file assign to "data/terms.dat"
               organization is line sequential
               file status is terms-file-status.

           select payslip-file assign to "data/payslip.dat"
               organization is line sequential
               file status is payslip-file-status.

           select gross-pay-file assign to "data/gross-pay.dat"
               organization is line sequential
               file status is gross-pay-status.

           select load-report assign to "output/teaching-load.txt"
               organization is line sequential.

       data division.
       file section.
       FD instructor-file.
           copy INSTREC.

       FD catalog-file.
           copy CRSECAT.

       FD enrollment-file.
           copy ENROLREC.

       FD terms-file.
           copy TERMREC.

       FD payslip-file.
           copy PAYSLIP.

       FD gross-pay-file.
           copy GROSSPAY.

       FD load-report.
       01 load-line pic x(80).

       working-storage section.
       01 instructor-file-status pic xx value spaces.
           88 instructor-file-ok value "00".
       01 instructor-eof-flag pic x value "N".
           88 end-of-instructors value "Y".

       01 catalog-file-status pic xx value spaces.
           88 catalog-file-ok value "00".
       01 catalog-eof-flag pic x value "N".
           88 end-of-catalog value "Y".

       01 enrollment-file-status pic xx value spaces.
           88 enrollment-file-ok value "00".
       01 enrol-eof-flag pic x value "N".
           88 end-of-enrollments value "Y".

       01 terms-file-status pic xx value spaces.
           88 terms-file-ok value "00".
       01 terms-eof-flag pic x value "N".
           88 end-of-terms-file value "Y".
       01 current-term-id pic x(5) value spaces.
       01 term-start-date pic 9(8) value zeroes.
       01 term-end-date pic 9(8) value zeroes.

       01 payslip-file-status pic xx value spaces.
           88 payslip-file-missing value "35".
       01 gross-pay-status pic xx value spaces.
           88 gross-pay-missing value "35".

       01 ws-args-count pic 9(4) comp value zeroes.
       01 ws-period-arg pic x(3) value spaces.
       01 ws-today-date pic 9(8) value zeroes.
       01 pay-period-count pic 99 value zeroes.
       01 pay-period-number pic s9(3) value zeroes.
       01 term-day-count pic s9(5) value zeroes.

       01 instructor-table.
           02 instructor-entry occurs 30 times.
               03 tbl-inst-id pic x(3).
               03 tbl-inst-name pic x(20).
               03 tbl-inst-pay-rate pic 9(5)v99.
               03 tbl-inst-employee-id pic x(6).
       01 instructor-count pic 99 value zeroes.
       01 instructor-idx pic 99 value zeroes.

       01 course-catalog-table.
           02 catalog-entry occurs 50 times.
               03 cat-tbl-code pic x(4).
               03 cat-tbl-title pic x(20).
               03 cat-tbl-instructor pic x(3).
               03 cat-tbl-headcount pic 9(3).
       01 catalog-count pic 99 value zeroes.
       01 catalog-idx pic 99 value zeroes.
       01 catalog-found-idx pic 99 value zeroes.

       01 inst-sections pic 99 value zeroes.
       01 inst-sections-paid pic 99 value zeroes.
       01 inst-headcount pic 9(4) value zeroes.
       01 inst-term-pay pic 9(6)v99 value zeroes.
       01 inst-period-pay pic 9(6)v99 value zeroes.
       01 section-pay pic 9(5)v99 value zeroes.

       01 instructors-paid pic 9(3) value zeroes.
       01 total-sections-paid pic 9(4) value zeroes.
       01 total-period-pay pic 9(7)v99 value zeroes.

       01 load-heading.
           02 filler pic x(30) value
              "Teaching Load and Pay -- term ".
           02 prn-lh-term pic x(5).
           02 filler pic x(14) value "   pay period ".
           02 prn-lh-period pic z9.
           02 filler pic x(4) value " of ".
           02 prn-lh-periods pic z9.

       01 instructor-heading.
           02 filler pic x(12) value "Instructor: ".
           02 prn-ih-inst-id pic x(3).
           02 filler pic x(2) value spaces.
           02 prn-ih-name pic x(20).
           02 filler pic x(2) value spaces.
           02 prn-ih-rate-note pic x(30).

       01 section-column-header.
           02 filler pic x(8) value "  Course".
           02 filler pic x(22) value spaces.
           02 filler pic x(10) value "Students".
           02 filler pic x(14) value "     Pay".

       01 section-detail.
           02 filler pic x(2) value spaces.
           02 prn-sd-course pic x(4).
           02 filler pic x(2) value spaces.
           02 prn-sd-title pic x(20).
           02 filler pic x(4) value spaces.
           02 prn-sd-headcount pic zz9.
           02 filler pic x(3) value spaces.
           02 prn-sd-pay pic zz,zz9.99.
           02 filler pic x(2) value spaces.
           02 prn-sd-note pic x(24).

       01 instructor-total-line.
           02 filler pic x(10) value "  Sections".
           02 prn-it-sections pic zz9.
           02 filler pic x(10) value "  students".
           02 prn-it-headcount pic zzz9.
           02 filler pic x(12) value "  term pay $".
           02 prn-it-term-pay pic zzz,zz9.99.
           02 filler pic x(15) value "  this period $".
           02 prn-it-period-pay pic zzz,zz9.99.

       01 no-section-line pic x(40) value
          "  (no sections assigned)".

       01 load-totals.
           02 filler pic x(19) value "Instructors paid   ".
           02 prn-lt-paid pic zz9.
           02 filler pic x(17) value "   sections paid ".
           02 prn-lt-sections pic zzz9.
           02 filler pic x(16) value "   period pay $ ".
           02 prn-lt-pay pic z,zzz,zz9.99.

       01 prn-rate pic zz,zz9.99.

       procedure division.
       Begin.
           perform load-current-term
           if current-term-id = spaces
               display "No current term flagged in data/terms.dat "
                  "-- no teaching load to pay."
               stop run
           end-if

           accept ws-today-date from date YYYYMMDD
           compute term-day-count =
              function integer-of-date(term-end-date)
              - function integer-of-date(term-start-date)
           compute pay-period-count = term-day-count / 14 + 1

           accept ws-args-count from argument-number
           if ws-args-count > 0
               accept ws-period-arg from argument-value
           end-if
           if ws-period-arg not = spaces
               compute pay-period-number =
                  function numval(ws-period-arg)
           else
               if ws-today-date < term-start-date
                   move zeroes to pay-period-number
               else
                   compute pay-period-number =
                      (function integer-of-date(ws-today-date)
                       - function integer-of-date(term-start-date))
                      / 14 + 1
               end-if
           end-if
           if pay-period-number < 1
             or pay-period-number > pay-period-count
               display "Pay period " pay-period-number
                  " is outside term " current-term-id "'s "
                  pay-period-count " pay periods -- nothing paid."
               stop run
           end-if

           perform load-instructors
           if instructor-count = zeroes
               display "No instructor master -- set one up in "
                  "InstMaint."
               stop run
           end-if
           perform load-course-catalog
           perform count-headcounts

           open extend payslip-file
           if payslip-file-missing
               open output payslip-file
           end-if
           open extend gross-pay-file
           if gross-pay-missing
               open output gross-pay-file
           end-if
           open output load-report

           move current-term-id to prn-lh-term
           move pay-period-number to prn-lh-period
           move pay-period-count to prn-lh-periods
           write load-line from load-heading
             after advancing page

           perform pay-one-instructor
               varying instructor-idx from 1 by 1
               until instructor-idx > instructor-count

           move instructors-paid to prn-lt-paid
           move total-sections-paid to prn-lt-sections
           move total-period-pay to prn-lt-pay
           write load-line from load-totals
             after advancing 3 lines

           close payslip-file, gross-pay-file, load-report

           display "Instructors paid: " instructors-paid
              "  period pay: " prn-lt-pay
           display "Teaching-load report in output/teaching-load.txt."
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
               move trm-start-date to term-start-date
               move trm-end-date to term-end-date
           end-if
           read terms-file
               at end move "Y" to terms-eof-flag
           end-read.

       load-instructors.
           open input instructor-file
           if instructor-file-ok
               read instructor-file
                   at end move "Y" to instructor-eof-flag
               end-read
               perform load-one-instructor until end-of-instructors
               close instructor-file
           end-if.

       load-one-instructor.
           if instructor-count < 30
               add 1 to instructor-count
               move inst-id to tbl-inst-id(instructor-count)
               move inst-name to tbl-inst-name(instructor-count)
               if inst-pay-rate numeric
                   move inst-pay-rate
                     to tbl-inst-pay-rate(instructor-count)
               else
                   move zeroes to tbl-inst-pay-rate(instructor-count)
               end-if
               if inst-employee-id = spaces
                   move inst-id
                     to tbl-inst-employee-id(instructor-count)
               else
                   move inst-employee-id
                     to tbl-inst-employee-id(instructor-count)
               end-if
           end-if
           read instructor-file
               at end move "Y" to instructor-eof-flag
           end-read.

       load-course-catalog.
           open input catalog-file
           if catalog-file-ok
               read catalog-file
                   at end move "Y" to catalog-eof-flag
               end-read
               perform load-one-catalog-course until end-of-catalog
               close catalog-file
           end-if.

       load-one-catalog-course.
      * Only an active course with an instructor is a section.
           if catalog-count < 50
             and cat-course-active
             and cat-instructor-id not = spaces
               add 1 to catalog-count
               move cat-course-code to cat-tbl-code(catalog-count)
               move cat-course-title to cat-tbl-title(catalog-count)
               move cat-instructor-id
                 to cat-tbl-instructor(catalog-count)
               move zeroes to cat-tbl-headcount(catalog-count)
           end-if
           read catalog-file
               at end move "Y" to catalog-eof-flag
           end-read.

       count-headcounts.
           open input enrollment-file
           if not enrollment-file-ok
               exit paragraph
           end-if
           read enrollment-file
               at end move "Y" to enrol-eof-flag
           end-read
           perform count-one-enrollment until end-of-enrollments
           close enrollment-file.

       count-one-enrollment.
           if enrol-active and enrol-term-id = current-term-id
               perform find-catalog-course
               if catalog-found-idx > zeroes
                   add 1 to cat-tbl-headcount(catalog-found-idx)
               end-if
           end-if
           read enrollment-file
               at end move "Y" to enrol-eof-flag
           end-read.

       find-catalog-course.
           move zeroes to catalog-found-idx
           perform check-one-catalog-course
               varying catalog-idx from 1 by 1
               until catalog-idx > catalog-count.

       check-one-catalog-course.
           if cat-tbl-code(catalog-idx) = enrol-course-code
               move catalog-idx to catalog-found-idx
           end-if.

       pay-one-instructor.
           move zeroes to inst-sections, inst-sections-paid
           move zeroes to inst-headcount, inst-term-pay
           move zeroes to inst-period-pay

           move tbl-inst-id(instructor-idx) to prn-ih-inst-id
           move tbl-inst-name(instructor-idx) to prn-ih-name
           move spaces to prn-ih-rate-note
           if tbl-inst-pay-rate(instructor-idx) = zeroes
               move "SALARIED -- not paid here" to prn-ih-rate-note
           else
               move tbl-inst-pay-rate(instructor-idx) to prn-rate
               string "$" delimited by size
                 prn-rate delimited by size
                 " per section" delimited by size
                 into prn-ih-rate-note
               end-string
           end-if
           write load-line from instructor-heading
             after advancing 2 lines
           write load-line from section-column-header
             after advancing 1 line

           perform list-one-section
               varying catalog-idx from 1 by 1
               until catalog-idx > catalog-count

           if inst-sections = zeroes
               write load-line from no-section-line
                 after advancing 1 line
               exit paragraph
           end-if

      * Even shares each period; the last period takes what the
      * rounding left over so the term pays out exactly.
           compute inst-term-pay =
              tbl-inst-pay-rate(instructor-idx) * inst-sections-paid
           compute inst-period-pay =
              inst-term-pay / pay-period-count
           if pay-period-number = pay-period-count
               compute inst-period-pay = inst-term-pay
                  - inst-period-pay * (pay-period-count - 1)
           end-if

           move inst-sections to prn-it-sections
           move inst-headcount to prn-it-headcount
           move inst-term-pay to prn-it-term-pay
           move inst-period-pay to prn-it-period-pay
           write load-line from instructor-total-line
             after advancing 1 line

           if inst-period-pay > zeroes
               perform write-payslip-input
           end-if.

       list-one-section.
           if cat-tbl-instructor(catalog-idx)
              not = tbl-inst-id(instructor-idx)
               exit paragraph
           end-if

           add 1 to inst-sections
           add cat-tbl-headcount(catalog-idx) to inst-headcount
           move zeroes to section-pay
           move spaces to prn-sd-note
           if cat-tbl-headcount(catalog-idx) = zeroes
               move "NO STUDENTS -- NOT PAID" to prn-sd-note
           else
               if tbl-inst-pay-rate(instructor-idx) > zeroes
                   move tbl-inst-pay-rate(instructor-idx)
                     to section-pay
                   add 1 to inst-sections-paid
               end-if
           end-if

           move cat-tbl-code(catalog-idx) to prn-sd-course
           move cat-tbl-title(catalog-idx) to prn-sd-title
           move cat-tbl-headcount(catalog-idx) to prn-sd-headcount
           move section-pay to prn-sd-pay
           write load-line from section-detail
             after advancing 1 line.

       write-payslip-input.
           move tbl-inst-employee-id(instructor-idx)
             to PR-Employee-Id
           move inst-period-pay to PR-Gross-Pay
           move zeroes to PR-Tax, PR-Pension, PR-Other-Ded
           move inst-period-pay to PR-Net-Pay
           write PayslipRecord

           move spaces to GrossPayRecord
           move tbl-inst-employee-id(instructor-idx)
             to GP-Employee-Id
           set GP-From-Teaching to true
           move zeroes to GP-Hours
           move inst-period-pay to GP-Gross-Pay
           write GrossPayRecord

           add 1 to instructors-paid
           add inst-sections-paid to total-sections-paid
           add inst-period-pay to total-period-pay.
