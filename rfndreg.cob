       identification division.
       program-id. RefundReg.
      * Term tuition refund register for the bursar: every course
      * dropped or administratively withdrawn after billing, from
      * data/tuition-refunds.dat, sorted by course -- the student,
      * whether a drop or an AW, the date, the week of the term, the
      * schedule percentage, the course fee and the credit posted --
      * with each course's total and the term total. The term id is
      * the first argument, defaulting to the current term in
      * data/terms.dat. Output is output/refund-register.txt.

       environment division.
       input-output section.
       file-control.
           select refund-file assign to "data/tuition-refunds.dat"
               organization is indexed
               access mode is sequential
               record key is tr-key
               file status is refund-file-status.

           select students-file assign to "students1.dat"
               organization is indexed
               access mode is dynamic
               record key is student-id
               file status is students-file-status.

           select catalog-file assign to "data/course-catalog.dat"
               organization is line sequential
               file status is catalog-file-status.

           select terms-file assign to "data/terms.dat"
               organization is line sequential
               file status is terms-file-status.

           select refund-sort-file assign to
               "output/refund-sort.wrk".

           select register-report assign to
               "output/refund-register.txt"
               organization is line sequential.

       data division.
       file section.
       FD refund-file.
           copy TUIRFND.

       FD students-file.
           copy STUDREC.

       FD catalog-file.
           copy CRSECAT.

       FD terms-file.
           copy TERMREC.

       SD refund-sort-file.
       01 refund-sort-rec.
           02 sort-course-code pic x(4).
           02 sort-student-id pic 9(7).
           02 sort-drop-kind pic x.
           02 sort-drop-date pic 9(8).
           02 sort-week-number pic 99.
           02 sort-refund-percent pic 999.
           02 sort-course-fee pic 9(4)v99.
           02 sort-refund-amount pic 9(5)v99.

       FD register-report.
       01 register-line pic x(70).

       working-storage section.
       01 refund-file-status pic xx value spaces.
           88 refund-file-missing value "35".
       01 students-file-status pic xx value spaces.
           88 students-file-missing value "35".
       01 catalog-file-status pic xx value spaces.
           88 catalog-file-ok value "00".
       01 terms-file-status pic xx value spaces.
           88 terms-file-ok value "00".

       01 ws-args-count pic 9(4) comp value zeroes.
       01 ws-wanted-term pic x(5) value spaces.
       01 current-term-id pic x(5) value spaces.

       01 terms-eof-flag pic x value "N".
           88 end-of-terms-file value "Y".
       01 catalog-eof-flag pic x value "N".
           88 end-of-catalog value "Y".
       01 refund-eof-flag pic x value "N".
           88 end-of-refund-file value "Y".
       01 refund-sort-eof pic x value "N".
           88 end-of-refund-sort value "Y".

       01 course-catalog-table.
           02 catalog-entry occurs 50 times.
               03 cat-tbl-code pic x(4).
               03 cat-tbl-title pic x(20).
       01 catalog-count pic 99 value zeroes.
       01 catalog-idx pic 99 value zeroes.
       01 catalog-found-idx pic 99 value zeroes.

       01 prev-course-code pic x(4) value spaces.
       01 course-drop-count pic 9(4) value zeroes.
       01 course-refund-total pic 9(7)v99 value zeroes.
       01 courses-listed pic 9(3) value zeroes.
       01 drops-listed pic 9(5) value zeroes.
       01 term-refund-total pic 9(7)v99 value zeroes.

       01 register-heading.
           02 filler pic x(36) value
              "Tuition Refund Register -- term     ".
           02 prn-rh-term pic x(5).

       01 course-heading.
           02 filler pic x(8) value "Course: ".
           02 prn-ch-course pic x(4).
           02 filler pic x value space.
           02 prn-ch-title pic x(20).

       01 register-column-header.
           02 filler pic x(19) value "  Student".
           02 filler pic x(5) value "Kind".
           02 filler pic x(9) value "Dropped".
           02 filler pic x(4) value "Wk".
           02 filler pic x(5) value "Pct".
           02 filler pic x(9) value "     Fee".
           02 filler pic x(9) value "   Credit".

       01 register-detail.
           02 filler pic x(2) value spaces.
           02 prn-rd-student-id pic 9(7).
           02 filler pic x value space.
           02 prn-rd-last-name pic x(8).
           02 filler pic x value space.
           02 prn-rd-kind pic x(4).
           02 filler pic x value space.
           02 prn-rd-drop-date pic 9(8).
           02 filler pic x value space.
           02 prn-rd-week pic zz9.
           02 filler pic x value space.
           02 prn-rd-percent pic zz9.
           02 filler pic x(2) value "% ".
           02 prn-rd-fee pic z,zz9.99.
           02 filler pic x value space.
           02 prn-rd-refund pic zz,zz9.99.

       01 course-total-line.
           02 filler pic x(16) value "  Course total  ".
           02 prn-ct-count pic zzz9.
           02 filler pic x(28) value " drop(s)".
           02 prn-ct-refund pic z,zzz,zz9.99.

       01 no-refund-line pic x(40) value
          "No drops after billing for the term.".

       01 term-total-line.
           02 filler pic x(16) value "Term total      ".
           02 prn-tt-count pic zzzz9.
           02 filler pic x(27) value " drop(s)".
           02 prn-tt-refund pic z,zzz,zz9.99.

       procedure division.
       Begin.
           accept ws-args-count from argument-number
           if ws-args-count > 0
               accept ws-wanted-term from argument-value
           else
               perform load-current-term
               move current-term-id to ws-wanted-term
           end-if
           if ws-wanted-term = spaces
               display "No term to report -- give a term id or flag "
                  "one current in data/terms.dat."
               stop run
           end-if

           open input refund-file
           if refund-file-missing
               display "No tuition refunds on file."
               stop run
           end-if
           open input students-file
           perform load-course-catalog
           open output register-report

           move ws-wanted-term to prn-rh-term
           write register-line from register-heading
             after advancing page

           sort refund-sort-file on ascending key sort-course-code
               on ascending key sort-student-id
             input procedure is load-refund-sort-file
             output procedure is write-register-body

           if drops-listed = zeroes
               write register-line from no-refund-line
                 after advancing 2 lines
           end-if
           move drops-listed to prn-tt-count
           move term-refund-total to prn-tt-refund
           write register-line from term-total-line
             after advancing 2 lines

           close refund-file, register-report
           if not students-file-missing
               close students-file
           end-if

           display "Drops listed: " drops-listed " in "
              courses-listed " course(s) -- "
              "output/refund-register.txt."
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
           if catalog-count < 50
               add 1 to catalog-count
               move cat-course-code to cat-tbl-code(catalog-count)
               move cat-course-title to cat-tbl-title(catalog-count)
           end-if
           read catalog-file
               at end move "Y" to catalog-eof-flag
           end-read.

       check-one-catalog-course.
           if cat-tbl-code(catalog-idx) = sort-course-code
               move catalog-idx to catalog-found-idx
           end-if.

       load-refund-sort-file.
           read refund-file next
               at end move "Y" to refund-eof-flag
           end-read
           perform release-one-refund until end-of-refund-file.

       release-one-refund.
           if tr-term-id = ws-wanted-term
               move tr-course-code to sort-course-code
               move tr-student-id to sort-student-id
               move tr-drop-kind to sort-drop-kind
               move tr-drop-date to sort-drop-date
               move tr-week-number to sort-week-number
               move tr-refund-percent to sort-refund-percent
               move tr-course-fee to sort-course-fee
               move tr-refund-amount to sort-refund-amount
               release refund-sort-rec
           end-if
           read refund-file next
               at end move "Y" to refund-eof-flag
           end-read.

       write-register-body.
           move low-values to prev-course-code
           return refund-sort-file
               at end move "Y" to refund-sort-eof
           end-return

           perform write-one-refund until end-of-refund-sort

           if courses-listed > zeroes
               perform write-course-total
           end-if.

       write-one-refund.
           if sort-course-code not = prev-course-code
               if courses-listed > zeroes
                   perform write-course-total
               end-if
               perform write-course-heading
           end-if

           move sort-student-id to prn-rd-student-id
           move sort-student-id to student-id
           move spaces to prn-rd-last-name
           if not students-file-missing
               read students-file
                   invalid key
                       move "(gone)" to prn-rd-last-name
                   not invalid key
                       move student-last-name to prn-rd-last-name
               end-read
           end-if
           if sort-drop-kind = "X"
               move "AW" to prn-rd-kind
           else
               move "DROP" to prn-rd-kind
           end-if
           move sort-drop-date to prn-rd-drop-date
           move sort-week-number to prn-rd-week
           move sort-refund-percent to prn-rd-percent
           move sort-course-fee to prn-rd-fee
           move sort-refund-amount to prn-rd-refund
           write register-line from register-detail
             after advancing 1 line

           add 1 to course-drop-count, drops-listed
           add sort-refund-amount to course-refund-total
           add sort-refund-amount to term-refund-total

           return refund-sort-file
               at end move "Y" to refund-sort-eof
           end-return.

       write-course-heading.
           add 1 to courses-listed
           move sort-course-code to prev-course-code
           move zeroes to course-drop-count, course-refund-total
           move sort-course-code to prn-ch-course
           move zeroes to catalog-found-idx
           perform check-one-catalog-course
               varying catalog-idx from 1 by 1
               until catalog-idx > catalog-count
           if catalog-found-idx > zeroes
               move cat-tbl-title(catalog-found-idx) to prn-ch-title
           else
               move "(not in catalog)" to prn-ch-title
           end-if
           write register-line from course-heading
             after advancing 2 lines
           write register-line from register-column-header
             after advancing 1 line.

       write-course-total.
           move course-drop-count to prn-ct-count
           move course-refund-total to prn-ct-refund
           write register-line from course-total-line
             after advancing 1 line.
