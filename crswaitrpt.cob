       identification division.
       program-id. CrsWaitRpt.
      * Course waiting-list report: for the course code given as
      * the first argument (or every course in the catalog when
      * none is given), lists each request in
      * data/course-waitlist.dat in the order it was made -- the
      * student's place among those still waiting, the request date
      * and term, and the outcome: still waiting (with the reason
      * the student was last passed over for a seat), enrolled from
      * the list, or withdrawn -- under a course line showing the
      * term's enrollment against capacity. Output is
      * output/course-waitlist.txt.

       environment division.
       input-output section.
       file-control.
           select course-wait-file assign to
               "data/course-waitlist.dat"
               organization is indexed
               access mode is dynamic
               record key is cw-key
               file status is course-wait-status.

           select students-file assign to "students1.dat"
               organization is indexed
               access mode is dynamic
               record key is student-id
               file status is students-file-status.

           select enrollment-file assign to "data/enrollments.dat"
               organization is indexed
               access mode is dynamic
               record key is enrol-key
               file status is enrollment-file-status.

           select catalog-file assign to "data/course-catalog.dat"
               organization is line sequential
               file status is catalog-file-status.

           select terms-file assign to "data/terms.dat"
               organization is line sequential
               file status is terms-file-status.

           select waitlist-report assign to
               "output/course-waitlist.txt"
               organization is line sequential.

       data division.
       file section.
       FD course-wait-file.
           copy CRSWAIT.

       FD students-file.
           copy STUDREC.

       FD enrollment-file.
           copy ENROLREC.

       FD catalog-file.
           copy CRSECAT.

       FD terms-file.
           copy TERMREC.

       FD waitlist-report.
       01 waitlist-line pic x(72).

       working-storage section.
       01 course-wait-status pic xx value spaces.
           88 course-wait-missing value "35".
       01 students-file-status pic xx value spaces.
           88 students-file-missing value "35".
       01 enrollment-file-status pic xx value spaces.
           88 enrollment-file-missing value "35".
       01 catalog-file-status pic xx value spaces.
           88 catalog-file-ok value "00".
       01 terms-file-status pic xx value spaces.
           88 terms-file-ok value "00".

       01 ws-args-count pic 9(4) comp value zeroes.
       01 ws-wanted-course pic x(4) value spaces.

       01 catalog-eof-flag pic x value "N".
           88 end-of-catalog value "Y".
       01 terms-eof-flag pic x value "N".
           88 end-of-terms-file value "Y".
       01 enrol-scan-eof pic x value "N".
           88 end-of-enrol-scan value "Y".
       01 wait-scan-eof pic x value "N".
           88 end-of-wait-scan value "Y".

       01 current-term-id pic x(5) value spaces.

       01 course-catalog-table.
           02 catalog-entry occurs 50 times.
               03 cat-tbl-code pic x(4).
               03 cat-tbl-title pic x(20).
               03 cat-tbl-capacity pic 9(3).
               03 cat-tbl-enrolled pic 9(3).
       01 catalog-count pic 99 value zeroes.
       01 catalog-idx pic 99 value zeroes.
       01 catalog-found-idx pic 99 value zeroes.
       01 wanted-catalog-code pic x(4) value spaces.

       01 wait-position pic 9(4) value zeroes.
       01 course-request-count pic 9(4) value zeroes.
       01 courses-listed pic 9(3) value zeroes.
       01 requests-listed pic 9(5) value zeroes.
       01 requests-waiting pic 9(5) value zeroes.
       01 requests-enrolled pic 9(5) value zeroes.

       01 waitlist-heading.
           02 filler pic x(32) value
              "Course Waiting Lists, Term      ".
           02 prn-wh-term pic x(5).

       01 course-line.
           02 filler pic x(8) value "Course: ".
           02 prn-cl-course pic x(4).
           02 filler pic x value space.
           02 prn-cl-title pic x(20).
           02 filler pic x(12) value "  enrolled  ".
           02 prn-cl-enrolled pic zz9.
           02 filler pic x(4) value " of ".
           02 prn-cl-capacity pic zz9.

       01 waitlist-column-header.
           02 filler pic x(7) value "  Pos".
           02 filler pic x(20) value "Student".
           02 filler pic x(6) value "Term".
           02 filler pic x(10) value "Requested".
           02 filler pic x(7) value "Outcome".

       01 waitlist-detail.
           02 filler pic x(2) value spaces.
           02 prn-wd-position pic zzzz.
           02 filler pic x value space.
           02 prn-wd-student-id pic 9(7).
           02 filler pic x value space.
           02 prn-wd-last-name pic x(8).
           02 filler pic x value space.
           02 prn-wd-initials pic xx.
           02 filler pic x value space.
           02 prn-wd-term pic x(5).
           02 filler pic x value space.
           02 prn-wd-request-date pic 9(8).
           02 filler pic x(2) value spaces.
           02 prn-wd-outcome pic x(9).
           02 filler pic x value space.
           02 prn-wd-outcome-detail pic x(19).

       01 no-request-line pic x(40) value
          "No waiting-list requests.".

       01 waitlist-total-line.
           02 filler pic x(10) value "Requests: ".
           02 prn-wt-listed pic zzzz9.
           02 filler pic x(12) value "   waiting: ".
           02 prn-wt-waiting pic zzzz9.
           02 filler pic x(23) value "   enrolled from list: ".
           02 prn-wt-enrolled pic zzzz9.

       procedure division.
       Begin.
           accept ws-args-count from argument-number
           if ws-args-count > 0
               accept ws-wanted-course from argument-value
           end-if

           open input course-wait-file
           if course-wait-missing
               display "No course waiting list on file."
               stop run
           end-if
           open input students-file
           open input enrollment-file
           perform load-course-catalog
           perform load-current-term
           perform count-term-enrollment

           open output waitlist-report
           move current-term-id to prn-wh-term
           write waitlist-line from waitlist-heading
             after advancing page

           if ws-wanted-course not = spaces
               move ws-wanted-course to wanted-catalog-code
               perform find-catalog-course
               if catalog-found-idx = zeroes
                   display "Course " ws-wanted-course
                      " is not in the catalog."
               else
                   move catalog-found-idx to catalog-idx
                   perform list-one-course
               end-if
           else
               perform list-one-course
                   varying catalog-idx from 1 by 1
                   until catalog-idx > catalog-count
           end-if

           if courses-listed = zeroes
               write waitlist-line from no-request-line
                 after advancing 2 lines
           end-if
           move requests-listed to prn-wt-listed
           move requests-waiting to prn-wt-waiting
           move requests-enrolled to prn-wt-enrolled
           write waitlist-line from waitlist-total-line
             after advancing 2 lines

           close course-wait-file, waitlist-report
           if not students-file-missing
               close students-file
           end-if
           if not enrollment-file-missing
               close enrollment-file
           end-if

           display "Waiting-list requests listed: " requests-listed
              " -- output/course-waitlist.txt."
           stop run.

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
               move cat-course-capacity
                 to cat-tbl-capacity(catalog-count)
               move zeroes to cat-tbl-enrolled(catalog-count)
           end-if
           read catalog-file
               at end move "Y" to catalog-eof-flag
           end-read.

       find-catalog-course.
           move zeroes to catalog-found-idx
           perform check-one-catalog-course
               varying catalog-idx from 1 by 1
               until catalog-idx > catalog-count.

       check-one-catalog-course.
           if cat-tbl-code(catalog-idx) = wanted-catalog-code
               move catalog-idx to catalog-found-idx
           end-if.

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

       count-term-enrollment.
           move "N" to enrol-scan-eof
           if enrollment-file-missing
               exit paragraph
           end-if
           move zeroes to enrol-student-id
           move low-values to enrol-course-code
           start enrollment-file key is >= enrol-key
               invalid key move "Y" to enrol-scan-eof
           end-start
           if not end-of-enrol-scan
               read enrollment-file next
                   at end move "Y" to enrol-scan-eof
               end-read
           end-if
           perform count-one-enrollment until end-of-enrol-scan.

       count-one-enrollment.
           if enrol-active and enrol-term-id = current-term-id
               move enrol-course-code to wanted-catalog-code
               perform find-catalog-course
               if catalog-found-idx > zeroes
                   add 1 to cat-tbl-enrolled(catalog-found-idx)
               end-if
           end-if
           read enrollment-file next
               at end move "Y" to enrol-scan-eof
           end-read.

       list-one-course.
           move zeroes to wait-position, course-request-count
           move "N" to wait-scan-eof
           move cat-tbl-code(catalog-idx) to cw-course-code
           move zeroes to cw-request-seq
           start course-wait-file key is >= cw-key
               invalid key move "Y" to wait-scan-eof
           end-start
           if not end-of-wait-scan
               perform read-next-request
           end-if
           if end-of-wait-scan
               exit paragraph
           end-if

           add 1 to courses-listed
           move cat-tbl-code(catalog-idx) to prn-cl-course
           move cat-tbl-title(catalog-idx) to prn-cl-title
           move cat-tbl-enrolled(catalog-idx) to prn-cl-enrolled
           move cat-tbl-capacity(catalog-idx) to prn-cl-capacity
           write waitlist-line from course-line
             after advancing 2 lines
           write waitlist-line from waitlist-column-header
             after advancing 1 line
           perform list-one-request until end-of-wait-scan.

       read-next-request.
           read course-wait-file next
               at end move "Y" to wait-scan-eof
           end-read
           if not end-of-wait-scan
             and cw-course-code not = cat-tbl-code(catalog-idx)
               move "Y" to wait-scan-eof
           end-if.

       list-one-request.
           add 1 to requests-listed
           move cw-student-id to prn-wd-student-id
           move cw-student-id to student-id
           move spaces to prn-wd-last-name, prn-wd-initials
           if not students-file-missing
               read students-file
                   invalid key
                       move "(gone)" to prn-wd-last-name
                   not invalid key
                       move student-last-name to prn-wd-last-name
                       move student-initials to prn-wd-initials
               end-read
           end-if
           move cw-term-id to prn-wd-term
           move cw-request-date to prn-wd-request-date
           move spaces to prn-wd-outcome-detail

      * Only a request still waiting holds a place in line.
           evaluate true
               when cw-waiting
                   add 1 to wait-position, requests-waiting
                   move wait-position to prn-wd-position
                   move "WAITING" to prn-wd-outcome
                   move cw-passed-reason to prn-wd-outcome-detail
               when cw-enrolled
                   add 1 to requests-enrolled
                   move zeroes to prn-wd-position
                   move "ENROLLED" to prn-wd-outcome
                   move cw-outcome-date to prn-wd-outcome-detail
               when other
                   move zeroes to prn-wd-position
                   move "WITHDRAWN" to prn-wd-outcome
                   move cw-outcome-date to prn-wd-outcome-detail
           end-evaluate
           write waitlist-line from waitlist-detail
             after advancing 1 line
           perform read-next-request.
