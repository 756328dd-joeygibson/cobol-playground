      * Companion procedures for SEATFIL: the course waiting list.
      * PERFORM load-seat-fill-catalog and open-course-waitlist
      * once at the start of the run. place-on-waiting-list adds
      * sf-student-id to the end of the course's list for the term
      * (sf-was-placed, with sf-wait-position, or sf-already-waiting
      * when the student is on it already). fill-freed-seats is
      * performed after a drop or withdrawal: while the course has
      * a seat free for the term it enrolls the first waiting
      * student who has the prerequisite (a passing grade here or
      * an accepted transfer credit) and no schedule conflict,
      * marks the request E and writes the student's notice to
      * output/waitlist-notices.txt; a student passed over keeps
      * the place with the reason noted -- a student under an
      * active registration hold among them. sf-filled-count says
      * how many were enrolled.
       load-seat-fill-catalog.
           move zeroes to sf-catalog-count
           move "N" to sf-catalog-eof
           open input catalog-file
           if catalog-file-ok
               read catalog-file
                   at end move "Y" to sf-catalog-eof
               end-read
               perform load-one-seat-fill-course
                   until sf-end-of-catalog
               close catalog-file
           end-if.

       load-one-seat-fill-course.
           if sf-catalog-count < 50
               add 1 to sf-catalog-count
               move cat-course-code to sf-cat-code(sf-catalog-count)
               move cat-course-title
                 to sf-cat-title(sf-catalog-count)
               move cat-course-capacity
                 to sf-cat-capacity(sf-catalog-count)
               move cat-prereq-code
                 to sf-cat-prereq(sf-catalog-count)
               move cat-meet-days to sf-cat-days(sf-catalog-count)
               if cat-meet-period numeric
                   move cat-meet-period
                     to sf-cat-period(sf-catalog-count)
               else
                   move zeroes to sf-cat-period(sf-catalog-count)
               end-if
           end-if
           read catalog-file
               at end move "Y" to sf-catalog-eof
           end-read.

       find-seat-fill-course.
           move zeroes to sf-lookup-idx
           perform check-one-seat-fill-course
               varying sf-cat-idx from 1 by 1
               until sf-cat-idx > sf-catalog-count.

       check-one-seat-fill-course.
           if sf-cat-code(sf-cat-idx) = sf-lookup-code
               move sf-cat-idx to sf-lookup-idx
           end-if.

       open-course-waitlist.
           open i-o course-wait-file
           if course-wait-missing
               open output course-wait-file
               close course-wait-file
               open i-o course-wait-file
           end-if.

       count-course-seats.
      * Active enrollments in sf-course-code for sf-term-id; the
      * enrollment file is keyed by student, so every record is
      * read.
           move zeroes to sf-seats-taken
           move "N" to sf-enrol-scan-eof
           move zeroes to enrol-student-id
           move low-values to enrol-course-code
           start enrollment-file key is >= enrol-key
               invalid key move "Y" to sf-enrol-scan-eof
           end-start
           if not sf-end-of-enrol-scan
               read enrollment-file next
                   at end move "Y" to sf-enrol-scan-eof
               end-read
           end-if
           perform count-one-course-seat until sf-end-of-enrol-scan.

       count-one-course-seat.
           if enrol-course-code = sf-course-code
             and enrol-term-id = sf-term-id
             and enrol-active
               add 1 to sf-seats-taken
           end-if
           read enrollment-file next
               at end move "Y" to sf-enrol-scan-eof
           end-read.

       start-course-waitlist.
      * Leaves the course's first request in the record, or the
      * scan at its end when there is none.
           move "N" to sf-wait-scan-eof
           move sf-course-code to cw-course-code
           move zeroes to cw-request-seq
           start course-wait-file key is >= cw-key
               invalid key move "Y" to sf-wait-scan-eof
           end-start
           if not sf-end-of-wait-scan
               perform read-next-wait-entry
           end-if.

       read-next-wait-entry.
           read course-wait-file next
               at end move "Y" to sf-wait-scan-eof
           end-read
           if not sf-end-of-wait-scan
             and cw-course-code not = sf-course-code
               move "Y" to sf-wait-scan-eof
           end-if.

       place-on-waiting-list.
           accept sf-today-date from date YYYYMMDD
           move "N" to sf-placed-flag
           move "N" to sf-already-waiting-flag
           move zeroes to sf-last-seq, sf-wait-position
           perform start-course-waitlist
           perform scan-one-wait-entry until sf-end-of-wait-scan
           if sf-already-waiting
               exit paragraph
           end-if

      * The sequence is taken before the record is filled: the
      * scan above leaves the last request in the record area.
           add 1 to sf-last-seq
           add 1 to sf-wait-position
           initialize course-wait-record
           move sf-course-code to cw-course-code
           move sf-last-seq to cw-request-seq
           move sf-student-id to cw-student-id
           move sf-term-id to cw-term-id
           move sf-today-date to cw-request-date
           move "W" to cw-status
           move zeroes to cw-outcome-date
           write course-wait-record
               invalid key
                   display "Unable to add to the waiting list for "
                      sf-course-code "."
               not invalid key
                   move "Y" to sf-placed-flag
           end-write.

       scan-one-wait-entry.
           move cw-request-seq to sf-last-seq
           if cw-waiting and cw-term-id = sf-term-id
               add 1 to sf-wait-position
               if cw-student-id = sf-student-id
                   move "Y" to sf-already-waiting-flag
               end-if
           end-if
           perform read-next-wait-entry.

       fill-freed-seats.
           accept sf-today-date from date YYYYMMDD
           move zeroes to sf-filled-count
           move sf-course-code to sf-lookup-code
           perform find-seat-fill-course
           if sf-lookup-idx = zeroes
               exit paragraph
           end-if
           move sf-lookup-idx to sf-course-idx
           perform count-course-seats
           if sf-seats-taken >= sf-cat-capacity(sf-course-idx)
               exit paragraph
           end-if
           compute sf-seats-free =
              sf-cat-capacity(sf-course-idx) - sf-seats-taken

           perform start-course-waitlist
           perform offer-seat-to-next
               until sf-end-of-wait-scan or sf-seats-free = zeroes.

       offer-seat-to-next.
           if cw-waiting and cw-term-id = sf-term-id
               move cw-student-id to sf-student-id
               perform check-wait-eligibility
               if sf-student-eligible
                   perform enroll-from-waitlist
               else
      * Already in the course some other way: the request is
      * spent. Otherwise the student keeps the place.
                   if sf-already-enrolled
                       move "C" to cw-status
                       move sf-today-date to cw-outcome-date
                   end-if
                   move sf-passed-reason to cw-passed-reason
                   rewrite course-wait-record
                       invalid key
                           display "Unable to update the waiting "
                              "list for " cw-course-code "."
                   end-rewrite
               end-if
           end-if
           perform read-next-wait-entry.

       check-wait-eligibility.
           move "Y" to sf-eligible-flag
           move "N" to sf-enrolled-flag
           move spaces to sf-passed-reason

           move sf-student-id to enrol-student-id
           move sf-course-code to enrol-course-code
           read enrollment-file
               invalid key continue
           end-read
           if enrollment-file-ok and enrol-active
               move "N" to sf-eligible-flag
               move "Y" to sf-enrolled-flag
               move "already enrolled" to sf-passed-reason
               exit paragraph
           end-if

           move sf-student-id to hc-student-id
           perform check-student-holds
           if hc-student-held
               move "N" to sf-eligible-flag
               move "registration hold" to sf-passed-reason
               exit paragraph
           end-if

      * Only a passing letter A-D, or a passing transfer credit
      * accepted as the prerequisite course (XFERCHKP), satisfies
      * the prerequisite; the registrar's override is not given
      * automatically.
           if sf-cat-prereq(sf-course-idx) not = spaces
               if grades-file-missing
                   move "N" to sf-eligible-flag
               else
                   move sf-student-id to grade-student-id
                   move sf-cat-prereq(sf-course-idx)
                     to grade-course-code
                   read grades-file
                       invalid key move "N" to sf-eligible-flag
                   end-read
                   if grades-file-ok
                     and (not grade-is-valid or grade-letter = "F")
                       move "N" to sf-eligible-flag
                   end-if
               end-if
               if not sf-student-eligible
                   move sf-student-id to xc-student-id
                   move sf-cat-prereq(sf-course-idx) to xc-course-code
                   perform check-transfer-credit
                   if xc-transfer-passed
                       move "Y" to sf-eligible-flag
                   end-if
               end-if
               if not sf-student-eligible
                   move "prerequisite needed" to sf-passed-reason
                   exit paragraph
               end-if
           end-if

           perform gather-wait-held-courses
           perform compare-one-wait-held
               varying sf-held-idx from 1 by 1
               until sf-held-idx > sf-held-count
                 or not sf-student-eligible.

       gather-wait-held-courses.
           move zeroes to sf-held-count
           move "N" to sf-enrol-scan-eof
           move sf-student-id to enrol-student-id
           move low-values to enrol-course-code
           start enrollment-file key is >= enrol-key
               invalid key move "Y" to sf-enrol-scan-eof
           end-start
           if not sf-end-of-enrol-scan
               read enrollment-file next
                   at end move "Y" to sf-enrol-scan-eof
               end-read
           end-if
           perform gather-one-wait-held until sf-end-of-enrol-scan.

       gather-one-wait-held.
           if enrol-student-id not = sf-student-id
               move "Y" to sf-enrol-scan-eof
           else
               if enrol-active and sf-held-count < 10
                   add 1 to sf-held-count
                   move enrol-course-code
                     to sf-held-course(sf-held-count)
               end-if
               read enrollment-file next
                   at end move "Y" to sf-enrol-scan-eof
               end-read
           end-if.

       compare-one-wait-held.
      * Same period and any shared meeting day is a conflict; a
      * course with no period on file cannot conflict.
           move sf-held-course(sf-held-idx) to sf-lookup-code
           perform find-seat-fill-course
           if sf-lookup-idx = zeroes
               exit paragraph
           end-if
           move sf-lookup-idx to sf-held-cat-idx
           if sf-cat-period(sf-course-idx) = zeroes
             or sf-cat-period(sf-course-idx) not =
                sf-cat-period(sf-held-cat-idx)
               exit paragraph
           end-if
           perform compare-one-wait-day
               varying sf-day-idx from 1 by 1
               until sf-day-idx > 5.

       compare-one-wait-day.
           if sf-cat-days(sf-course-idx)(sf-day-idx:1) not = space
               perform match-one-wait-day
                   varying sf-day-idx-2 from 1 by 1
                   until sf-day-idx-2 > 5
           end-if.

       match-one-wait-day.
           if sf-cat-days(sf-course-idx)(sf-day-idx:1) =
              sf-cat-days(sf-held-cat-idx)(sf-day-idx-2:1)
               move "N" to sf-eligible-flag
               move spaces to sf-passed-reason
               string "conflicts with " delimited by size
                 sf-cat-code(sf-held-cat-idx) delimited by size
                 into sf-passed-reason
               end-string
           end-if.

       enroll-from-waitlist.
      * A dropped enrollment for the course re-enrolls in place.
           move sf-student-id to enrol-student-id
           move sf-course-code to enrol-course-code
           move sf-term-id to enrol-term-id
           move sf-today-date to enrol-date
           move "A" to enrol-status
           write enrollment-record
               invalid key
                   rewrite enrollment-record
                       invalid key
                           display "Unable to enroll " sf-student-id
                              " from the waiting list."
                           exit paragraph
                   end-rewrite
           end-write

           move "E" to cw-status
           move sf-today-date to cw-outcome-date
           move spaces to cw-passed-reason
           rewrite course-wait-record
               invalid key
                   display "Unable to update the waiting list for "
                      cw-course-code "."
           end-rewrite
           subtract 1 from sf-seats-free
           add 1 to sf-filled-count
           display "Student " sf-student-id " enrolled in "
              sf-course-code " from the waiting list."
           perform write-wait-notice.

       write-wait-notice.
           open extend wait-notice-file
           if wait-notice-missing
               open output wait-notice-file
           end-if
           move sf-today-date to sf-prn-notice-date
           write wait-notice-line from sf-notice-heading
             after advancing page
           move sf-student-id to sf-prn-notice-student
           write wait-notice-line from sf-notice-student
             after advancing 2 lines
           move sf-course-code to sf-prn-notice-course
           move sf-cat-title(sf-course-idx) to sf-prn-notice-title
           move sf-term-id to sf-prn-notice-term
           write wait-notice-line from sf-notice-course
             after advancing 2 lines
           write wait-notice-line from sf-notice-closing
             after advancing 1 line
           close wait-notice-file.
