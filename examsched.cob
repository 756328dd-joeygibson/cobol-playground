       identification division.
       program-id. ExamSched.
      * Final-exam timetable for the current term: every course with
      * active enrollments in data/enrollments.dat is given one of
      * the term's exam slots from data/exam-slots.dat and a room,
      * largest course first, so that no student sits two exams in
      * one slot and no room holds two exams at once. The rooms are
      * those on the room master (data/rooms.dat), and an exam goes
      * only into a room with a seat for every student enrolled: a
      * course keeps its own catalog room when that is free and big
      * enough, otherwise it takes the first free room that is.
      * Without a room master the catalog rooms are used, unsized.
      * A course that fits no
      * slot is listed as unscheduled for the registrar to place by
      * hand. Prints the timetable with the unscheduled courses and
      * the students left with three or more exams on one day
      * (output/exam-timetable.txt), each student's exam schedule
      * (output/exam-student-schedules.txt) and each room's exam
      * listing (output/exam-room-listings.txt).

       environment division.
       input-output section.
       file-control.
           select students-file assign to "students1.dat"
               organization is indexed
               access mode is dynamic
               record key is student-id
               file status is students-file-status.

           select enrollment-file assign to "data/enrollments.dat"
               organization is indexed
               access mode is sequential
               record key is enrol-key
               file status is enrollment-file-status.

           select catalog-file assign to "data/course-catalog.dat"
               organization is line sequential
               file status is catalog-file-status.

           select terms-file assign to "data/terms.dat"
               organization is line sequential
               file status is terms-file-status.

           select exam-slot-file assign to "data/exam-slots.dat"
               organization is line sequential
               file status is exam-slot-status.

           select room-file assign to "data/rooms.dat"
               organization is line sequential
               file status is room-file-status.

           select timetable-report assign to
               "output/exam-timetable.txt"
               organization is line sequential.

           select student-exam-report assign to
               "output/exam-student-schedules.txt"
               organization is line sequential.

           select room-exam-report assign to
               "output/exam-room-listings.txt"
               organization is line sequential.

       data division.
       file section.
       FD students-file.
           copy STUDREC.

       FD enrollment-file.
           copy ENROLREC.

       FD catalog-file.
           copy CRSECAT.

       FD terms-file.
           copy TERMREC.

       FD exam-slot-file.
           copy EXAMSLOT.

       FD room-file.
           copy ROOMREC.

       FD timetable-report.
       01 timetable-line pic x(70).

       FD student-exam-report.
       01 student-exam-line pic x(70).

       FD room-exam-report.
       01 room-exam-line pic x(70).

       working-storage section.
       01 students-file-status pic xx value spaces.
           88 students-file-missing value "35".

       01 enrollment-file-status pic xx value spaces.
           88 enrollment-file-missing value "35".

       01 catalog-file-status pic xx value spaces.
           88 catalog-file-ok value "00".
       01 catalog-eof-flag pic x value "N".
           88 end-of-catalog value "Y".

       01 terms-file-status pic xx value spaces.
           88 terms-file-ok value "00".
       01 terms-eof-flag pic x value "N".
           88 end-of-terms-file value "Y".
       01 current-term-id pic x(5) value spaces.

       01 exam-slot-status pic xx value spaces.
           88 exam-slot-ok value "00".
       01 exam-slot-eof pic x value "N".
           88 end-of-exam-slots value "Y".

       01 room-file-status pic xx value spaces.
           88 room-file-ok value "00".
       01 room-eof-flag pic x value "N".
           88 end-of-rooms value "Y".
       01 room-master-flag pic x value "N".
           88 room-master-loaded value "Y".

       01 enrol-eof-flag pic x value "N".
           88 end-of-enrollments value "Y".

       01 exam-course-table.
           02 exam-course-entry occurs 50 times.
               03 ec-code pic x(4).
               03 ec-title pic x(20).
               03 ec-home-room pic x(4).
               03 ec-enrolled pic 9(3).
               03 ec-slot pic 99.
               03 ec-exam-room pic x(4).
               03 ec-done-flag pic x.
                   88 ec-is-done value "Y".
       01 exam-course-count pic 99 value zeroes.
       01 ec-idx pic 99 value zeroes.
       01 ec-found-idx pic 99 value zeroes.
       01 placing-idx pic 99 value zeroes.
       01 wanted-course-code pic x(4) value spaces.

       01 exam-slot-table.
           02 exam-slot-entry occurs 40 times.
               03 sl-date pic 9(8).
               03 sl-time pic 9(4).
       01 exam-slot-count pic 99 value zeroes.
       01 slot-idx pic 99 value zeroes.

       01 exam-date-table.
           02 exam-date-entry pic 9(8) occurs 20 times.
       01 exam-date-count pic 99 value zeroes.
       01 date-idx pic 99 value zeroes.

       01 exam-room-table.
           02 exam-room-entry occurs 30 times.
               03 rm-code pic x(4).
               03 rm-seats pic 9(3).
               03 rm-booking pic 99 occurs 40 times.
       01 exam-room-count pic 99 value zeroes.
       01 room-idx pic 99 value zeroes.
       01 room-found-idx pic 99 value zeroes.
       01 wanted-room pic x(4) value spaces.

       01 exam-student-table.
           02 exam-student-entry occurs 500 times.
               03 st-id pic 9(7).
               03 st-course-count pic 99.
               03 st-course pic 99 occurs 10 times.
       01 exam-student-count pic 9(3) value zeroes.
       01 st-idx pic 9(3) value zeroes.
       01 sc-idx pic 99 value zeroes.
       01 st-course-idx pic 99 value zeroes.

       01 largest-enrolled pic 9(3) value zeroes.
       01 placed-flag pic x value "N".
           88 course-is-placed value "Y".
       01 clash-flag pic x value "N".
           88 slot-clashes value "Y".
       01 takes-course-flag pic x value "N".
           88 student-takes-course value "Y".
       01 day-exam-count pic 99 value zeroes.
       01 student-shown-flag pic x value "N".
           88 student-was-shown value "Y".
       01 room-shown-flag pic x value "N".
           88 room-was-shown value "Y".

       01 courses-scheduled pic 99 value zeroes.
       01 courses-unscheduled pic 99 value zeroes.
       01 overloaded-days pic 9(4) value zeroes.

       01 timetable-heading.
           02 filler pic x(34) value
              "Final Exam Timetable -- term      ".
           02 prn-th-term pic x(5).

       01 slot-heading.
           02 filler pic x(6) value "Exam: ".
           02 prn-sh-date pic 9(8).
           02 filler pic x(2) value spaces.
           02 prn-sh-time pic 9(4).

       01 timetable-detail.
           02 filler pic x(4) value spaces.
           02 prn-td-course pic x(4).
           02 filler pic x(2) value spaces.
           02 prn-td-title pic x(20).
           02 filler pic x(6) value "  rm  ".
           02 prn-td-room pic x(4).
           02 filler pic x(4) value spaces.
           02 prn-td-enrolled pic zz9.
           02 filler pic x(9) value " students".

       01 unscheduled-heading pic x(60) value
          "Unscheduled -- no clash-free slot with a room that fits".

       01 unscheduled-detail.
           02 filler pic x(4) value spaces.
           02 prn-ud-course pic x(4).
           02 filler pic x(2) value spaces.
           02 prn-ud-title pic x(20).
           02 filler pic x(10) value spaces.
           02 prn-ud-enrolled pic zz9.
           02 filler pic x(9) value " students".

       01 overload-heading pic x(60) value
          "Students with three or more exams on one day".

       01 overload-detail.
           02 filler pic x(4) value spaces.
           02 prn-od-student-id pic 9(7).
           02 filler pic x(2) value spaces.
           02 prn-od-name pic x(10).
           02 filler pic x(2) value spaces.
           02 prn-od-date pic 9(8).
           02 filler pic x(2) value spaces.
           02 prn-od-count pic z9.
           02 filler pic x(6) value " exams".

       01 none-line pic x(20) value "    (none)".

       01 timetable-totals.
           02 filler pic x(18) value "Courses scheduled ".
           02 prn-tt-scheduled pic z9.
           02 filler pic x(16) value "   unscheduled ".
           02 prn-tt-unscheduled pic z9.
           02 filler pic x(24) value "   three-a-day students ".
           02 prn-tt-overloaded pic zzz9.

       01 student-exam-heading.
           02 filler pic x(16) value "Exam schedule:  ".
           02 prn-se-student-id pic 9(7).
           02 filler pic x(2) value spaces.
           02 prn-se-name pic x(10).
           02 filler pic x(8) value "  term  ".
           02 prn-se-term pic x(5).

       01 student-exam-detail.
           02 filler pic x(2) value spaces.
           02 prn-sd-date pic 9(8).
           02 filler pic x(2) value spaces.
           02 prn-sd-time pic 9(4).
           02 filler pic x(2) value spaces.
           02 prn-sd-course pic x(4).
           02 filler pic x(2) value spaces.
           02 prn-sd-title pic x(20).
           02 filler pic x(4) value " rm ".
           02 prn-sd-room pic x(4).

       01 student-unscheduled-detail.
           02 filler pic x(2) value spaces.
           02 filler pic x(16) value "(to be set)".
           02 prn-su-course pic x(4).
           02 filler pic x(2) value spaces.
           02 prn-su-title pic x(20).

       01 room-exam-heading.
           02 filler pic x(12) value "Exam room:  ".
           02 prn-re-room pic x(4).
           02 filler pic x(8) value "  term  ".
           02 prn-re-term pic x(5).

       01 room-exam-detail.
           02 filler pic x(2) value spaces.
           02 prn-rd-date pic 9(8).
           02 filler pic x(2) value spaces.
           02 prn-rd-time pic 9(4).
           02 filler pic x(2) value spaces.
           02 prn-rd-course pic x(4).
           02 filler pic x(2) value spaces.
           02 prn-rd-title pic x(20).
           02 filler pic x(2) value spaces.
           02 prn-rd-enrolled pic zz9.
           02 filler pic x(9) value " students".

       procedure division.
       Begin.
           perform load-current-term
           if current-term-id = spaces
               display "No current term flagged in data/terms.dat "
                  "-- no exams to schedule."
               stop run
           end-if

           perform load-exam-slots
           if exam-slot-count = zeroes
               display "No exam slots for term " current-term-id
                  " in data/exam-slots.dat -- nothing scheduled."
               stop run
           end-if

           perform load-exam-rooms
           perform load-course-catalog

           open input enrollment-file
           if enrollment-file-missing
               display "Enrollment file data/enrollments.dat not "
                  "found -- no exams to schedule."
               stop run
           end-if
           read enrollment-file next
               at end move "Y" to enrol-eof-flag
           end-read
           perform load-one-enrollment until end-of-enrollments
           close enrollment-file

           perform place-next-course
               until largest-enrolled = zeroes

           open input students-file
           perform print-exam-timetable
           perform print-student-schedules
           perform print-room-listings
           if not students-file-missing
               close students-file
           end-if

           display "Exams scheduled: " courses-scheduled
              "  unscheduled: " courses-unscheduled
              "  three-a-day: " overloaded-days
           display "Timetable in output/exam-timetable.txt, "
              "student schedules in output/exam-student-schedules"
              ".txt, room listings in output/exam-room-listings.txt."
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

       load-exam-slots.
           open input exam-slot-file
           if exam-slot-ok
               read exam-slot-file
                   at end move "Y" to exam-slot-eof
               end-read
               perform load-one-exam-slot until end-of-exam-slots
               close exam-slot-file
           end-if.

       load-one-exam-slot.
           if es-term-id = current-term-id
             and es-exam-date numeric
             and exam-slot-count < 40
               add 1 to exam-slot-count
               move es-exam-date to sl-date(exam-slot-count)
               move es-start-time to sl-time(exam-slot-count)
               if exam-date-count = zeroes
                 or es-exam-date not =
                    exam-date-entry(exam-date-count)
                   if exam-date-count < 20
                       add 1 to exam-date-count
                       move es-exam-date
                         to exam-date-entry(exam-date-count)
                   end-if
               end-if
           end-if
           read exam-slot-file
               at end move "Y" to exam-slot-eof
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
           if exam-course-count < 50
               add 1 to exam-course-count
               move cat-course-code to ec-code(exam-course-count)
               move cat-course-title to ec-title(exam-course-count)
               move cat-room to ec-home-room(exam-course-count)
               move zeroes to ec-enrolled(exam-course-count)
               move zeroes to ec-slot(exam-course-count)
               move spaces to ec-exam-room(exam-course-count)
               move "N" to ec-done-flag(exam-course-count)
               if cat-room not = spaces and not room-master-loaded
                   move cat-room to wanted-room
                   perform find-exam-room
                   if room-found-idx = zeroes
                     and exam-room-count < 30
                       add 1 to exam-room-count
                       move cat-room to rm-code(exam-room-count)
                       move 999 to rm-seats(exam-room-count)
                       move exam-room-count to room-idx
                       perform clear-one-room-booking
                           varying slot-idx from 1 by 1
                           until slot-idx > 40
                   end-if
               end-if
           end-if
           read catalog-file
               at end move "Y" to catalog-eof-flag
           end-read.

       load-exam-rooms.
           open input room-file
           if room-file-ok
               read room-file
                   at end move "Y" to room-eof-flag
               end-read
               perform load-one-exam-room until end-of-rooms
               close room-file
           end-if
           if exam-room-count > zeroes
               move "Y" to room-master-flag
           end-if.

       load-one-exam-room.
           if exam-room-count < 30 and room-seats numeric
               add 1 to exam-room-count
               move room-id to rm-code(exam-room-count)
               move room-seats to rm-seats(exam-room-count)
               move exam-room-count to room-idx
               perform clear-one-room-booking
                   varying slot-idx from 1 by 1
                   until slot-idx > 40
           end-if
           read room-file
               at end move "Y" to room-eof-flag
           end-read.

       clear-one-room-booking.
           move zeroes to rm-booking(room-idx, slot-idx).

       find-exam-room.
           move zeroes to room-found-idx
           perform check-one-exam-room
               varying room-idx from 1 by 1
               until room-idx > exam-room-count.

       check-one-exam-room.
           if rm-code(room-idx) = wanted-room
               move room-idx to room-found-idx
           end-if.

       find-exam-course.
           move zeroes to ec-found-idx
           perform check-one-exam-course
               varying ec-idx from 1 by 1
               until ec-idx > exam-course-count.

       check-one-exam-course.
           if ec-code(ec-idx) = wanted-course-code
               move ec-idx to ec-found-idx
           end-if.

       load-one-enrollment.
      * The file is in student order, so a student's courses
      * arrive together.
           if enrol-active and enrol-term-id = current-term-id
               move enrol-course-code to wanted-course-code
               perform find-exam-course
               if ec-found-idx > zeroes
                   if exam-student-count = zeroes
                     or st-id(exam-student-count) not =
                        enrol-student-id
                       if exam-student-count < 500
                           add 1 to exam-student-count
                           move enrol-student-id
                             to st-id(exam-student-count)
                           move zeroes
                             to st-course-count(exam-student-count)
                       end-if
                   end-if
                   if st-id(exam-student-count) = enrol-student-id
                     and st-course-count(exam-student-count) < 10
                       add 1 to st-course-count(exam-student-count)
                       move ec-found-idx
                         to st-course(exam-student-count,
                            st-course-count(exam-student-count))
                       add 1 to ec-enrolled(ec-found-idx)
                   end-if
               end-if
           end-if
           read enrollment-file next
               at end move "Y" to enrol-eof-flag
           end-read.

       place-next-course.
      * The biggest course still to place goes next: it has the
      * most students to clash and the fewest rooms to spare.
           move zeroes to largest-enrolled, placing-idx
           perform pick-one-course
               varying ec-idx from 1 by 1
               until ec-idx > exam-course-count
           if placing-idx = zeroes
               exit paragraph
           end-if

           move "Y" to ec-done-flag(placing-idx)
           move "N" to placed-flag
           perform try-one-exam-slot
               varying slot-idx from 1 by 1
               until slot-idx > exam-slot-count
                 or course-is-placed
           if course-is-placed
               add 1 to courses-scheduled
           else
               add 1 to courses-unscheduled
           end-if.

       pick-one-course.
           if not ec-is-done(ec-idx)
             and ec-enrolled(ec-idx) > largest-enrolled
               move ec-enrolled(ec-idx) to largest-enrolled
               move ec-idx to placing-idx
           end-if.

       try-one-exam-slot.
           move "N" to clash-flag
           perform check-one-student-clash
               varying st-idx from 1 by 1
               until st-idx > exam-student-count
                 or slot-clashes
           if slot-clashes
               exit paragraph
           end-if

           move zeroes to room-found-idx
           if ec-home-room(placing-idx) not = spaces
               move ec-home-room(placing-idx) to wanted-room
               perform find-exam-room
               if room-found-idx > zeroes
                   if rm-booking(room-found-idx, slot-idx) > zeroes
                     or rm-seats(room-found-idx)
                        < ec-enrolled(placing-idx)
                       move zeroes to room-found-idx
                   end-if
               end-if
           end-if
           if room-found-idx = zeroes
               perform check-one-free-room
                   varying room-idx from 1 by 1
                   until room-idx > exam-room-count
                     or room-found-idx > zeroes
           end-if
           if room-found-idx = zeroes
               exit paragraph
           end-if

           move placing-idx to rm-booking(room-found-idx, slot-idx)
           move slot-idx to ec-slot(placing-idx)
           move rm-code(room-found-idx) to ec-exam-room(placing-idx)
           move "Y" to placed-flag.

       check-one-free-room.
           if rm-booking(room-idx, slot-idx) = zeroes
             and rm-seats(room-idx) >= ec-enrolled(placing-idx)
               move room-idx to room-found-idx
           end-if.

       check-one-student-clash.
           move "N" to takes-course-flag
           perform check-student-takes-course
               varying sc-idx from 1 by 1
               until sc-idx > st-course-count(st-idx)
           if student-takes-course
               perform check-student-slot-taken
                   varying sc-idx from 1 by 1
                   until sc-idx > st-course-count(st-idx)
                     or slot-clashes
           end-if.

       check-student-takes-course.
           if st-course(st-idx, sc-idx) = placing-idx
               move "Y" to takes-course-flag
           end-if.

       check-student-slot-taken.
           move st-course(st-idx, sc-idx) to st-course-idx
           if st-course-idx not = placing-idx
             and ec-slot(st-course-idx) = slot-idx
               move "Y" to clash-flag
           end-if.

       print-exam-timetable.
           open output timetable-report
           move current-term-id to prn-th-term
           write timetable-line from timetable-heading
             after advancing page

           perform print-one-exam-slot
               varying slot-idx from 1 by 1
               until slot-idx > exam-slot-count

           write timetable-line from unscheduled-heading
             after advancing 2 lines
           if courses-unscheduled = zeroes
               write timetable-line from none-line
                 after advancing 1 line
           else
               perform print-one-unscheduled
                   varying ec-idx from 1 by 1
                   until ec-idx > exam-course-count
           end-if

           write timetable-line from overload-heading
             after advancing 2 lines
           perform check-one-student-days
               varying st-idx from 1 by 1
               until st-idx > exam-student-count
           if overloaded-days = zeroes
               write timetable-line from none-line
                 after advancing 1 line
           end-if

           move courses-scheduled to prn-tt-scheduled
           move courses-unscheduled to prn-tt-unscheduled
           move overloaded-days to prn-tt-overloaded
           write timetable-line from timetable-totals
             after advancing 2 lines
           close timetable-report.

       print-one-exam-slot.
           move sl-date(slot-idx) to prn-sh-date
           move sl-time(slot-idx) to prn-sh-time
           write timetable-line from slot-heading
             after advancing 2 lines
           perform print-one-slot-course
               varying ec-idx from 1 by 1
               until ec-idx > exam-course-count.

       print-one-slot-course.
           if ec-slot(ec-idx) = slot-idx
               move ec-code(ec-idx) to prn-td-course
               move ec-title(ec-idx) to prn-td-title
               move ec-exam-room(ec-idx) to prn-td-room
               move ec-enrolled(ec-idx) to prn-td-enrolled
               write timetable-line from timetable-detail
                 after advancing 1 line
           end-if.

       print-one-unscheduled.
           if ec-enrolled(ec-idx) > zeroes
             and ec-slot(ec-idx) = zeroes
               move ec-code(ec-idx) to prn-ud-course
               move ec-title(ec-idx) to prn-ud-title
               move ec-enrolled(ec-idx) to prn-ud-enrolled
               write timetable-line from unscheduled-detail
                 after advancing 1 line
           end-if.

       check-one-student-days.
           perform check-one-student-day
               varying date-idx from 1 by 1
               until date-idx > exam-date-count.

       check-one-student-day.
           move zeroes to day-exam-count
           perform count-one-day-exam
               varying sc-idx from 1 by 1
               until sc-idx > st-course-count(st-idx)
           if day-exam-count >= 3
               add 1 to overloaded-days
               move st-id(st-idx) to prn-od-student-id
               perform find-student-name
               move student-name to prn-od-name
               move exam-date-entry(date-idx) to prn-od-date
               move day-exam-count to prn-od-count
               write timetable-line from overload-detail
                 after advancing 1 line
           end-if.

       count-one-day-exam.
           move st-course(st-idx, sc-idx) to st-course-idx
           if ec-slot(st-course-idx) > zeroes
             and sl-date(ec-slot(st-course-idx)) =
                 exam-date-entry(date-idx)
               add 1 to day-exam-count
           end-if.

       find-student-name.
           move spaces to student-name
           if not students-file-missing
               move st-id(st-idx) to student-id
               read students-file
                   invalid key move "(gone)" to student-name
               end-read
           end-if.

       print-student-schedules.
           open output student-exam-report
           perform print-one-student-schedule
               varying st-idx from 1 by 1
               until st-idx > exam-student-count
           close student-exam-report.

       print-one-student-schedule.
           move st-id(st-idx) to prn-se-student-id
           perform find-student-name
           move student-name to prn-se-name
           move current-term-id to prn-se-term
           write student-exam-line from student-exam-heading
             after advancing 2 lines
           perform print-student-slot
               varying slot-idx from 1 by 1
               until slot-idx > exam-slot-count
           perform print-student-unscheduled
               varying sc-idx from 1 by 1
               until sc-idx > st-course-count(st-idx).

       print-student-slot.
           perform print-student-slot-course
               varying sc-idx from 1 by 1
               until sc-idx > st-course-count(st-idx).

       print-student-slot-course.
           move st-course(st-idx, sc-idx) to st-course-idx
           if ec-slot(st-course-idx) = slot-idx
               move sl-date(slot-idx) to prn-sd-date
               move sl-time(slot-idx) to prn-sd-time
               move ec-code(st-course-idx) to prn-sd-course
               move ec-title(st-course-idx) to prn-sd-title
               move ec-exam-room(st-course-idx) to prn-sd-room
               write student-exam-line from student-exam-detail
                 after advancing 1 line
           end-if.

       print-student-unscheduled.
           move st-course(st-idx, sc-idx) to st-course-idx
           if ec-slot(st-course-idx) = zeroes
               move ec-code(st-course-idx) to prn-su-course
               move ec-title(st-course-idx) to prn-su-title
               write student-exam-line
                 from student-unscheduled-detail
                 after advancing 1 line
           end-if.

       print-room-listings.
           open output room-exam-report
           perform print-one-room-listing
               varying room-idx from 1 by 1
               until room-idx > exam-room-count
           close room-exam-report.

       print-one-room-listing.
      * Rooms with no exam in them are left off.
           move "N" to room-shown-flag
           perform print-one-room-slot
               varying slot-idx from 1 by 1
               until slot-idx > exam-slot-count.

       print-one-room-slot.
           if rm-booking(room-idx, slot-idx) > zeroes
               if not room-was-shown
                   move rm-code(room-idx) to prn-re-room
                   move current-term-id to prn-re-term
                   write room-exam-line from room-exam-heading
                     after advancing 2 lines
                   move "Y" to room-shown-flag
               end-if
               move rm-booking(room-idx, slot-idx) to st-course-idx
               move sl-date(slot-idx) to prn-rd-date
               move sl-time(slot-idx) to prn-rd-time
               move ec-code(st-course-idx) to prn-rd-course
               move ec-title(st-course-idx) to prn-rd-title
               move ec-enrolled(st-course-idx) to prn-rd-enrolled
               write room-exam-line from room-exam-detail
                 after advancing 1 line
           end-if.
