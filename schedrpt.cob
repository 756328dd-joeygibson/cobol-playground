      * period and room from the catalog) and a room-usage listing
      * per term, so a double-booked room or a student with two
      * courses at the same hour is caught on paper before day one.
      * The room listing goes room by room from the room master
      * (data/rooms.dat), period by period, with each course's
      * active enrollment for the term against the room's seats --
      * the share of seats filled, OVER when more are enrolled than
      * the room seats and CAP>SEATS when the catalog capacity alone
      * is more than the room holds. Courses in rooms missing from
      * the master are listed after.

       environment division.
       input-output section.
           select room-report assign to "output/room-usage.txt"
               organization is line sequential.

           select room-file assign to "data/rooms.dat"
               organization is line sequential
               file status is room-file-status.

       data division.
       file section.
       FD students-file.
       01 timetable-line pic x(60).

       FD room-report.
       01 room-line pic x(70).

       FD room-file.
           copy ROOMREC.

       working-storage section.
       01 students-file-status pic xx value spaces.
               03 cat-tbl-days pic x(5).
               03 cat-tbl-period pic 9.
               03 cat-tbl-room pic x(4).
               03 cat-tbl-capacity pic 9(3).
               03 cat-tbl-enrolled pic 9(3).
               03 cat-tbl-listed pic x.
       01 catalog-count pic 99 value zeroes.
       01 catalog-idx pic 99 value zeroes.
       01 catalog-found-idx pic 99 value zeroes.
       01 wanted-catalog-code pic x(4) value spaces.

       01 room-file-status pic xx value spaces.
           88 room-file-ok value "00".
       01 room-eof-flag pic x value "N".
           88 end-of-rooms value "Y".
       01 room-table.
           02 room-entry occurs 50 times.
               03 tbl-room-id pic x(4).
               03 tbl-room-building pic x(15).
               03 tbl-room-seats pic 9(3).
               03 tbl-room-type pic x(3).
               03 tbl-room-accessible pic x.
       01 room-count pic 99 value zeroes.
       01 room-idx pic 99 value zeroes.
       01 period-idx pic 99 value zeroes.
       01 room-course-count pic 99 value zeroes.
       01 unmastered-count pic 99 value zeroes.
       01 seat-use-percent pic 9(5) value zeroes.

       01 enrol-scan-eof pic x value "N".
           88 end-of-enrol-scan value "Y".
       01 student-course-count pic 99 value zeroes.
           02 filler pic x(26) value "Room Usage Grid -- term   ".
           02 prn-rm-term pic x(5).

       01 room-master-line.
           02 filler pic x(5) value "Room ".
           02 prn-rh-room pic x(4).
           02 filler pic x(2) value spaces.
           02 prn-rh-building pic x(15).
           02 filler pic x value space.
           02 prn-rh-seats pic zz9.
           02 filler pic x(8) value " seats  ".
           02 prn-rh-type pic x(3).
           02 filler pic x(2) value spaces.
           02 prn-rh-accessible pic x(10).

       01 room-column-header.
           02 filler pic x(7) value spaces.
           02 filler pic x(6) value "Days".
           02 filler pic x(5) value "Per".
           02 filler pic x(26) value "Course".
           02 filler pic x(11) value "  Enr/Seat".
           02 filler pic x(4) value "Use".

       01 room-detail.
           02 prn-rm-room pic x(4).
           02 filler pic x(3) value spaces.
           02 prn-rm-course pic x(4).
           02 filler pic x(2) value spaces.
           02 prn-rm-title pic x(20).
           02 filler pic x(2) value spaces.
           02 prn-rm-enrolled pic zz9.
           02 filler pic x value "/".
           02 prn-rm-seats pic zz9.
           02 filler pic x(2) value spaces.
           02 prn-rm-use pic zz9.
           02 filler pic x(2) value "% ".
           02 prn-rm-flag pic x(9).

       01 room-unused-line pic x(30) value
          "       (no courses scheduled)".

       01 unmastered-heading pic x(50) value
          "Courses in rooms not on the room master".

       procedure division.
       Begin.
                   move zeroes to cat-tbl-period(catalog-count)
               end-if
               move cat-room to cat-tbl-room(catalog-count)
               move cat-course-capacity
                 to cat-tbl-capacity(catalog-count)
               move zeroes to cat-tbl-enrolled(catalog-count)
               move "N" to cat-tbl-listed(catalog-count)
           end-if
           read catalog-file
               at end move "Y" to catalog-eof-flag
                   perform find-catalog-course
                   if catalog-found-idx > zeroes
                       add 1 to student-course-count
                       add 1 to cat-tbl-enrolled(catalog-found-idx)
                       move cat-tbl-code(catalog-found-idx)
                         to prn-tt-course
                       move cat-tbl-title(catalog-found-idx)
               end-read
           end-if.

       load-rooms.
           open input room-file
           if room-file-ok
               read room-file
                   at end move "Y" to room-eof-flag
               end-read
               perform load-one-room until end-of-rooms
               close room-file
           end-if.

       load-one-room.
           if room-count < 50
               add 1 to room-count
               move room-id to tbl-room-id(room-count)
               move room-building to tbl-room-building(room-count)
               if room-seats numeric
                   move room-seats to tbl-room-seats(room-count)
               else
                   move zeroes to tbl-room-seats(room-count)
               end-if
               move room-type to tbl-room-type(room-count)
               move room-accessible-flag
                 to tbl-room-accessible(room-count)
           end-if
           read room-file
               at end move "Y" to room-eof-flag
           end-read.

       print-room-usage.
           perform load-rooms
           open output room-report
           move current-term-id to prn-rm-term
           write room-line from room-heading
             after advancing page

           perform print-one-master-room
               varying room-idx from 1 by 1
               until room-idx > room-count

      * Whatever is left unlisted is in a room the master lacks.
           move zeroes to unmastered-count
           perform print-one-unmastered
               varying catalog-idx from 1 by 1
               until catalog-idx > catalog-count

           close room-report.

       print-one-master-room.
           move tbl-room-id(room-idx) to prn-rh-room
           move tbl-room-building(room-idx) to prn-rh-building
           move tbl-room-seats(room-idx) to prn-rh-seats
           move tbl-room-type(room-idx) to prn-rh-type
           if tbl-room-accessible(room-idx) = "Y"
               move "accessible" to prn-rh-accessible
           else
               move spaces to prn-rh-accessible
           end-if
           write room-line from room-master-line
             after advancing 2 lines
           write room-line from room-column-header
             after advancing 1 line

           move zeroes to room-course-count
           perform print-one-room-period
               varying period-idx from 0 by 1
               until period-idx > 9
           if room-course-count = zeroes
               write room-line from room-unused-line
                 after advancing 1 line
           end-if.

       print-one-room-period.
           perform print-one-room-line
               varying catalog-idx from 1 by 1
               until catalog-idx > catalog-count.

       print-one-room-line.
           if cat-tbl-active(catalog-idx) = "A"
             and cat-tbl-room(catalog-idx) = tbl-room-id(room-idx)
             and cat-tbl-period(catalog-idx) = period-idx
               add 1 to room-course-count
               move "Y" to cat-tbl-listed(catalog-idx)
               move tbl-room-seats(room-idx) to prn-rm-seats
               if tbl-room-seats(room-idx) > zeroes
                   compute seat-use-percent rounded =
                      cat-tbl-enrolled(catalog-idx) * 100
                      / tbl-room-seats(room-idx)
               else
                   move zeroes to seat-use-percent
               end-if
               if seat-use-percent > 999
                   move 999 to seat-use-percent
               end-if
               move seat-use-percent to prn-rm-use
               evaluate true
                   when cat-tbl-enrolled(catalog-idx) >
                        tbl-room-seats(room-idx)
                       move "OVER" to prn-rm-flag
                   when cat-tbl-capacity(catalog-idx) >
                        tbl-room-seats(room-idx)
                       move "CAP>SEATS" to prn-rm-flag
                   when other
                       move spaces to prn-rm-flag
               end-evaluate
               perform write-room-detail
           end-if.

       print-one-unmastered.
           if cat-tbl-active(catalog-idx) = "A"
             and cat-tbl-room(catalog-idx) not = spaces
             and cat-tbl-listed(catalog-idx) not = "Y"
               if unmastered-count = zeroes
                   write room-line from unmastered-heading
                     after advancing 2 lines
               end-if
               add 1 to unmastered-count
               move zeroes to prn-rm-seats, prn-rm-use
               move "ROOM?" to prn-rm-flag
               perform write-room-detail
           end-if.

       write-room-detail.
           move cat-tbl-room(catalog-idx) to prn-rm-room
           move cat-tbl-days(catalog-idx) to prn-rm-days
           move cat-tbl-period(catalog-idx) to prn-rm-period
           move cat-tbl-code(catalog-idx) to prn-rm-course
           move cat-tbl-title(catalog-idx) to prn-rm-title
           move cat-tbl-enrolled(catalog-idx) to prn-rm-enrolled
           write room-line from room-detail
             after advancing 1 line.
