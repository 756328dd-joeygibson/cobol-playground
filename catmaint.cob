      *                prerequisite course, meeting days/period/room
      *                and instructor; a new (D)etails choice changes
      *                them on an existing course.
      * 2026-10-15 JG  Credit hours added to the course details for
      *                the graduation audit; a course loaded without
      *                them is given three.
      * 2026-10-15 JG  A course's room must be on the room master
      *                (data/rooms.dat, kept by RoomMaint), and a
      *                capacity above the room's seats is warned of
      *                whenever either is set.

       environment division.
       input-output section.
               organization is line sequential
               file status is catalog-file-status.

           select room-file assign to "data/rooms.dat"
               organization is line sequential
               file status is room-file-status.

       data division.
       file section.
       FD catalog-file.
           copy CRSECAT.

       FD room-file.
           copy ROOMREC.

       working-storage section.
       01 catalog-file-status pic xx value spaces.
           88 catalog-file-ok value "00".
               03 tbl-cat-period pic 9.
               03 tbl-cat-room pic x(4).
               03 tbl-cat-instructor pic x(3).
               03 tbl-cat-credits pic 9.
       01 catalog-count pic 99 value zeroes.
       01 catalog-idx pic 99 value zeroes.
       01 found-idx pic 99 value zeroes.

       01 room-file-status pic xx value spaces.
           88 room-file-ok value "00".
       01 room-eof-flag pic x value "N".
           88 end-of-rooms value "Y".
       01 room-table.
           02 room-entry occurs 50 times.
               03 tbl-room-id pic x(4).
               03 tbl-room-seats pic 9(3).
       01 room-count pic 99 value zeroes.
       01 room-idx pic 99 value zeroes.
       01 room-found-idx pic 99 value zeroes.

       01 menu-choice pic x value spaces.
           88 wants-add value "A" "a".
           88 wants-retire value "R" "r".
       01 work-period pic 9 value zeroes.
       01 work-room pic x(4) value spaces.
       01 work-instructor pic x(3) value spaces.
       01 work-credits pic 9 value zeroes.

       procedure division.
       Begin.
           perform load-catalog
           perform load-rooms

           perform until wants-quit
               display " "
               move cat-room to tbl-cat-room(catalog-count)
               move cat-instructor-id
                 to tbl-cat-instructor(catalog-count)
               if cat-course-credits numeric
                   move cat-course-credits
                     to tbl-cat-credits(catalog-count)
               else
                   move 3 to tbl-cat-credits(catalog-count)
               end-if
           end-if
           read catalog-file
               at end move "Y" to catalog-eof-flag
           end-read.

       load-rooms.
           open input room-file
           if not room-file-ok
               display "No room master data/rooms.dat -- rooms and "
                  "seats will not be checked."
           else
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
               if room-seats numeric
                   move room-seats to tbl-room-seats(room-count)
               else
                   move zeroes to tbl-room-seats(room-count)
               end-if
           end-if
           read room-file
               at end move "Y" to room-eof-flag
           end-read.

       find-room.
           move zeroes to room-found-idx
           perform check-one-room
               varying room-idx from 1 by 1
               until room-idx > room-count.

       check-one-room.
           if tbl-room-id(room-idx) = work-room
               move room-idx to room-found-idx
           end-if.

       warn-room-seats.
      * A warning only: a course may be set up before its room is
      * settled, or knowingly over-subscribed for a term.
           if work-room = spaces
               exit paragraph
           end-if
           perform find-room
           if room-found-idx > zeroes
             and work-capacity > tbl-room-seats(room-found-idx)
               display "Warning: capacity " work-capacity
                  " is more than the " tbl-room-seats(room-found-idx)
                  " seats in room " work-room "."
           end-if.

       save-catalog.
           open output catalog-file
           perform save-one-course
           move tbl-cat-room(catalog-idx) to cat-room
           move tbl-cat-instructor(catalog-idx)
             to cat-instructor-id
           move tbl-cat-credits(catalog-idx) to cat-course-credits
           write catalog-record.

       find-course.
                   accept work-capacity

                   perform accept-course-details
                   perform warn-room-seats

                   add 1 to catalog-count
                   move work-course-code
                   move work-room to tbl-cat-room(catalog-count)
                   move work-instructor
                     to tbl-cat-instructor(catalog-count)
                   move work-credits to tbl-cat-credits(catalog-count)
                   display "Course added."
               end-if
           end-if.
               accept work-capacity
               move work-capacity to tbl-cat-capacity(found-idx)
               display "Capacity changed."
               move tbl-cat-room(found-idx) to work-room
               perform warn-room-seats
           end-if.

       accept-course-details.
           accept work-days
           display "Period (1-9): " with no advancing
           accept work-period
           display "Room (blank if unassigned): " with no advancing
           accept work-room
           move function upper-case(work-room) to work-room
           if room-count > zeroes
               perform find-room
               perform until work-room = spaces
                   or room-found-idx > zeroes
                   display "Room " work-room " is not on the room "
                      "master -- enter a room on file or blank: "
                      with no advancing
                   accept work-room
                   move function upper-case(work-room) to work-room
                   perform find-room
               end-perform
           end-if
           display "Instructor id (blank if unassigned): "
             with no advancing
           accept work-instructor
           display "Credit hours (1-9): " with no advancing
           accept work-credits
           perform until work-credits > zeroes
               display "Enter 1 to 9: " with no advancing
               accept work-credits
           end-perform.

       change-details.
           display "Course code: " with no advancing
               move work-period to tbl-cat-period(found-idx)
               move work-room to tbl-cat-room(found-idx)
               move work-instructor to tbl-cat-instructor(found-idx)
               move work-credits to tbl-cat-credits(found-idx)
               display "Details changed."
               move tbl-cat-capacity(found-idx) to work-capacity
               perform warn-room-seats
           end-if.

       list-catalog.
              tbl-cat-days(catalog-idx) " p"
              tbl-cat-period(catalog-idx) " rm "
              tbl-cat-room(catalog-idx) " ins "
              tbl-cat-instructor(catalog-idx) " cr "
              tbl-cat-credits(catalog-idx).
