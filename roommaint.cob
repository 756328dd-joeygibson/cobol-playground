       identification division.
       program-id. RoomMaint.
      * Room master maintenance for data/rooms.dat: add a room,
      * change its building, seats, type or accessibility, delete
      * one no course is scheduled into, or list the rooms. Like
      * the catalog, the file is small, so it is loaded into a
      * table, edited there, and written back on quit.

       environment division.
       input-output section.
       file-control.
           select room-file assign to "data/rooms.dat"
               organization is line sequential
               file status is room-file-status.

           select catalog-file assign to "data/course-catalog.dat"
               organization is line sequential
               file status is catalog-file-status.

       data division.
       file section.
       FD room-file.
           copy ROOMREC.

       FD catalog-file.
           copy CRSECAT.

       working-storage section.
       01 room-file-status pic xx value spaces.
           88 room-file-ok value "00".
       01 room-eof-flag pic x value "N".
           88 end-of-rooms value "Y".

       01 catalog-file-status pic xx value spaces.
           88 catalog-file-ok value "00".
       01 catalog-eof-flag pic x value "N".
           88 end-of-catalog value "Y".

       01 room-table.
           02 room-entry occurs 50 times.
               03 tbl-room-id pic x(4).
               03 tbl-room-building pic x(15).
               03 tbl-room-seats pic 9(3).
               03 tbl-room-type pic x(3).
               03 tbl-room-accessible pic x.
       01 room-count pic 99 value zeroes.
       01 room-idx pic 99 value zeroes.
       01 found-idx pic 99 value zeroes.

       01 room-in-use-flag pic x value "N".
           88 room-in-use value "Y".
       01 using-course-code pic x(4) value spaces.

       01 menu-choice pic x value spaces.
           88 wants-add value "A" "a".
           88 wants-change value "C" "c".
           88 wants-delete value "D" "d".
           88 wants-list value "L" "l".
           88 wants-quit value "Q" "q".

       01 work-room-id pic x(4) value spaces.
       01 work-building pic x(15) value spaces.
       01 work-seats pic 9(3) value zeroes.
       01 work-room-type pic x(3) value spaces.
           88 work-type-valid value "LEC" "LAB" "SEM".
       01 work-accessible pic x value spaces.
           88 work-accessible-valid value "Y" "N".
       01 confirm-reply pic x value spaces.
           88 reply-is-yes value "Y" "y".

       procedure division.
       Begin.
           perform load-rooms

           perform until wants-quit
               display " "
               display "(A)dd, (C)hange, (D)elete, (L)ist, (Q)uit: "
                  with no advancing
               accept menu-choice
               evaluate true
                   when wants-add perform add-room
                   when wants-change perform change-room
                   when wants-delete perform delete-room
                   when wants-list perform list-rooms
                   when wants-quit continue
                   when other
                       display "Please choose A, C, D, L or Q."
               end-evaluate
           end-perform

           perform save-rooms
           stop run.

       load-rooms.
           open input room-file
           if not room-file-ok
               display "No room master on file yet -- starting empty."
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

       save-rooms.
           open output room-file
           perform save-one-room
               varying room-idx from 1 by 1
               until room-idx > room-count
           close room-file
           display "Room master saved -- " room-count " room(s).".

       save-one-room.
           move tbl-room-id(room-idx) to room-id
           move tbl-room-building(room-idx) to room-building
           move tbl-room-seats(room-idx) to room-seats
           move tbl-room-type(room-idx) to room-type
           move tbl-room-accessible(room-idx) to room-accessible-flag
           write room-record.

       find-room.
           move zeroes to found-idx
           perform check-one-room
               varying room-idx from 1 by 1
               until room-idx > room-count.

       check-one-room.
           if tbl-room-id(room-idx) = work-room-id
               move room-idx to found-idx
           end-if.

       add-room.
           display "Room id (4 chars): " with no advancing
           accept work-room-id
           move function upper-case(work-room-id) to work-room-id
           if work-room-id = spaces
               display "A room id is required."
               exit paragraph
           end-if
           perform find-room
           if found-idx > zeroes
               display "Room " work-room-id " already on file."
               exit paragraph
           end-if
           if room-count >= 50
               display "Room master is full."
               exit paragraph
           end-if

           move spaces to work-building, work-room-type
           move spaces to work-accessible
           move zeroes to work-seats
           perform accept-room-details

           add 1 to room-count
           move work-room-id to tbl-room-id(room-count)
           move work-building to tbl-room-building(room-count)
           move work-seats to tbl-room-seats(room-count)
           move work-room-type to tbl-room-type(room-count)
           move work-accessible to tbl-room-accessible(room-count)
           display "Room added.".

       change-room.
           display "Room id: " with no advancing
           accept work-room-id
           move function upper-case(work-room-id) to work-room-id
           perform find-room
           if found-idx = zeroes
               display "Room " work-room-id " not found."
               exit paragraph
           end-if
           display "Now: " tbl-room-building(found-idx) " "
              tbl-room-seats(found-idx) " seats "
              tbl-room-type(found-idx) " accessible "
              tbl-room-accessible(found-idx)
           perform accept-room-details
           move work-building to tbl-room-building(found-idx)
           move work-seats to tbl-room-seats(found-idx)
           move work-room-type to tbl-room-type(found-idx)
           move work-accessible to tbl-room-accessible(found-idx)
           display "Room changed.".

       accept-room-details.
           display "Building: " with no advancing
           accept work-building
           move function upper-case(work-building) to work-building
           display "Seats: " with no advancing
           accept work-seats
           perform until work-seats > zeroes
               display "Enter the number of seats: " with no advancing
               accept work-seats
           end-perform
           display "Room type -- LEC(ture), LAB, SEM(inar): "
              with no advancing
           accept work-room-type
           move function upper-case(work-room-type) to work-room-type
           perform until work-type-valid
               display "Enter LEC, LAB or SEM: " with no advancing
               accept work-room-type
               move function upper-case(work-room-type)
                 to work-room-type
           end-perform
           display "Wheelchair accessible (Y/N): " with no advancing
           accept work-accessible
           move function upper-case(work-accessible)
             to work-accessible
           perform until work-accessible-valid
               display "Enter Y or N: " with no advancing
               accept work-accessible
               move function upper-case(work-accessible)
                 to work-accessible
           end-perform.

       delete-room.
           display "Room id to delete: " with no advancing
           accept work-room-id
           move function upper-case(work-room-id) to work-room-id
           perform find-room
           if found-idx = zeroes
               display "Room " work-room-id " not found."
               exit paragraph
           end-if

      * A room still on a catalog course would leave the course
      * scheduled into a room nobody knows the size of.
           perform check-room-in-use
           if room-in-use
               display "Room " work-room-id " is scheduled for "
                  using-course-code " -- move the course first."
               exit paragraph
           end-if

           display "Delete room " work-room-id " ("
              tbl-room-building(found-idx) ")? (Y/N): "
              with no advancing
           accept confirm-reply
           if not reply-is-yes
               display "Not deleted."
               exit paragraph
           end-if
           perform shift-one-room
               varying room-idx from found-idx by 1
               until room-idx >= room-count
           subtract 1 from room-count
           display "Room " work-room-id " deleted.".

       shift-one-room.
           move room-entry(room-idx + 1) to room-entry(room-idx).

       check-room-in-use.
           move "N" to room-in-use-flag
           move spaces to using-course-code
           move "N" to catalog-eof-flag
           open input catalog-file
           if catalog-file-ok
               read catalog-file
                   at end move "Y" to catalog-eof-flag
               end-read
               perform check-one-catalog-room until end-of-catalog
               close catalog-file
           end-if.

       check-one-catalog-room.
           if cat-room = work-room-id
             and cat-course-active
             and not room-in-use
               move "Y" to room-in-use-flag
               move cat-course-code to using-course-code
           end-if
           read catalog-file
               at end move "Y" to catalog-eof-flag
           end-read.

       list-rooms.
           perform list-one-room
               varying room-idx from 1 by 1
               until room-idx > room-count.

       list-one-room.
           display tbl-room-id(room-idx) " "
              tbl-room-building(room-idx) " seats "
              tbl-room-seats(room-idx) " "
              tbl-room-type(room-idx) " accessible "
              tbl-room-accessible(room-idx).
