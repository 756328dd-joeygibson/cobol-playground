      * Room master record (room id, building, seats, room type and
      * accessibility), maintained by RoomMaint in data/rooms.dat.
      * The room id is the four-character cat-room the catalog
      * schedules a course into: CatMaint checks a course's room
      * against it and warns when the course capacity is more than
      * the seats, SchedRpt shows seat use per meeting period, and
      * ExamSched seats each exam in a room big enough for it.
       01 room-record.
           02 room-id pic x(4).
           02 room-building pic x(15).
           02 room-seats pic 9(3).
           02 room-type pic x(3).
              88 room-lecture value "LEC".
              88 room-lab value "LAB".
              88 room-seminar value "SEM".
              88 room-type-valid value "LEC" "LAB" "SEM".
           02 room-accessible-flag pic x.
              88 room-accessible value "Y".
