      * Clubhouse facility master, one per bookable room or bay in
      * data/facilities.dat keyed by a three-character facility id
      * (banquet room, board room, simulator bays). Carries the
      * seating capacity, the hourly rate and the flat event rate
      * the room fee is figured at, the hours the facility may be
      * booked, and whether it is taking bookings. Maintained by
      * FacMaint; FacBook books against it and FacSched prints the
      * day's schedule.
       01 FacilityRec.
        88 EndOfFacilityFile VALUE HIGH-VALUES.
        02 FacId PIC X(3).
        02 FacName PIC X(20).
        02 FacCapacity PIC 9(3).
        02 FacHourlyRate PIC 9(4)V99.
        02 FacEventRate PIC 9(5)V99.
        02 FacOpenTime PIC 9(4).
        02 FacCloseTime PIC 9(4).
        02 FacStatus PIC X.
           88 FacActive VALUE "A".
           88 FacInactive VALUE "I".
