      * Club golf-cart fleet record, one per cart number in
      * data/carts.dat, maintained by CartMaint. TeeCheckIn puts an
      * available cart out with a riding group; CartMaint brings it
      * back after the round or takes it out of service with a
      * reason, and CartRpt lists the fleet each day.
       01 CartRec.
        88 EndOfCartFile VALUE HIGH-VALUES.
        02 CartNo PIC 9(3).
        02 CartStatus PIC X.
           88 CartAvailable VALUE "A".
           88 CartOut VALUE "O".
           88 CartOutOfService VALUE "S".
        02 CartOutDate PIC 9(8).
        02 CartOutTeeTime PIC 9(4).
        02 CartOutMemberId PIC X(5).
        02 CartServiceDate PIC 9(8).
        02 CartServiceReason PIC X(20).
        02 CartRounds PIC 9(5).
