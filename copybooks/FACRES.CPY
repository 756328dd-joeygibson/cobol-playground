      * Facility reservation, one per booking in
      * data/facility-reservations.dat keyed by the facility, the
      * date and the start time. Records the member hosting, the
      * headcount, whether the room fee was figured at the hourly
      * or the event rate, the fee, and the house charge (outlet R)
      * FacBook wrote for it under the host, so a cancellation can
      * void the charge while it is still open. Written by FacBook;
      * read by FacSched.
       01 FacResRec.
        88 EndOfFacResFile VALUE HIGH-VALUES.
        02 FrKey.
         03 FrFacId PIC X(3).
         03 FrDate PIC 9(8).
         03 FrStartTime PIC 9(4).
        02 FrEndTime PIC 9(4).
        02 FrMemberId PIC X(5).
        02 FrMemberName PIC X(20).
        02 FrHeadcount PIC 9(3).
        02 FrPurpose PIC X(20).
        02 FrRateKind PIC X.
           88 FrHourlyRate VALUE "H".
           88 FrEventRate VALUE "E".
        02 FrFee PIC 9(5)V99.
        02 FrChargeDate PIC 9(8).
        02 FrChargeSeq PIC 9(3).
        02 FrBookedDate PIC 9(8).
