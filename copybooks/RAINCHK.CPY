      * Rain check record, one per tee-time booking the course closed
      * on, in data/rain-checks.dat keyed by the booking's date and
      * tee time. RainCheck writes it when it works out the credit
      * for a mid-day closure: the holes the group had played when
      * the course closed (zero for a group still to go off), the
      * guest and cart fees paid on the booking, the share of them
      * credited and the rain-check certificate issued for it in
      * data/gift-certs.dat (zero when no fees were paid). A booking
      * already on file is not credited again, so a rerun, or a
      * second closure later the same day, cannot issue twice.
       01 RainCheckRec.
        88 EndOfRainCheckFile VALUE HIGH-VALUES.
        02 RcKey.
         03 RcDate PIC 9(8).
         03 RcTeeTime PIC 9(4).
        02 RcMemberId PIC X(5).
        02 RcMemberName PIC X(20).
        02 RcClosureStart PIC 9(4).
        02 RcHolesPlayed PIC 99.
        02 RcGuestFees PIC 9(5)V99.
        02 RcCartFees PIC 9(5)V99.
        02 RcCreditPct PIC 9(3).
        02 RcAmount PIC 9(5)V99.
        02 RcCertNumber PIC 9(6).
        02 RcExpiryDate PIC 9(8).
