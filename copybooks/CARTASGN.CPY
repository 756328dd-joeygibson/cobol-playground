      * Cart assignment, one per rider checked in by TeeCheckIn, in
      * data/cart-assignments.dat keyed by the round date and a
      * sequence. A rider on a club cart carries the cart number and
      * the cart fee; a rider on their own cart carries cart 000 and
      * the trail fee. Either fee is also written as a house charge
      * for the booking member so it reaches the dues statement.
      * CartMaint marks the cart's riders returned after the round.
       01 CartAssignRec.
        88 EndOfCartAssignFile VALUE HIGH-VALUES.
        02 CaKey.
         03 CaDate PIC 9(8).
         03 CaSeq PIC 9(4).
        02 CaTeeTime PIC 9(4).
        02 CaMemberId PIC X(5).
        02 CaMemberName PIC X(20).
        02 CaRiderNo PIC 9.
        02 CaCartNo PIC 9(3).
        02 CaFeeType PIC X.
           88 CaCartFee VALUE "C".
           88 CaTrailFee VALUE "T".
        02 CaFeeAmount PIC 9(3)V99.
        02 CaOutTime PIC 9(4).
        02 CaReturnTime PIC 9(4).
        02 CaStatus PIC X.
           88 CaCartIsOut VALUE "O".
           88 CaCartReturned VALUE "R".
           88 CaOwnCart VALUE "T".
