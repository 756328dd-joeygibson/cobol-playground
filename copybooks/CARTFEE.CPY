      * Per-round cart fee record, one line per fee in
      * data/cart-fees.dat: C is the fee for each rider on a club
      * cart, T the trail fee for each rider on their own cart. The
      * amount carries two implied decimals (02800 is $28.00) and the
      * taxable flag is carried onto the house charge. Read by
      * TeeCheckIn.
       01 CartFeeRec.
        02 CfFeeType PIC X.
           88 CfCartFee VALUE "C".
           88 CfTrailFee VALUE "T".
        02 FILLER PIC X.
        02 CfAmount PIC 9(3)V99.
        02 FILLER PIC X.
        02 CfTaxable PIC X.
        02 FILLER PIC X.
        02 CfDescription PIC X(20).
