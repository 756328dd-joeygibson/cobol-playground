      * Weekend lottery history, one per member in
      * data/lottery-history.dat. TeeLott counts the draws a member
      * has lost in a row since last winning a time and gives that
      * many extra draws (up to LotMaxExtraDraws) at the next
      * lottery; winning a time sets the count back to zero.
       01 LotteryHistRec.
        02 LhMemberId PIC X(5).
        02 LhLossesInRow PIC 99.
        02 LhDrawsEntered PIC 9(4).
        02 LhDrawsWon PIC 9(4).
        02 LhLastDrawDate PIC 9(8).
        02 LhLastResult PIC X.
           88 LhLastWon VALUE "A".
           88 LhLastLost VALUE "U".
