      * the pair into one 18-hole equivalent round for the handicap
      * calculation. An unpaired nine older than the season is
      * dropped by HandicapCalc with a note.
      * 2026-10-15 JG  Adjusted gross of the nine added; the pair's
      *                adjusted grosses add into the combined round.
       01 PendingNineRec.
        88 EndOfPendingNineFile VALUE HIGH-VALUES.
        02 NineKey.
        02 NineGross PIC 9(3).
        02 NineCourseRating PIC 99V9.
        02 NineSlopeRating PIC 9(3).
        02 NineAdjGross PIC 9(3).
