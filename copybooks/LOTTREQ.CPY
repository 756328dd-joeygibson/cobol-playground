      * Weekend tee-time lottery request, one per member per
      * Saturday or Sunday in data/tee-lottery.dat. TeeBook takes
      * the request up to the draw cutoff -- the earliest and latest
      * tee time the group will accept and up to three member
      * playing partners -- and TeeLott draws the date at the cutoff
      * and books the slot it wins, or marks it unsatisfied.
       01 LotteryRec.
        88 EndOfLotteryFile VALUE HIGH-VALUES.
        02 LotKey.
         03 LotDate PIC 9(8).
         03 LotMemberId PIC X(5).
        02 LotMemberName PIC X(20).
        02 LotWindowStart PIC 9(4).
        02 LotWindowEnd PIC 9(4).
        02 LotPartnerCount PIC 9.
        02 LotPartnerId PIC X(5) OCCURS 3 TIMES.
        02 LotPlayerCount PIC 9.
        02 LotRequestDate PIC 9(8).
        02 LotStatus PIC X.
           88 LotPending VALUE "P".
           88 LotAllocated VALUE "A".
           88 LotUnsatisfied VALUE "U".
        02 LotAssignedTime PIC 9(4).
        02 LotDrawNumber PIC 9(6).
        02 LotDrawRank PIC 9(3).
