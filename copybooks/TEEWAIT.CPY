      * Tee-time waiting list, one entry per member per tee date in
      * data/tee-waitlist.dat, numbered in the order members joined
      * so the earliest entry is filled first. TeeBook adds and
      * drops entries, and when a cancellation frees a tee time it
      * books the first eligible member still waiting whose window
      * covers the time and records a fill event for CorrQueue.
      * TeeWaitRpt lists the list each day and expires entries for
      * dates gone by.
       01 TeeWaitRec.
        88 EndOfTeeWaitFile VALUE HIGH-VALUES.
        02 TwKey.
         03 TwDate PIC 9(8).
         03 TwSeq PIC 9(4).
        02 TwMemberId PIC X(5).
        02 TwMemberName PIC X(20).
        02 TwWindowStart PIC 9(4).
        02 TwWindowEnd PIC 9(4).
        02 TwPlayerCount PIC 9.
        02 TwJoinDate PIC 9(8).
        02 TwStatus PIC X.
           88 TwWaiting VALUE "W".
           88 TwFilled VALUE "F".
           88 TwDropped VALUE "D".
           88 TwExpired VALUE "E".
        02 TwFilledTime PIC 9(4).
        02 TwFilledDate PIC 9(8).
