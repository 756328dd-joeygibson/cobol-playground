      * whole day. Maintained by ClsMaint in data/course-closures.dat
      * and honored by TeeBook, the tee sheet banner and the
      * standing-reservation generator.
      * 2026-10-15 JG  Event id added: Tourney writes the tee-sheet
      *                block for a tournament as a closure carrying
      *                the event id and name, and replaces it when
      *                the event's start changes. Closures keyed in
      *                ClsMaint carry spaces.
       01 ClosureRec.
        88 EndOfClosureFile VALUE HIGH-VALUES.
        02 ClsKey.
        02 ClsStartTime PIC 9(4).
        02 ClsEndTime PIC 9(4).
        02 ClsReason PIC X(20).
        02 ClsEventId PIC X(5).
