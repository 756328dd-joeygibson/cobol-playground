      * keyed by member, date played and a sequence number. Shared by
      * ScorePost (pro-shop entry) and the handicap calculation
      * batch.
      * 2026-10-15 JG  Adjusted gross added: the gross after each
      *                hole is capped at net double bogey, worked out
      *                by ScorePost from the hole-by-hole card (kept
      *                in data/scorecards.dat). HandicapCalc uses it
      *                for the differential; a round posted before
      *                hole-by-hole entry carries zero and its gross
      *                is used as before.
       01 ScoreRec.
        88 EndOfScoreFile VALUE HIGH-VALUES.
        02 ScoreKey.
        02 ScoreGross PIC 9(3).
        02 ScoreCourseRating PIC 99V9.
        02 ScoreSlopeRating PIC 9(3).
        02 ScoreAdjGross PIC 9(3).
