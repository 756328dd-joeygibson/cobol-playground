      * Hole-by-hole scorecard, one per round (or nine) posted
      * through ScorePost, in data/scorecards.dat keyed by the
      * member, the date played and a sequence number.
      * Holds the course and tee played, the course handicap the
      * card was adjusted with, and for each hole the strokes taken,
      * the strokes after the net double bogey cap, the putts and
      * whether the fairway was hit (Y or N; blank on a par 3 or a
      * hole not played). A nine starts at hole 1 or hole 10 and
      * leaves the other nine's holes zero. Kept for playing
      * statistics such as fairways hit and putts per round.
       01 ScoreCardRec.
        88 EndOfScoreCardFile VALUE HIGH-VALUES.
        02 CardKey.
         03 CardMemberId PIC X(5).
         03 CardDate PIC 9(8).
         03 CardSeq PIC 99.
        02 CardCourseId PIC X(4).
        02 CardTeeId PIC X.
        02 CardHoleCount PIC 99.
        02 CardFirstHole PIC 99.
        02 CardHandicapIndex PIC 99V9.
        02 CardCourseHandicap PIC S99.
        02 CardGross PIC 9(3).
        02 CardAdjGross PIC 9(3).
        02 CardPutts PIC 9(3).
        02 CardFairwaysHit PIC 99.
        02 CardFairwaysPlayed PIC 99.
        02 CardHoles.
         03 CardHole OCCURS 18 TIMES.
          04 CardHoleStrokes PIC 99.
          04 CardHoleAdjusted PIC 99.
          04 CardHolePutts PIC 9.
          04 CardHoleFairway PIC X.
