      * Match-play bracket record, one per match, keyed by event,
      * round and match number in data/tourney-matches.dat. Tourney
      * writes the whole bracket when it is drawn: round 1 from the
      * seeding (a missing seed is a bye and the other side goes
      * straight through), later rounds with their sides blank
      * until the winners feed in -- the winner of match m in round
      * r plays match (m+1)/2 of round r+1, as side A from an odd
      * match and side B from an even one. Each match carries the
      * date it must be played by, the winning side and the margin
      * as the card reads it (3&2, 1 UP, 20TH). Read by TourneyRpt
      * for the bracket and the schedule by round.
       01 MatchRec.
        88 EndOfMatchFile VALUE HIGH-VALUES.
        02 MatchKey.
         03 MatchEventId PIC X(5).
         03 MatchRound PIC 9.
         03 MatchNo PIC 99.
        02 MatchSides.
         03 MatchSide OCCURS 2 TIMES.
          04 MatchPlayerId PIC X(5).
          04 MatchPlayerName PIC X(20).
          04 MatchPlayerSeed PIC 99.
        02 MatchDueDate PIC 9(8).
        02 MatchStatus PIC X.
           88 MatchWaiting VALUE "W".
           88 MatchReady VALUE "R".
           88 MatchBye VALUE "B".
           88 MatchDecided VALUE "D".
        02 MatchWinnerSide PIC 9.
        02 MatchMargin PIC X(6).
        02 MatchResultDate PIC 9(8).
