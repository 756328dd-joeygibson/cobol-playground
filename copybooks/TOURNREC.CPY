      *                and read as individual); scramble, four-ball
      *                and member-guest events take team entries in
      *                data/tourney-teams.dat and score by team.
      * 2026-10-15 JG  Start type (tee times or shotgun), start time
      *                and the end of the tee-sheet block added.
      *                Tourney reserves the block on the closure
      *                calendar so TeeBook and StdGen refuse bookings
      *                in it; TourneyRpt assigns starting holes or
      *                tee times from the start. Older records carry
      *                a space (tee times) and zero times (no block).
      * 2026-10-15 JG  Match-play format M added: individual entries
      *                seeded into a bracket in
      *                data/tourney-matches.dat, drawn and played out
      *                in Tourney and printed by TourneyRpt.
      * 2026-10-15 JG  Purse: the percentage of the entry fees
      *                collected that is paid out as prizes, whether
      *                each flight plays for its own share, and the
      *                payout table -- the percentage of the purse
      *                paid to each of the first five places in the
      *                gross and in the net division. TournPay stamps
      *                the date it posted the prize credits. Older
      *                records carry zeroes (no purse).
       01 TournamentRec.
        88 EndOfTournamentFile VALUE HIGH-VALUES.
        02 TournEventId PIC X(5).
           88 FormatScramble VALUE "S".
           88 FormatFourBall VALUE "F".
           88 FormatMemberGuest VALUE "G".
           88 FormatMatchPlay VALUE "M".
           88 FormatTeam VALUE "S" "F" "G".
        02 TournStartType PIC X.
           88 StartTeeTimes VALUE "T" " ".
           88 StartShotgun VALUE "S".
        02 TournStartTime PIC 9(4).
        02 TournBlockEndTime PIC 9(4).
        02 TournPurse.
         03 TournPursePct PIC 9(3).
         03 TournPayFlights PIC X.
           88 PayByFlight VALUE "Y".
         03 TournGrossPayPct PIC 9(3) OCCURS 5 TIMES.
         03 TournNetPayPct PIC 9(3) OCCURS 5 TIMES.
         03 TournPaidDate PIC 9(8).
