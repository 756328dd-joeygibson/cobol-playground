       IDENTIFICATION DIVISION.
       PROGRAM-ID. TournPay.
      * Tournament prize payout: for the event id given as the first
      * argument, once results are final, totals the entry fees the
      * event actually collected in the payments ledger (payments
      * stamped with the event id less refunds and bounced checks),
      * takes the event's purse percentage of it and pays the places
      * in the event's payout table -- gross and net divisions, and
      * each flight its own share (by its number of finishers) where
      * the event pays flights separately. Players tied on a place
      * share the places they cover; a player paid in the gross is
      * passed over in the net. Team events pay by team, split
      * evenly between the team's club members, and match play pays
      * the champion, the finalist and the losing semi-finalists as
      * places 1, 2 and a tie for 3. Prints the payout register for
      * the committee to sign to output/tournament-payouts.txt and,
      * once the desk confirms it, posts each prize as a credit to
      * the member's balance in data/credit-balance.dat and stamps
      * the event as paid so it cannot be paid twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TournamentFile ASSIGN TO 'data/tournaments.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TournEventId
             FILE STATUS IS TournFileStatus.

           SELECT EntryFile ASSIGN TO 'data/tourney-entries.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EntryKey
             FILE STATUS IS EntryFileStatus.

           SELECT TeamFile ASSIGN TO 'data/tourney-teams.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TeamKey
             FILE STATUS IS TeamFileStatus.

           SELECT MatchFile ASSIGN TO 'data/tourney-matches.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MatchKey
             FILE STATUS IS MatchFileStatus.

           SELECT PaymentFile ASSIGN TO 'data/payments.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PayKey
             FILE STATUS IS PaymentFileStatus.

           SELECT CreditBalFile ASSIGN TO 'data/credit-balance.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CreditMemberId
             FILE STATUS IS CreditBalFileStatus.

           SELECT PayoutReport ASSIGN TO
             'output/tournament-payouts.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TournamentFile.
           COPY TOURNREC.

       FD EntryFile.
           COPY TOURNENT.

       FD TeamFile.
           COPY TEAMENT.

       FD MatchFile.
           COPY MATCHREC.

       FD PaymentFile.
           COPY PAYLEDG.

       FD CreditBalFile.
           COPY CREDITBAL.

       FD PayoutReport.
       01 PayoutPrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 TournFileStatus PIC XX VALUE ZEROES.
        88 TournFileOk VALUE "00".
       01 EntryFileStatus PIC XX VALUE ZEROES.
        88 EntryFileOk VALUE "00".
        88 EntryFileMissing VALUE "35".
       01 TeamFileStatus PIC XX VALUE ZEROES.
        88 TeamFileOk VALUE "00".
        88 TeamFileMissing VALUE "35".
       01 MatchFileStatus PIC XX VALUE ZEROES.
        88 MatchFileOk VALUE "00".
        88 MatchFileMissing VALUE "35".
       01 PaymentFileStatus PIC XX VALUE ZEROES.
        88 PaymentFileOk VALUE "00".
        88 PaymentFileMissing VALUE "35".
       01 CreditBalFileStatus PIC XX VALUE ZEROES.
        88 CreditBalFileOk VALUE "00".
        88 CreditBalFileMissing VALUE "35".

       01 WS-Args-Count PIC 9(4) COMP VALUE ZEROES.
       01 WS-Wanted-EventId PIC X(5) VALUE SPACES.

       01 ScanEofFlag PIC X VALUE "N".
        88 EndOfScan VALUE "Y".
       01 WorkTodayDate PIC 9(8) VALUE ZEROES.
       01 PostChoice PIC X VALUE SPACES.
        88 PostConfirmed VALUE "Y" "y".

       01 FeesCollected PIC S9(7)V99 VALUE ZEROES.
       01 PurseAmount PIC 9(7)V99 VALUE ZEROES.
       01 FlightPurse PIC 9(7)V99 VALUE ZEROES.
       01 PrizesPaid PIC 9(7)V99 VALUE ZEROES.
       01 PurseLeft PIC 9(7)V99 VALUE ZEROES.

      * Everyone with a result, in entry order. The gross key is the
      * gross, the team result or the match-play finishing place;
      * the net key is gross less the handicap index.
       01 FinisherCount PIC 9(3) VALUE ZEROES.
       01 FinisherMax PIC 9(3) VALUE 200.
       01 FinisherTable.
        02 Finisher OCCURS 200 TIMES.
         03 FinMemberId PIC X(5).
         03 FinName PIC X(20).
         03 FinTeamId PIC 99.
         03 FinFlight PIC X.
         03 FinGrossKey PIC 9(4).
         03 FinNetKey PIC S9(3)V9.
         03 FinPrizeFlag PIC X.
           88 FinHasPrize VALUE "Y".
       01 FinIndex PIC 9(3) VALUE ZEROES.

      * One division of one flight, best first, as subscripts into
      * the finisher table.
       01 DivisionKind PIC X VALUE SPACES.
        88 DivisionIsGross VALUE "G".
        88 DivisionIsNet VALUE "N".
       01 CurrentFlight PIC X VALUE SPACES.
       01 FlightCount PIC 9(3) VALUE ZEROES.
       01 RankCount PIC 9(3) VALUE ZEROES.
       01 RankTable.
        02 RankFinisher OCCURS 200 TIMES PIC 9(3).
       01 RankSwap PIC 9(3) VALUE ZEROES.
       01 SortPass PIC 9(3) VALUE ZEROES.
       01 SortIndex PIC 9(3) VALUE ZEROES.
       01 KeyFinisher PIC 9(3) VALUE ZEROES.
       01 RankKey PIC S9(4)V9 VALUE ZEROES.
       01 CompareKeyA PIC S9(4)V9 VALUE ZEROES.
       01 CompareKeyB PIC S9(4)V9 VALUE ZEROES.

       01 PlacePos PIC 9(3) VALUE ZEROES.
       01 TieEnd PIC 9(3) VALUE ZEROES.
       01 TieSize PIC 9(3) VALUE ZEROES.
       01 TieDoneFlag PIC X VALUE "N".
        88 TieGroupComplete VALUE "Y".
       01 TiePctTotal PIC 9(3) VALUE ZEROES.
       01 TieShare PIC 9(7)V99 VALUE ZEROES.
       01 TiePlace PIC 9(3) VALUE ZEROES.
       01 TieIndex PIC 9(3) VALUE ZEROES.
       01 PlaceTable.
        02 PlacePct OCCURS 5 TIMES PIC 9(3).
       01 NetPctTotal PIC 9(4) VALUE ZEROES.

       01 FinalRound PIC 9 VALUE ZEROES.
       01 FinalDecidedFlag PIC X VALUE "N".
        88 FinalIsDecided VALUE "Y".
       01 FinishSide PIC 9 VALUE ZEROES.

      * The prizes as credited, one line per member.
       01 AwardCount PIC 9(3) VALUE ZEROES.
       01 AwardMax PIC 9(3) VALUE 300.
       01 AwardTable.
        02 Award OCCURS 300 TIMES.
         03 AwdMemberId PIC X(5).
         03 AwdAmount PIC 9(5)V99.
       01 AwardIndex PIC 9(3) VALUE ZEROES.
       01 AwardMemberId PIC X(5) VALUE SPACES.
       01 AwardMemberName PIC X(20) VALUE SPACES.
       01 AwardAmount PIC 9(5)V99 VALUE ZEROES.
       01 TeamMemberCount PIC 9 VALUE ZEROES.
       01 TeamPlayerIndex PIC 9 VALUE ZEROES.
       01 CreditsPosted PIC 9(3) VALUE ZEROES.

       01 PayoutHeading.
        02 FILLER PIC X(28) VALUE "Tournament Payout Register -".
        02 FILLER PIC X VALUE SPACE.
        02 PrnPhEventName PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnPhEventDate PIC 9(8).

       01 PurseLine.
        02 PrnPlLabel PIC X(34).
        02 PrnPlAmount PIC $$,$$$,$$9.99.

       01 FlightLine.
        02 PrnFlLabel PIC X(10).
        02 PrnFlFlight PIC X.
        02 FILLER PIC X(4) VALUE SPACES.
        02 PrnFlCount PIC ZZ9.
        02 FILLER PIC X(19) VALUE " finishers, share ".
        02 PrnFlPurse PIC $$,$$$,$$9.99.

       01 DivisionLine.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnDlLabel PIC X(20).

       01 AwardLine.
        02 FILLER PIC X(4) VALUE SPACES.
        02 PrnAlTie PIC X.
        02 PrnAlPlace PIC Z9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnAlMemberId PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnAlName PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnAlScore PIC ---9.9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 PrnAlAmount PIC $$$,$$9.99.

       01 NoPrizeLine PIC X(40) VALUE
          "    No places in the payout table.".
       01 SignatureLine1 PIC X(72) VALUE
          "Committee chair: ____________________   Date: ________".
       01 SignatureLine2 PIC X(72) VALUE
          "Treasurer:       ____________________   Date: ________".
       01 PostedLine.
        02 FILLER PIC X(17) VALUE "Credits posted: ".
        02 PrnPdCount PIC ZZ9.
        02 FILLER PIC X(4) VALUE " on ".
        02 PrnPdDate PIC 9(8).
       01 NotPostedLine PIC X(50) VALUE
          "NOT POSTED -- register printed for review only.".

       PROCEDURE DIVISION.
       PayTournamentPurse.
           ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
           IF WS-Args-Count > 0
               ACCEPT WS-Wanted-EventId FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "Event Id: " WITH NO ADVANCING
               ACCEPT WS-Wanted-EventId
           END-IF
           ACCEPT WorkTodayDate FROM DATE YYYYMMDD

           OPEN I-O TournamentFile
           MOVE WS-Wanted-EventId TO TournEventId
           READ TournamentFile
               KEY IS TournEventId
               INVALID KEY
                   DISPLAY "Event " WS-Wanted-EventId " not found."
                   CLOSE TournamentFile
                   STOP RUN
           END-READ
           IF TournPaidDate > ZEROES
               DISPLAY "The purse for " TournEventId " was paid out "
                 "on " TournPaidDate "."
               CLOSE TournamentFile
               STOP RUN
           END-IF
           IF TournPursePct = ZEROES
               DISPLAY "No purse is set for " TournEventId
                 " -- set it with (P)urse in Tourney."
               CLOSE TournamentFile
               STOP RUN
           END-IF

           PERFORM TotalEntryFees
           IF FeesCollected > ZEROES
               COMPUTE PurseAmount ROUNDED =
                 FeesCollected * TournPursePct / 100
           END-IF
           IF PurseAmount = ZEROES
               DISPLAY "No entry fees collected for " TournEventId
                 " -- nothing to pay."
               CLOSE TournamentFile
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN FormatTeam
                   PERFORM LoadTeamFinishers
               WHEN FormatMatchPlay
                   PERFORM LoadMatchFinishers
               WHEN OTHER
                   PERFORM LoadStrokeFinishers
           END-EVALUATE
           IF FinisherCount = ZEROES
               DISPLAY "No final results for " TournEventId
                 " -- nothing paid."
               CLOSE TournamentFile
               STOP RUN
           END-IF

           OPEN OUTPUT PayoutReport
           PERFORM PrintPayoutHeading
           IF PayByFlight
               MOVE "A" TO CurrentFlight
               PERFORM PayOneFlight
               MOVE "B" TO CurrentFlight
               PERFORM PayOneFlight
               MOVE "C" TO CurrentFlight
               PERFORM PayOneFlight
           ELSE
               MOVE "A" TO CurrentFlight
               PERFORM PayOneFlight
           END-IF
           PERFORM PrintPayoutTotals

           DISPLAY "Prizes of $" PrnPlAmount " to " AwardCount
             " member(s) -- register in "
             "output/tournament-payouts.txt."
           DISPLAY "Post the credits to member accounts (Y/N): "
             WITH NO ADVANCING
           ACCEPT PostChoice
           IF PostConfirmed
               PERFORM PostPrizeCredits
           ELSE
               WRITE PayoutPrintLine FROM NotPostedLine
                 AFTER ADVANCING 2 LINES
               DISPLAY "Nothing posted."
           END-IF

           CLOSE PayoutReport, TournamentFile
           STOP RUN.

       TotalEntryFees.
      * Fees paid less refunds and bounced checks, counted from the
      * ledger entries stamped with the event.
           MOVE ZEROES TO FeesCollected
           OPEN INPUT PaymentFile
           IF PaymentFileMissing
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ScanEofFlag
           MOVE LOW-VALUES TO PayKey
           START PaymentFile KEY IS >= PayKey
               INVALID KEY MOVE "Y" TO ScanEofFlag
           END-START
           IF NOT EndOfScan
               READ PaymentFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF
           PERFORM CountOneFeeEntry UNTIL EndOfScan
           CLOSE PaymentFile
           IF FeesCollected < ZEROES
               MOVE ZEROES TO FeesCollected
           END-IF.

       CountOneFeeEntry.
           IF PayForTournament AND PayEventId = WS-Wanted-EventId
               EVALUATE TRUE
                   WHEN PayReducesLedger
                       SUBTRACT PayAmount FROM FeesCollected
                   WHEN PayIsPayment
                       ADD PayAmount TO FeesCollected
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           READ PaymentFile NEXT
            AT END MOVE "Y" TO ScanEofFlag
           END-READ.

       LoadStrokeFinishers.
      * Flights use the same handicap bands as the TourneyRpt
      * standings.
           OPEN INPUT EntryFile
           IF EntryFileMissing
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ScanEofFlag
           MOVE WS-Wanted-EventId TO EntryEventId
           MOVE LOW-VALUES TO EntryMemberId
           START EntryFile KEY IS >= EntryKey
               INVALID KEY MOVE "Y" TO ScanEofFlag
           END-START
           IF NOT EndOfScan
               READ EntryFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF
           PERFORM LoadOneStrokeFinisher UNTIL EndOfScan
           CLOSE EntryFile.

       LoadOneStrokeFinisher.
           IF EntryEventId NOT = WS-Wanted-EventId
               MOVE "Y" TO ScanEofFlag
           ELSE
               IF EntryGrossResult > ZEROES
                 AND FinisherCount < FinisherMax
                   ADD 1 TO FinisherCount
                   MOVE EntryMemberId TO FinMemberId(FinisherCount)
                   MOVE EntryMemberName TO FinName(FinisherCount)
                   MOVE ZEROES TO FinTeamId(FinisherCount)
                   MOVE EntryGrossResult TO FinGrossKey(FinisherCount)
                   COMPUTE FinNetKey(FinisherCount) =
                     EntryGrossResult - EntryHcapIndex
                   MOVE "N" TO FinPrizeFlag(FinisherCount)
                   EVALUATE TRUE
                       WHEN NOT PayByFlight
                           MOVE "A" TO FinFlight(FinisherCount)
                       WHEN EntryHcapIndex <= 9.9
                           MOVE "A" TO FinFlight(FinisherCount)
                       WHEN EntryHcapIndex <= 18.9
                           MOVE "B" TO FinFlight(FinisherCount)
                       WHEN OTHER
                           MOVE "C" TO FinFlight(FinisherCount)
                   END-EVALUATE
               END-IF
               READ EntryFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF.

       LoadTeamFinishers.
           OPEN INPUT TeamFile
           IF TeamFileMissing
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ScanEofFlag
           MOVE WS-Wanted-EventId TO TeamEventId
           MOVE ZEROES TO TeamId
           START TeamFile KEY IS >= TeamKey
               INVALID KEY MOVE "Y" TO ScanEofFlag
           END-START
           IF NOT EndOfScan
               READ TeamFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF
           PERFORM LoadOneTeamFinisher UNTIL EndOfScan.

       LoadOneTeamFinisher.
      * The team file stays open: the team's prize is split when it
      * is awarded.
           IF TeamEventId NOT = WS-Wanted-EventId
               MOVE "Y" TO ScanEofFlag
           ELSE
               IF TeamResult > ZEROES
                 AND FinisherCount < FinisherMax
                   ADD 1 TO FinisherCount
                   MOVE SPACES TO FinMemberId(FinisherCount)
                   MOVE TeamName TO FinName(FinisherCount)
                   MOVE TeamId TO FinTeamId(FinisherCount)
                   MOVE TeamResult TO FinGrossKey(FinisherCount)
                   MOVE ZEROES TO FinNetKey(FinisherCount)
                   MOVE "N" TO FinPrizeFlag(FinisherCount)
                   MOVE "A" TO FinFlight(FinisherCount)
               END-IF
               READ TeamFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF.

       LoadMatchFinishers.
      * The last round of the bracket is the final; the bracket is
      * paid only once the final is decided.
           OPEN INPUT MatchFile
           IF MatchFileMissing
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROES TO FinalRound
           PERFORM StartMatchScan
           PERFORM FindFinalRound UNTIL EndOfScan

           MOVE "N" TO FinalDecidedFlag
           PERFORM StartMatchScan
           PERFORM LoadOneMatchFinisher UNTIL EndOfScan
           CLOSE MatchFile

           IF NOT FinalIsDecided
               MOVE ZEROES TO FinisherCount
               DISPLAY "The final of " TournEventId
                 " has not been played."
           END-IF.

       StartMatchScan.
           MOVE "N" TO ScanEofFlag
           MOVE WS-Wanted-EventId TO MatchEventId
           MOVE ZEROES TO MatchRound
           MOVE ZEROES TO MatchNo
           START MatchFile KEY IS >= MatchKey
               INVALID KEY MOVE "Y" TO ScanEofFlag
           END-START
           IF NOT EndOfScan
               READ MatchFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF.

       FindFinalRound.
           IF MatchEventId NOT = WS-Wanted-EventId
               MOVE "Y" TO ScanEofFlag
           ELSE
               MOVE MatchRound TO FinalRound
               READ MatchFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF.

       LoadOneMatchFinisher.
           IF MatchEventId NOT = WS-Wanted-EventId
               MOVE "Y" TO ScanEofFlag
           ELSE
               IF MatchDecided AND MatchRound = FinalRound
                   MOVE "Y" TO FinalDecidedFlag
                   MOVE MatchWinnerSide TO FinishSide
                   MOVE 1 TO RankKey
                   PERFORM AddMatchFinisher
                   COMPUTE FinishSide = 3 - MatchWinnerSide
                   MOVE 2 TO RankKey
                   PERFORM AddMatchFinisher
               END-IF
               IF MatchDecided AND MatchRound = FinalRound - 1
                   COMPUTE FinishSide = 3 - MatchWinnerSide
                   MOVE 3 TO RankKey
                   PERFORM AddMatchFinisher
               END-IF
               READ MatchFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF.

       AddMatchFinisher.
           IF MatchPlayerId(FinishSide) NOT = SPACES
               ADD 1 TO FinisherCount
               MOVE MatchPlayerId(FinishSide)
                 TO FinMemberId(FinisherCount)
               MOVE MatchPlayerName(FinishSide)
                 TO FinName(FinisherCount)
               MOVE ZEROES TO FinTeamId(FinisherCount)
               MOVE RankKey TO FinGrossKey(FinisherCount)
               MOVE ZEROES TO FinNetKey(FinisherCount)
               MOVE "N" TO FinPrizeFlag(FinisherCount)
               MOVE "A" TO FinFlight(FinisherCount)
           END-IF.

       PrintPayoutHeading.
           MOVE TournEventName TO PrnPhEventName
           MOVE TournEventDate TO PrnPhEventDate
           WRITE PayoutPrintLine FROM PayoutHeading
             AFTER ADVANCING PAGE
           MOVE "Entry fees collected:" TO PrnPlLabel
           MOVE FeesCollected TO PrnPlAmount
           WRITE PayoutPrintLine FROM PurseLine
             AFTER ADVANCING 2 LINES
           MOVE SPACES TO PrnPlLabel
           STRING "Purse at " DELIMITED BY SIZE
             TournPursePct DELIMITED BY SIZE
             "% of the fees:" DELIMITED BY SIZE
             INTO PrnPlLabel
           END-STRING
           MOVE PurseAmount TO PrnPlAmount
           WRITE PayoutPrintLine FROM PurseLine
             AFTER ADVANCING 1 LINE.

       PayOneFlight.
      * A flight paid separately plays for its share of the purse
      * by its number of finishers.
           MOVE ZEROES TO FlightCount
           PERFORM CountOneFlightFinisher
               VARYING FinIndex FROM 1 BY 1
               UNTIL FinIndex > FinisherCount
           IF FlightCount = ZEROES
               EXIT PARAGRAPH
           END-IF

           IF PayByFlight
               COMPUTE FlightPurse ROUNDED =
                 PurseAmount * FlightCount / FinisherCount
               MOVE "Flight" TO PrnFlLabel
               MOVE CurrentFlight TO PrnFlFlight
           ELSE
               MOVE PurseAmount TO FlightPurse
               MOVE "Field" TO PrnFlLabel
               MOVE SPACE TO PrnFlFlight
           END-IF
           MOVE FlightCount TO PrnFlCount
           MOVE FlightPurse TO PrnFlPurse
           WRITE PayoutPrintLine FROM FlightLine
             AFTER ADVANCING 2 LINES

           MOVE "G" TO DivisionKind
           MOVE TournGrossPayPct(1) TO PlacePct(1)
           MOVE TournGrossPayPct(2) TO PlacePct(2)
           MOVE TournGrossPayPct(3) TO PlacePct(3)
           MOVE TournGrossPayPct(4) TO PlacePct(4)
           MOVE TournGrossPayPct(5) TO PlacePct(5)
           EVALUATE TRUE
               WHEN FormatTeam
                   MOVE "Teams" TO PrnDlLabel
               WHEN FormatMatchPlay
                   MOVE "Bracket" TO PrnDlLabel
               WHEN OTHER
                   MOVE "Gross" TO PrnDlLabel
           END-EVALUATE
           PERFORM PayOneDivision

           COMPUTE NetPctTotal = TournNetPayPct(1) + TournNetPayPct(2)
             + TournNetPayPct(3) + TournNetPayPct(4)
             + TournNetPayPct(5)
           IF FormatIndividual AND NetPctTotal > ZEROES
               MOVE "N" TO DivisionKind
               MOVE TournNetPayPct(1) TO PlacePct(1)
               MOVE TournNetPayPct(2) TO PlacePct(2)
               MOVE TournNetPayPct(3) TO PlacePct(3)
               MOVE TournNetPayPct(4) TO PlacePct(4)
               MOVE TournNetPayPct(5) TO PlacePct(5)
               MOVE "Net" TO PrnDlLabel
               PERFORM PayOneDivision
           END-IF.

       CountOneFlightFinisher.
           IF FinFlight(FinIndex) = CurrentFlight
               ADD 1 TO FlightCount
           END-IF.

       PayOneDivision.
           WRITE PayoutPrintLine FROM DivisionLine
             AFTER ADVANCING 1 LINE
           MOVE ZEROES TO RankCount
           PERFORM RankOneFinisher
               VARYING FinIndex FROM 1 BY 1
               UNTIL FinIndex > FinisherCount
           IF RankCount = ZEROES
               WRITE PayoutPrintLine FROM NoPrizeLine
                 AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM SortOneRankPass
               VARYING SortPass FROM 1 BY 1
               UNTIL SortPass >= RankCount

           MOVE 1 TO PlacePos
           PERFORM PayOnePlaceGroup
               UNTIL PlacePos > RankCount OR PlacePos > 5.

       RankOneFinisher.
      * The net division passes over anyone already paid a gross
      * prize.
           IF FinFlight(FinIndex) = CurrentFlight
               IF DivisionIsGross OR NOT FinHasPrize(FinIndex)
                   ADD 1 TO RankCount
                   MOVE FinIndex TO RankFinisher(RankCount)
               END-IF
           END-IF.

       SortOneRankPass.
           PERFORM CompareAdjacentRanks
               VARYING SortIndex FROM 1 BY 1
               UNTIL SortIndex >= RankCount.

       CompareAdjacentRanks.
           MOVE RankFinisher(SortIndex) TO KeyFinisher
           PERFORM GetRankKey
           MOVE RankKey TO CompareKeyA
           MOVE RankFinisher(SortIndex + 1) TO KeyFinisher
           PERFORM GetRankKey
           MOVE RankKey TO CompareKeyB
           IF CompareKeyA > CompareKeyB
               MOVE RankFinisher(SortIndex) TO RankSwap
               MOVE RankFinisher(SortIndex + 1)
                 TO RankFinisher(SortIndex)
               MOVE RankSwap TO RankFinisher(SortIndex + 1)
           END-IF.

       GetRankKey.
           IF DivisionIsNet
               MOVE FinNetKey(KeyFinisher) TO RankKey
           ELSE
               MOVE FinGrossKey(KeyFinisher) TO RankKey
           END-IF.

       PayOnePlaceGroup.
      * Players tied from PlacePos to TieEnd share the table's
      * percentages for the places they cover.
           MOVE PlacePos TO TieEnd
           MOVE "N" TO TieDoneFlag
           MOVE RankFinisher(PlacePos) TO KeyFinisher
           PERFORM GetRankKey
           MOVE RankKey TO CompareKeyA
           PERFORM ExtendTieGroup UNTIL TieGroupComplete

           MOVE ZEROES TO TiePctTotal
           PERFORM AddOneTiePlace
               VARYING TiePlace FROM PlacePos BY 1
               UNTIL TiePlace > TieEnd OR TiePlace > 5
           COMPUTE TieSize = TieEnd - PlacePos + 1
           MOVE ZEROES TO TieShare
           IF TiePctTotal > ZEROES
               COMPUTE TieShare ROUNDED =
                 FlightPurse * TiePctTotal / 100 / TieSize
           END-IF
           IF TieShare > ZEROES
               PERFORM AwardOneRank
                   VARYING TieIndex FROM PlacePos BY 1
                   UNTIL TieIndex > TieEnd
           END-IF
           COMPUTE PlacePos = TieEnd + 1.

       ExtendTieGroup.
           IF TieEnd >= RankCount
               MOVE "Y" TO TieDoneFlag
           ELSE
               MOVE RankFinisher(TieEnd + 1) TO KeyFinisher
               PERFORM GetRankKey
               IF RankKey = CompareKeyA
                   ADD 1 TO TieEnd
               ELSE
                   MOVE "Y" TO TieDoneFlag
               END-IF
           END-IF.

       AddOneTiePlace.
           ADD PlacePct(TiePlace) TO TiePctTotal.

       AwardOneRank.
           MOVE RankFinisher(TieIndex) TO FinIndex
           MOVE "Y" TO FinPrizeFlag(FinIndex)
           IF TieSize > 1
               MOVE "T" TO PrnAlTie
           ELSE
               MOVE SPACE TO PrnAlTie
           END-IF
           MOVE PlacePos TO PrnAlPlace
           MOVE FinIndex TO KeyFinisher
           PERFORM GetRankKey
           MOVE RankKey TO PrnAlScore
           IF FinTeamId(FinIndex) > ZEROES
               PERFORM AwardTeamShare
           ELSE
               MOVE FinMemberId(FinIndex) TO AwardMemberId
               MOVE FinName(FinIndex) TO AwardMemberName
               MOVE TieShare TO AwardAmount
               PERFORM RecordOneAward
           END-IF.

       AwardTeamShare.
      * A team's prize is split evenly between its club members;
      * guests are not paid.
           MOVE WS-Wanted-EventId TO TeamEventId
           MOVE FinTeamId(FinIndex) TO TeamId
           READ TeamFile
               KEY IS TeamKey
               INVALID KEY
                   DISPLAY "Team " FinTeamId(FinIndex)
                     " not found -- not paid."
           END-READ
           IF NOT TeamFileOk
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROES TO TeamMemberCount
           PERFORM CountOneTeamMember
               VARYING TeamPlayerIndex FROM 1 BY 1
               UNTIL TeamPlayerIndex > TeamPlayerCount
           IF TeamMemberCount = ZEROES
               EXIT PARAGRAPH
           END-IF
           COMPUTE AwardAmount ROUNDED = TieShare / TeamMemberCount
           PERFORM AwardOneTeamMember
               VARYING TeamPlayerIndex FROM 1 BY 1
               UNTIL TeamPlayerIndex > TeamPlayerCount.

       CountOneTeamMember.
           IF TeamPlayerId(TeamPlayerIndex) NOT = SPACES
               ADD 1 TO TeamMemberCount
           END-IF.

       AwardOneTeamMember.
           IF TeamPlayerId(TeamPlayerIndex) NOT = SPACES
               MOVE TeamPlayerId(TeamPlayerIndex) TO AwardMemberId
               MOVE TeamPlayerName(TeamPlayerIndex)
                 TO AwardMemberName
               PERFORM RecordOneAward
           END-IF.

       RecordOneAward.
           IF AwardCount >= AwardMax
               DISPLAY "Too many prizes -- " AwardMemberId
                 " not paid."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AwardCount
           MOVE AwardMemberId TO AwdMemberId(AwardCount)
           MOVE AwardAmount TO AwdAmount(AwardCount)
           ADD AwardAmount TO PrizesPaid

           MOVE AwardMemberId TO PrnAlMemberId
           MOVE AwardMemberName TO PrnAlName
           MOVE AwardAmount TO PrnAlAmount
           WRITE PayoutPrintLine FROM AwardLine
             AFTER ADVANCING 1 LINE.

       PrintPayoutTotals.
           IF NOT TeamFileMissing AND FormatTeam
               CLOSE TeamFile
           END-IF
           MOVE "Prizes paid:" TO PrnPlLabel
           MOVE PrizesPaid TO PrnPlAmount
           WRITE PayoutPrintLine FROM PurseLine
             AFTER ADVANCING 2 LINES
           MOVE ZEROES TO PurseLeft
           IF PurseAmount > PrizesPaid
               COMPUTE PurseLeft = PurseAmount - PrizesPaid
           END-IF
           MOVE "Left in the purse:" TO PrnPlLabel
           MOVE PurseLeft TO PrnPlAmount
           WRITE PayoutPrintLine FROM PurseLine
             AFTER ADVANCING 1 LINE
           WRITE PayoutPrintLine FROM SignatureLine1
             AFTER ADVANCING 3 LINES
           WRITE PayoutPrintLine FROM SignatureLine2
             AFTER ADVANCING 2 LINES
           MOVE PrizesPaid TO PrnPlAmount.

       PostPrizeCredits.
           OPEN I-O CreditBalFile
           IF CreditBalFileMissing
               OPEN OUTPUT CreditBalFile
               CLOSE CreditBalFile
               OPEN I-O CreditBalFile
           END-IF
           MOVE ZEROES TO CreditsPosted
           PERFORM PostOneCredit
               VARYING AwardIndex FROM 1 BY 1
               UNTIL AwardIndex > AwardCount
           CLOSE CreditBalFile

           MOVE WorkTodayDate TO TournPaidDate
           REWRITE TournamentRec
               INVALID KEY
                   DISPLAY "Unable to mark " TournEventId " as paid."
           END-REWRITE
           MOVE CreditsPosted TO PrnPdCount
           MOVE WorkTodayDate TO PrnPdDate
           WRITE PayoutPrintLine FROM PostedLine
             AFTER ADVANCING 2 LINES
           DISPLAY CreditsPosted " prize credit(s) posted.".

       PostOneCredit.
      * A prize adds to the member's credit on account; the PayMatch
      * cycle stamp is left alone so a matching rerun only replaces
      * its own portion.
           MOVE AwdMemberId(AwardIndex) TO CreditMemberId
           READ CreditBalFile
               KEY IS CreditMemberId
               INVALID KEY CONTINUE
           END-READ
           IF CreditBalFileOk
               ADD AwdAmount(AwardIndex) TO CreditAmount
               MOVE WorkTodayDate TO CreditUpdateDate
               REWRITE CreditBalRec
                   INVALID KEY
                       DISPLAY "Unable to credit " CreditMemberId
                   NOT INVALID KEY
                       ADD 1 TO CreditsPosted
               END-REWRITE
           ELSE
               MOVE AwdMemberId(AwardIndex) TO CreditMemberId
               MOVE AwdAmount(AwardIndex) TO CreditAmount
               MOVE WorkTodayDate TO CreditUpdateDate
               MOVE ZEROES TO CreditCycleDate
               MOVE ZEROES TO CreditCycleAmount
               WRITE CreditBalRec
                   INVALID KEY
                       DISPLAY "Unable to credit " CreditMemberId
                   NOT INVALID KEY
                       ADD 1 TO CreditsPosted
               END-WRITE
           END-IF.
