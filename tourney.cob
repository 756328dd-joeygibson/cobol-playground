      * 2026-09-03 JG  Entry-fee postings are stamped with the open
      *                DrawerSess drawer session so they land on the
      *                shift's Z-report.
      * 2026-10-15 JG  No entry fee is posted while today's month is
      *                closed in PeriodCtl; the desk collects it
      *                through PayPost in the open period.
      * 2026-10-15 JG  Event setup now takes the start type (tee
      *                times or shotgun), the start time and the end
      *                of the tee-sheet block, and the new (S)tart
      *                option changes them. The block is written to
      *                the course-closure calendar under the event
      *                id, so TeeBook and StdGen refuse bookings in
      *                it, and bookings already inside it are listed
      *                for the desk to move.
      * 2026-10-15 JG  Match play (format M): members enter one by
      *                one as for stroke play, and the new (B)racket
      *                option seeds the field by handicap index or by
      *                a qualifying round (the gross entered through
      *                result entry before the draw), draws the
      *                bracket into data/tourney-matches.dat with byes
      *                for the top seeds, and sets a play-by date for
      *                each round. Once drawn, result entry takes the
      *                winner and margin of a match and moves the
      *                winner into the next round.
      * 2026-10-15 JG  Purse and payout table: event setup and the new
      *                (P)urse option take the share of the entry
      *                fees paid out as prizes, whether flights play
      *                for their own share, and the percentage of the
      *                purse for each of the first five places, gross
      *                and net. TournPay pays it out. Entry fees are
      *                stamped with the event id on the ledger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS SessionId
             FILE STATUS IS SessionFileStatus.

           SELECT PeriodCtlFile ASSIGN TO 'data/period-control.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PcMonth
             FILE STATUS IS PeriodCtlStatus.

           SELECT ClosureFile ASSIGN TO 'data/course-closures.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ClsKey
             FILE STATUS IS ClosureFileStatus.

           SELECT TeeTimeFile ASSIGN TO 'data/tee-times.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TeeKey
             FILE STATUS IS TeeFileStatus.

           SELECT MatchFile ASSIGN TO 'data/tourney-matches.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MatchKey
             FILE STATUS IS MatchFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD MemberFile.
       FD SessionFile.
           COPY DRAWSESS.

       FD PeriodCtlFile.
           COPY PERIODCTL.

       FD ClosureFile.
           COPY CLOSURE.

       FD TeeTimeFile.
           COPY TEETIME.

       FD MatchFile.
           COPY MATCHREC.

       WORKING-STORAGE SECTION.
           COPY PERIODCK.
       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".
       01 TournFileStatus PIC XX VALUE ZEROES.
        88 WantsEnter VALUE "N" "n".
        88 WantsTeam VALUE "T" "t".
        88 WantsResult VALUE "R" "r".
        88 WantsStart VALUE "S" "s".
        88 WantsBracket VALUE "B" "b".
        88 WantsPurse VALUE "P" "p".
        88 WantsQuit VALUE "Q" "q".

       01 TeamFileStatus PIC XX VALUE ZEROES.
        88 TeamFileMissing VALUE "35".

       01 WorkFormat PIC X VALUE SPACES.
        88 WorkFormatValid VALUE "I" "S" "F" "G" "M".
       01 WorkTeamName PIC X(20) VALUE SPACES.
       01 WorkTeamSize PIC 9 VALUE ZEROES.
       01 WorkTeamId PIC 99 VALUE ZEROES.
        88 EndOfHandicapFile VALUE "Y".
       01 FoundHcapIndex PIC 99V9 VALUE ZEROES.

       01 ClosureFileStatus PIC XX VALUE ZEROES.
        88 ClosureFileOk VALUE "00".
        88 ClosureFileMissing VALUE "35".
       01 ClosureScanEofFlag PIC X VALUE "N".
        88 EndOfClosureScan VALUE "Y".
       01 TeeFileStatus PIC XX VALUE ZEROES.
        88 TeeFileOk VALUE "00".
        88 TeeFileMissing VALUE "35".
       01 TeeScanEofFlag PIC X VALUE "N".
        88 EndOfTeeScan VALUE "Y".

       01 WorkStartType PIC X VALUE SPACES.
        88 WorkStartTypeValid VALUE "T" "S".
       01 WorkStartTime PIC 9(4) VALUE ZEROES.
       01 WorkStartParts REDEFINES WorkStartTime.
        02 WorkStartHour PIC 99.
        02 WorkStartMinute PIC 99.
       01 WorkBlockEndTime PIC 9(4) VALUE ZEROES.
       01 WorkBlockEndParts REDEFINES WorkBlockEndTime.
        02 WorkBlockEndHour PIC 99.
        02 WorkBlockEndMinute PIC 99.
       01 BlocksRemoved PIC 99 VALUE ZEROES.
       01 ConflictCount PIC 9(3) VALUE ZEROES.

       01 MatchFileStatus PIC XX VALUE ZEROES.
        88 MatchFileOk VALUE "00".
        88 MatchFileMissing VALUE "35".
       01 BracketDrawnFlag PIC X VALUE "N".
        88 BracketIsDrawn VALUE "Y".
       01 EntryScanEofFlag PIC X VALUE "N".
        88 EndOfEntryScan VALUE "Y".

      * The seeded field, best seed first: by handicap index, or by
      * qualifying gross with the index breaking ties and anyone
      * without a qualifying score seeded last.
       01 SeedBy PIC X VALUE SPACES.
        88 SeedByHandicap VALUE "H" "h".
        88 SeedByQualifying VALUE "Q" "q".
       01 SeedCount PIC 99 VALUE ZEROES.
       01 SeedMax PIC 99 VALUE 64.
       01 SeedTable.
        02 SeedEntry OCCURS 64 TIMES.
         03 SeedMemberId PIC X(5).
         03 SeedMemberName PIC X(20).
         03 SeedSortKey PIC 9(6).
       01 SeedSwapEntry.
        02 SeedSwapMemberId PIC X(5).
        02 SeedSwapMemberName PIC X(20).
        02 SeedSwapSortKey PIC 9(6).
       01 SeedPass PIC 99 VALUE ZEROES.
       01 SeedIndex PIC 99 VALUE ZEROES.

      * Bracket positions: the seed that fills each first-round
      * line, built by doubling 1-2 into 1-4-2-3, 1-8-4-5-2-7-3-6
      * and so on, so the top seeds meet last and take the byes.
       01 BracketSize PIC 99 VALUE ZEROES.
       01 BracketRounds PIC 9 VALUE ZEROES.
       01 PositionCount PIC 99 VALUE ZEROES.
       01 PositionIndex PIC 99 VALUE ZEROES.
       01 PositionTable.
        02 PositionSeed OCCURS 64 TIMES PIC 99.
       01 NewPositionTable.
        02 NewPositionSeed OCCURS 64 TIMES PIC 99.
       01 WorkRound PIC 9 VALUE ZEROES.
       01 WorkMatchNo PIC 99 VALUE ZEROES.
       01 RoundMatchCount PIC 99 VALUE ZEROES.
       01 WorkSideSeed PIC 99 VALUE ZEROES.
       01 WorkSide PIC 9 VALUE ZEROES.
       01 FirstRoundDueDate PIC 9(8) VALUE ZEROES.
       01 DaysPerRound PIC 99 VALUE ZEROES.
       01 ByeCount PIC 99 VALUE ZEROES.

       01 AdvanceSeed PIC 99 VALUE ZEROES.
       01 AdvancePlayerId PIC X(5) VALUE SPACES.
       01 AdvancePlayerName PIC X(20) VALUE SPACES.
       01 AdvanceFromRound PIC 9 VALUE ZEROES.
       01 AdvanceFromMatch PIC 99 VALUE ZEROES.
       01 WorkWinnerChoice PIC X VALUE SPACES.
        88 WinnerIsSideA VALUE "A" "a".
        88 WinnerIsSideB VALUE "B" "b".
       01 WorkMargin PIC X(6) VALUE SPACES.

       01 WorkPursePct PIC 9(3) VALUE ZEROES.
       01 WorkPayFlights PIC X VALUE SPACES.
        88 WorkPayFlightsValid VALUE "Y" "N".
       01 PayPlace PIC 9 VALUE ZEROES.
       01 PayTableTotal PIC 9(4) VALUE ZEROES.

       PROCEDURE DIVISION.
       RunTournamentDesk.
           OPEN I-O TournamentFile
               OPEN I-O TeamFile
           END-IF
           OPEN INPUT MemberFile
           OPEN I-O ClosureFile
           IF ClosureFileMissing
               OPEN OUTPUT ClosureFile
               CLOSE ClosureFile
               OPEN I-O ClosureFile
           END-IF
           OPEN I-O MatchFile
           IF MatchFileMissing
               OPEN OUTPUT MatchFile
               CLOSE MatchFile
               OPEN I-O MatchFile
           END-IF
           PERFORM FindOpenDrawerSession
           PERFORM OpenPeriodControl

           PERFORM UNTIL WantsQuit
               PERFORM DisplayMenu
                   WHEN WantsEnter PERFORM EnterOneMember
                   WHEN WantsTeam PERFORM EnterOneTeam
                   WHEN WantsResult PERFORM EnterOneResult
                   WHEN WantsStart PERFORM ChangeEventStart
                   WHEN WantsBracket PERFORM DrawBracket
                   WHEN WantsPurse PERFORM ChangeEventPurse
                   WHEN WantsQuit CONTINUE
                   WHEN OTHER
                       DISPLAY "Please choose E, S, P, N, T, B, R or "
                         "Q."
               END-EVALUATE
           END-PERFORM

           CLOSE TournamentFile, EntryFile, PaymentFile, MemberFile
           CLOSE TeamFile, ClosureFile, MatchFile
           PERFORM ClosePeriodControl
           STOP RUN.

       DisplayMenu.
           DISPLAY " "
           DISPLAY "(E)vent setup, (S)tart and tee-sheet block, "
             "(P)urse, e(N)ter member, (T)eam entry, (B)racket draw, "
             "(R)esult entry, (Q)uit: " WITH NO ADVANCING.

       AddEvent.
               DISPLAY "Entry fee: " WITH NO ADVANCING
               ACCEPT WorkEntryFee
               DISPLAY "Format -- (I)ndividual, (S)cramble, "
                 "(F)our-ball, member-(G)uest, (M)atch play: "
                 WITH NO ADVANCING
               ACCEPT WorkFormat
               PERFORM UNTIL WorkFormatValid
                   DISPLAY "Invalid format -- enter I, S, F, G or M: "
                     WITH NO ADVANCING
                   ACCEPT WorkFormat
               END-PERFORM
               PERFORM AcceptEventStart

               MOVE WorkEventName TO TournEventName
               MOVE WorkEventDate TO TournEventDate
               MOVE WorkEntryFee TO TournEntryFee
               MOVE FUNCTION UPPER-CASE(WorkFormat) TO TournFormat
               MOVE WorkStartType TO TournStartType
               MOVE WorkStartTime TO TournStartTime
               MOVE WorkBlockEndTime TO TournBlockEndTime
               PERFORM AcceptEventPurse
               WRITE TournamentRec
                   INVALID KEY
                       DISPLAY "Unable to add event " TournEventId
                   NOT INVALID KEY
                       PERFORM ReserveTeeSheet
               END-WRITE
           END-IF.

       ChangeEventStart.
           DISPLAY "Event Id: " WITH NO ADVANCING
           ACCEPT TournEventId
           READ TournamentFile
               KEY IS TournEventId
               INVALID KEY
                   DISPLAY "Event " TournEventId " not found."
           END-READ

           IF TournFileOk
               IF StartShotgun
                   DISPLAY "Now a shotgun at " TournStartTime
                     ", block to " TournBlockEndTime
               ELSE
                   DISPLAY "Now tee times from " TournStartTime
                     ", block to " TournBlockEndTime
               END-IF
               PERFORM AcceptEventStart
               MOVE WorkStartType TO TournStartType
               MOVE WorkStartTime TO TournStartTime
               MOVE WorkBlockEndTime TO TournBlockEndTime
               REWRITE TournamentRec
                   INVALID KEY
                       DISPLAY "Unable to change event "
                         TournEventId
                   NOT INVALID KEY
                       PERFORM ReserveTeeSheet
               END-REWRITE
           END-IF.

       ChangeEventPurse.
           DISPLAY "Event Id: " WITH NO ADVANCING
           ACCEPT TournEventId
           READ TournamentFile
               KEY IS TournEventId
               INVALID KEY
                   DISPLAY "Event " TournEventId " not found."
           END-READ

           IF TournFileOk
               IF TournPaidDate > ZEROES
                   DISPLAY "The purse for " TournEventId " was paid "
                     "out on " TournPaidDate " -- no change."
               ELSE
                   DISPLAY "Now " TournPursePct "% of entry fees, "
                     "flights paid separately: " TournPayFlights
                   PERFORM AcceptEventPurse
                   REWRITE TournamentRec
                       INVALID KEY
                           DISPLAY "Unable to change event "
                             TournEventId
                       NOT INVALID KEY
                           DISPLAY "Purse for " TournEventId
                             " changed."
                   END-REWRITE
               END-IF
           END-IF.

       AcceptEventPurse.
      * The payout table gives each place a percentage of the purse
      * (of a flight's share when flights are paid separately); the
      * places may not add to more than the whole. Only individual
      * stroke play has a net division and flights.
           MOVE ZEROES TO TournPurse
           MOVE "N" TO TournPayFlights
           DISPLAY "Purse, percent of entry fees (0 = no prizes): "
             WITH NO ADVANCING
           ACCEPT WorkPursePct
           PERFORM UNTIL WorkPursePct <= 100
               DISPLAY "Enter 0-100: " WITH NO ADVANCING
               ACCEPT WorkPursePct
           END-PERFORM
           IF WorkPursePct = ZEROES
               EXIT PARAGRAPH
           END-IF
           MOVE WorkPursePct TO TournPursePct

           IF FormatIndividual
               DISPLAY "Pay each flight its own share (Y/N): "
                 WITH NO ADVANCING
               ACCEPT WorkPayFlights
               MOVE FUNCTION UPPER-CASE(WorkPayFlights)
                 TO WorkPayFlights
               PERFORM UNTIL WorkPayFlightsValid
                   DISPLAY "Enter Y or N: " WITH NO ADVANCING
                   ACCEPT WorkPayFlights
                   MOVE FUNCTION UPPER-CASE(WorkPayFlights)
                     TO WorkPayFlights
               END-PERFORM
               MOVE WorkPayFlights TO TournPayFlights
           END-IF

           MOVE 1000 TO PayTableTotal
           PERFORM AcceptPayoutTable UNTIL PayTableTotal <= 100.

       AcceptPayoutTable.
           MOVE ZEROES TO PayTableTotal
           DISPLAY "Percent of the purse for places 1 to 5"
           PERFORM AcceptOneGrossPlace
               VARYING PayPlace FROM 1 BY 1 UNTIL PayPlace > 5
           IF FormatIndividual
               PERFORM AcceptOneNetPlace
                   VARYING PayPlace FROM 1 BY 1 UNTIL PayPlace > 5
           END-IF
           IF PayTableTotal > 100
               DISPLAY "The places add to " PayTableTotal
                 "% -- enter the table again."
           END-IF.

       AcceptOneGrossPlace.
           IF FormatIndividual
               DISPLAY "  Gross place " PayPlace ": "
                 WITH NO ADVANCING
           ELSE
               DISPLAY "  Place " PayPlace ": " WITH NO ADVANCING
           END-IF
           ACCEPT TournGrossPayPct(PayPlace)
           ADD TournGrossPayPct(PayPlace) TO PayTableTotal.

       AcceptOneNetPlace.
           DISPLAY "  Net place " PayPlace ": " WITH NO ADVANCING
           ACCEPT TournNetPayPct(PayPlace)
           ADD TournNetPayPct(PayPlace) TO PayTableTotal.

       AcceptEventStart.
           DISPLAY "Start -- (T)ee times or (S)hotgun: "
             WITH NO ADVANCING
           ACCEPT WorkStartType
           MOVE FUNCTION UPPER-CASE(WorkStartType) TO WorkStartType
           PERFORM UNTIL WorkStartTypeValid
               DISPLAY "Enter T or S: " WITH NO ADVANCING
               ACCEPT WorkStartType
               MOVE FUNCTION UPPER-CASE(WorkStartType)
                 TO WorkStartType
           END-PERFORM

           DISPLAY "Start time (HHMM): " WITH NO ADVANCING
           ACCEPT WorkStartTime
           PERFORM UNTIL WorkStartHour <= 23
             AND WorkStartMinute <= 59
             AND WorkStartTime > ZEROES
               DISPLAY "Enter a time as HHMM: " WITH NO ADVANCING
               ACCEPT WorkStartTime
           END-PERFORM

           DISPLAY "Tee sheet blocked until (HHMM, 0 = five hours): "
             WITH NO ADVANCING
           ACCEPT WorkBlockEndTime
           IF WorkBlockEndTime = ZEROES
               COMPUTE WorkBlockEndTime = WorkStartTime + 500
               IF WorkBlockEndTime > 2359
                   MOVE 2359 TO WorkBlockEndTime
               END-IF
           END-IF
           PERFORM UNTIL WorkBlockEndHour <= 23
             AND WorkBlockEndMinute <= 59
             AND WorkBlockEndTime > WorkStartTime
               DISPLAY "Enter an end time after the start: "
                 WITH NO ADVANCING
               ACCEPT WorkBlockEndTime
           END-PERFORM.

       ReserveTeeSheet.
      * The event's block is a closure window under its event id;
      * any earlier block for the event is replaced.
           PERFORM RemoveEventBlocks

           MOVE TournEventDate TO ClsDate
           MOVE ZEROES TO ClsSeq
           MOVE "N" TO SeqAssignedFlag
           PERFORM TryNextClosureSeq UNTIL SeqIsAssigned
           MOVE TournStartTime TO ClsStartTime
           MOVE TournBlockEndTime TO ClsEndTime
           MOVE TournEventName TO ClsReason
           MOVE TournEventId TO ClsEventId
           WRITE ClosureRec
               INVALID KEY
                   DISPLAY "Unable to block the tee sheet for "
                     TournEventId
               NOT INVALID KEY
                   DISPLAY "Tee sheet blocked " ClsStartTime "-"
                     ClsEndTime " on " ClsDate "."
           END-WRITE

           PERFORM ListBlockConflicts.

       RemoveEventBlocks.
           MOVE ZEROES TO BlocksRemoved
           MOVE "N" TO ClosureScanEofFlag
           MOVE TournEventDate TO ClsDate
           MOVE ZEROES TO ClsSeq
           START ClosureFile KEY IS >= ClsKey
               INVALID KEY MOVE "Y" TO ClosureScanEofFlag
           END-START
           IF NOT EndOfClosureScan
               READ ClosureFile NEXT
                AT END MOVE "Y" TO ClosureScanEofFlag
               END-READ
           END-IF
           PERFORM RemoveOneEventBlock UNTIL EndOfClosureScan.

       RemoveOneEventBlock.
           IF ClsDate NOT = TournEventDate
               MOVE "Y" TO ClosureScanEofFlag
           ELSE
               IF ClsEventId = TournEventId
                   DELETE ClosureFile
                       INVALID KEY
                           DISPLAY "Unable to clear the old block."
                       NOT INVALID KEY
                           ADD 1 TO BlocksRemoved
                   END-DELETE
               END-IF
               READ ClosureFile NEXT
                AT END MOVE "Y" TO ClosureScanEofFlag
               END-READ
           END-IF.

       TryNextClosureSeq.
           ADD 1 TO ClsSeq
           READ ClosureFile
               INVALID KEY MOVE "Y" TO SeqAssignedFlag
           END-READ.

       ListBlockConflicts.
      * Bookings made before the block stay on the sheet; the desk
      * moves or cancels them through TeeBook.
           MOVE ZEROES TO ConflictCount
           OPEN INPUT TeeTimeFile
           IF TeeFileMissing
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO TeeScanEofFlag
           MOVE TournEventDate TO TeeDate
           MOVE TournStartTime TO TeeTime
           START TeeTimeFile KEY IS >= TeeKey
               INVALID KEY MOVE "Y" TO TeeScanEofFlag
           END-START
           IF NOT EndOfTeeScan
               READ TeeTimeFile NEXT
                AT END MOVE "Y" TO TeeScanEofFlag
               END-READ
           END-IF
           PERFORM ListOneBlockConflict UNTIL EndOfTeeScan

           CLOSE TeeTimeFile
           IF ConflictCount > ZEROES
               DISPLAY ConflictCount " booking(s) inside the block "
                 "-- move or cancel them in TeeBook."
           END-IF.

       ListOneBlockConflict.
           IF TeeDate NOT = TournEventDate
             OR TeeTime > TournBlockEndTime
               MOVE "Y" TO TeeScanEofFlag
           ELSE
               ADD 1 TO ConflictCount
               DISPLAY "  Booked " TeeTime "  " TeeMemberId "  "
                 TeeMemberName
               READ TeeTimeFile NEXT
                AT END MOVE "Y" TO TeeScanEofFlag
               END-READ
           END-IF.

       EnterOneMember.
           DISPLAY "Event Id: " WITH NO ADVANCING
           ACCEPT TournEventId

       PostEntryFeePayment.
           ACCEPT WorkTodayDate FROM DATE YYYYMMDD
           MOVE WorkTodayDate TO PeriodCheckDate
           PERFORM CheckPostingPeriod
           IF PostingPeriodClosed
               PERFORM ShowClosedPeriod
               DISPLAY "Entry fee for " MemberId " not posted."
               EXIT PARAGRAPH
           END-IF
           MOVE MemberId TO PayMemberId
           MOVE WorkTodayDate TO PayDate
           MOVE ZEROES TO PaySeq
           MOVE ZEROES TO PayReceiptNo
           MOVE "P" TO PayEntryType
           MOVE CurrentSessionId TO PaySessionId
           MOVE ZEROES TO PayForeignTender
           MOVE SPACES TO PayOperId, PayApprovedBy
           MOVE TournEventId TO PayEventId
           WRITE PaymentRec
               INVALID KEY
                   DISPLAY "Unable to post entry fee for " PayMemberId
               PERFORM EnterOneTeamResult
               EXIT PARAGRAPH
           END-IF
           IF FormatMatchPlay
               PERFORM CheckBracketDrawn
               IF BracketIsDrawn
                   PERFORM EnterMatchResult
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Bracket not drawn yet -- the score entered "
                 "is the qualifying round."
           END-IF

           MOVE TournEventId TO EntryEventId
           DISPLAY "Member Id: " WITH NO ADVANCING
                       DISPLAY "Result recorded."
               END-REWRITE
           END-IF.

       CheckBracketDrawn.
           MOVE "N" TO BracketDrawnFlag
           MOVE TournEventId TO MatchEventId
           MOVE 1 TO MatchRound
           MOVE 1 TO MatchNo
           READ MatchFile
               INVALID KEY CONTINUE
           END-READ
           IF MatchFileOk
               MOVE "Y" TO BracketDrawnFlag
           END-IF.

       DrawBracket.
           DISPLAY "Event Id: " WITH NO ADVANCING
           ACCEPT TournEventId
           READ TournamentFile
               KEY IS TournEventId
               INVALID KEY
                   DISPLAY "Event " TournEventId " not found."
           END-READ
           IF NOT TournFileOk
               EXIT PARAGRAPH
           END-IF
           IF NOT FormatMatchPlay
               DISPLAY "Event " TournEventId " is not match play."
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckBracketDrawn
           IF BracketIsDrawn
               DISPLAY "The bracket for " TournEventId
                 " is already drawn."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Seed by (H)andicap index or (Q)ualifying round: "
             WITH NO ADVANCING
           ACCEPT SeedBy
           PERFORM UNTIL SeedByHandicap OR SeedByQualifying
               DISPLAY "Enter H or Q: " WITH NO ADVANCING
               ACCEPT SeedBy
           END-PERFORM

           PERFORM LoadSeedTable
           IF SeedCount < 2
               DISPLAY "A bracket needs at least two entrants."
               EXIT PARAGRAPH
           END-IF
           PERFORM SortSeedTable

           DISPLAY "First round to be played by (YYYYMMDD): "
             WITH NO ADVANCING
           ACCEPT FirstRoundDueDate
           DISPLAY "Days allowed for each later round (0 = 14): "
             WITH NO ADVANCING
           ACCEPT DaysPerRound
           IF DaysPerRound = ZEROES
               MOVE 14 TO DaysPerRound
           END-IF

           PERFORM BuildBracketPositions
           PERFORM WriteBracketRound
               VARYING WorkRound FROM 1 BY 1
               UNTIL WorkRound > BracketRounds
           PERFORM AdvanceFirstRoundBye
               VARYING WorkMatchNo FROM 1 BY 1
               UNTIL WorkMatchNo > BracketSize / 2

           DISPLAY "Bracket drawn: " SeedCount " players, "
             BracketRounds " rounds, " ByeCount " byes."
           PERFORM ShowSeeding
               VARYING SeedIndex FROM 1 BY 1
               UNTIL SeedIndex > SeedCount.

       LoadSeedTable.
           MOVE ZEROES TO SeedCount
           MOVE "N" TO EntryScanEofFlag
           MOVE TournEventId TO EntryEventId
           MOVE LOW-VALUES TO EntryMemberId
           START EntryFile KEY IS >= EntryKey
               INVALID KEY MOVE "Y" TO EntryScanEofFlag
           END-START
           IF NOT EndOfEntryScan
               READ EntryFile NEXT
                AT END MOVE "Y" TO EntryScanEofFlag
               END-READ
           END-IF
           PERFORM LoadOneSeed UNTIL EndOfEntryScan.

       LoadOneSeed.
           IF EntryEventId NOT = TournEventId
               MOVE "Y" TO EntryScanEofFlag
           ELSE
               IF SeedCount < SeedMax
                   ADD 1 TO SeedCount
                   MOVE EntryMemberId TO SeedMemberId(SeedCount)
                   MOVE EntryMemberName TO SeedMemberName(SeedCount)
                   IF SeedByHandicap
                       COMPUTE SeedSortKey(SeedCount) =
                         EntryHcapIndex * 10
                   ELSE
                       IF EntryGrossResult = ZEROES
                           COMPUTE SeedSortKey(SeedCount) =
                             999000 + EntryHcapIndex * 10
                       ELSE
                           COMPUTE SeedSortKey(SeedCount) =
                             EntryGrossResult * 1000
                             + EntryHcapIndex * 10
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Field is full at " SeedMax " -- "
                     EntryMemberId " left out of the bracket."
               END-IF
               READ EntryFile NEXT
                AT END MOVE "Y" TO EntryScanEofFlag
               END-READ
           END-IF.

       SortSeedTable.
           PERFORM SortOneSeedPass
               VARYING SeedPass FROM 1 BY 1
               UNTIL SeedPass >= SeedCount.

       SortOneSeedPass.
           PERFORM CompareAdjacentSeeds
               VARYING SeedIndex FROM 1 BY 1
               UNTIL SeedIndex >= SeedCount.

       CompareAdjacentSeeds.
           IF SeedSortKey(SeedIndex) > SeedSortKey(SeedIndex + 1)
               MOVE SeedEntry(SeedIndex) TO SeedSwapEntry
               MOVE SeedEntry(SeedIndex + 1) TO SeedEntry(SeedIndex)
               MOVE SeedSwapEntry TO SeedEntry(SeedIndex + 1)
           END-IF.

       BuildBracketPositions.
           MOVE 2 TO BracketSize
           MOVE 1 TO BracketRounds
           MOVE 1 TO PositionSeed(1)
           MOVE 2 TO PositionSeed(2)
           PERFORM DoubleBracketPositions
               UNTIL BracketSize >= SeedCount.

       DoubleBracketPositions.
           MOVE BracketSize TO PositionCount
           PERFORM SplitOnePosition
               VARYING PositionIndex FROM 1 BY 1
               UNTIL PositionIndex > PositionCount
           MOVE NewPositionTable TO PositionTable
           COMPUTE BracketSize = BracketSize * 2
           ADD 1 TO BracketRounds.

       SplitOnePosition.
           MOVE PositionSeed(PositionIndex)
             TO NewPositionSeed(PositionIndex * 2 - 1)
           COMPUTE NewPositionSeed(PositionIndex * 2) =
             PositionCount * 2 + 1 - PositionSeed(PositionIndex).

       WriteBracketRound.
           COMPUTE RoundMatchCount = BracketSize / (2 ** WorkRound)
           PERFORM WriteOneMatch
               VARYING WorkMatchNo FROM 1 BY 1
               UNTIL WorkMatchNo > RoundMatchCount.

       WriteOneMatch.
           INITIALIZE MatchRec
           MOVE TournEventId TO MatchEventId
           MOVE WorkRound TO MatchRound
           MOVE WorkMatchNo TO MatchNo
           COMPUTE MatchDueDate = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(FirstRoundDueDate)
             + (WorkRound - 1) * DaysPerRound)
           MOVE "W" TO MatchStatus
           IF WorkRound = 1
               MOVE 1 TO WorkSide
               PERFORM PlaceSeedInSide
               MOVE 2 TO WorkSide
               PERFORM PlaceSeedInSide
               EVALUATE TRUE
                   WHEN MatchPlayerSeed(1) > ZEROES
                     AND MatchPlayerSeed(2) > ZEROES
                       MOVE "R" TO MatchStatus
                   WHEN MatchPlayerSeed(1) > ZEROES
                       MOVE "B" TO MatchStatus
                       MOVE 1 TO MatchWinnerSide
                       MOVE "BYE" TO MatchMargin
                   WHEN OTHER
                       MOVE "B" TO MatchStatus
                       MOVE 2 TO MatchWinnerSide
                       MOVE "BYE" TO MatchMargin
               END-EVALUATE
           END-IF
           WRITE MatchRec
               INVALID KEY
                   DISPLAY "Unable to write round " WorkRound
                     " match " WorkMatchNo "."
           END-WRITE.

       PlaceSeedInSide.
      * A position whose seed is beyond the field is a bye.
           MOVE PositionSeed((WorkMatchNo - 1) * 2 + WorkSide)
             TO WorkSideSeed
           IF WorkSideSeed <= SeedCount
               MOVE SeedMemberId(WorkSideSeed)
                 TO MatchPlayerId(WorkSide)
               MOVE SeedMemberName(WorkSideSeed)
                 TO MatchPlayerName(WorkSide)
               MOVE WorkSideSeed TO MatchPlayerSeed(WorkSide)
           END-IF.

       AdvanceFirstRoundBye.
           MOVE TournEventId TO MatchEventId
           MOVE 1 TO MatchRound
           MOVE WorkMatchNo TO MatchNo
           READ MatchFile
               INVALID KEY CONTINUE
           END-READ
           IF MatchFileOk AND MatchBye
               ADD 1 TO ByeCount
               PERFORM AdvanceMatchWinner
           END-IF.

       ShowSeeding.
           DISPLAY "  Seed " SeedIndex "  " SeedMemberId(SeedIndex)
             "  " SeedMemberName(SeedIndex).

       EnterMatchResult.
           DISPLAY "Round: " WITH NO ADVANCING
           ACCEPT WorkRound
           DISPLAY "Match number: " WITH NO ADVANCING
           ACCEPT WorkMatchNo
           MOVE TournEventId TO MatchEventId
           MOVE WorkRound TO MatchRound
           MOVE WorkMatchNo TO MatchNo
           READ MatchFile
               INVALID KEY
                   DISPLAY "No round " WorkRound " match "
                     WorkMatchNo " in " TournEventId "."
           END-READ
           IF NOT MatchFileOk
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN MatchDecided OR MatchBye
                   DISPLAY "That match is already decided ("
                     MatchMargin ")."
               WHEN MatchWaiting
                   DISPLAY "That match is still waiting for "
                     "an earlier round."
               WHEN OTHER
                   PERFORM RecordMatchWinner
           END-EVALUATE.

       RecordMatchWinner.
           DISPLAY "  A: " MatchPlayerName(1) " (" MatchPlayerSeed(1)
             ")"
           DISPLAY "  B: " MatchPlayerName(2) " (" MatchPlayerSeed(2)
             ")"
           DISPLAY "Winner (A or B): " WITH NO ADVANCING
           ACCEPT WorkWinnerChoice
           PERFORM UNTIL WinnerIsSideA OR WinnerIsSideB
               DISPLAY "Enter A or B: " WITH NO ADVANCING
               ACCEPT WorkWinnerChoice
           END-PERFORM
           DISPLAY "Margin (e.g. 3&2, 1 UP, 19TH): "
             WITH NO ADVANCING
           ACCEPT WorkMargin

           IF WinnerIsSideA
               MOVE 1 TO MatchWinnerSide
           ELSE
               MOVE 2 TO MatchWinnerSide
           END-IF
           MOVE FUNCTION UPPER-CASE(WorkMargin) TO MatchMargin
           MOVE "D" TO MatchStatus
           ACCEPT MatchResultDate FROM DATE YYYYMMDD
           REWRITE MatchRec
               INVALID KEY
                   DISPLAY "Unable to record the match."
               NOT INVALID KEY
                   DISPLAY "Result recorded."
                   PERFORM AdvanceMatchWinner
           END-REWRITE.

       AdvanceMatchWinner.
      * Moves the winner of the match in MatchRec into its slot in
      * the next round; there is no next round after the final.
           MOVE MatchRound TO AdvanceFromRound
           MOVE MatchNo TO AdvanceFromMatch
           MOVE MatchPlayerId(MatchWinnerSide) TO AdvancePlayerId
           MOVE MatchPlayerName(MatchWinnerSide) TO AdvancePlayerName
           MOVE MatchPlayerSeed(MatchWinnerSide) TO AdvanceSeed

           MOVE TournEventId TO MatchEventId
           COMPUTE MatchRound = AdvanceFromRound + 1
           COMPUTE MatchNo = (AdvanceFromMatch + 1) / 2
           READ MatchFile
               INVALID KEY
                   DISPLAY AdvancePlayerName " wins "
                     TournEventName "."
           END-READ
           IF NOT MatchFileOk
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION MOD(AdvanceFromMatch, 2) = 1
               MOVE 1 TO WorkSide
           ELSE
               MOVE 2 TO WorkSide
           END-IF
           MOVE AdvancePlayerId TO MatchPlayerId(WorkSide)
           MOVE AdvancePlayerName TO MatchPlayerName(WorkSide)
           MOVE AdvanceSeed TO MatchPlayerSeed(WorkSide)
           IF MatchPlayerSeed(1) > ZEROES
             AND MatchPlayerSeed(2) > ZEROES
               MOVE "R" TO MatchStatus
           END-IF
           REWRITE MatchRec
               INVALID KEY
                   DISPLAY "Unable to advance " AdvancePlayerName "."
               NOT INVALID KEY
                   DISPLAY AdvancePlayerName " goes to round "
                     MatchRound " match " MatchNo "."
           END-REWRITE.

           COPY PERIODPR.
