      *                guest events now print a team sheet and team
      *                standings from data/tourney-teams.dat, scored
      *                by the event's format as one team result.
      * 2026-10-15 JG  Starting assignments: each group (a foursome
      *                in entry order, or a team) is given a starting
      *                hole for a shotgun -- 1A to 18A, then a B and
      *                a C group on each hole -- or a tee time from
      *                the start at the tee-sheet interval off the
      *                first tee. Prints the hole-assignment sheet to
      *                output/tournament-starts.txt and a sign for
      *                each cart (two players) to
      *                output/tournament-cart-signs.txt.
      * 2026-10-15 JG  Match-play events also print the current
      *                bracket round by round, with seeds, winners
      *                and margins, to output/tournament-bracket.txt,
      *                and the schedule of matches still to play with
      *                each round's play-by date to
      *                output/match-schedule.txt. Their pairings and
      *                standings show the qualifying round.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             'output/tournament-standings.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MatchFile ASSIGN TO 'data/tourney-matches.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MatchKey
             FILE STATUS IS MatchFileStatus.

           SELECT BracketReport ASSIGN TO
             'output/tournament-bracket.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ScheduleReport ASSIGN TO
             'output/match-schedule.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT StartsReport ASSIGN TO
             'output/tournament-starts.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CartSignReport ASSIGN TO
             'output/tournament-cart-signs.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TournamentFile.
       FD StandingsReport.
       01 StandingsPrintLine PIC X(60).

       FD MatchFile.
           COPY MATCHREC.

       FD BracketReport.
       01 BracketPrintLine PIC X(80).

       FD ScheduleReport.
       01 SchedulePrintLine PIC X(80).

       FD StartsReport.
       01 StartsPrintLine PIC X(60).

       FD CartSignReport.
       01 CartSignPrintLine PIC X(60).

       WORKING-STORAGE SECTION.
           COPY TEEGRID.

       01 TournFileStatus PIC XX VALUE ZEROES.
        88 TournFileOk VALUE "00".
       01 EntryFileStatus PIC XX VALUE ZEROES.
        02 PrnWinnerKind PIC X(14).
        02 PrnWinnerName PIC X(20).

       01 MatchFileStatus PIC XX VALUE ZEROES.
        88 MatchFileOk VALUE "00".
        88 MatchFileMissing VALUE "35".
       01 MatchScanEofFlag PIC X VALUE "N".
        88 EndOfMatchScan VALUE "Y".
       01 CurrentMatchRound PIC 9 VALUE ZEROES.
       01 MatchCount PIC 9(3) VALUE ZEROES.
       01 MatchesToPlay PIC 9(3) VALUE ZEROES.
       01 ScheduleRound PIC 9 VALUE ZEROES.
       01 WorkSide PIC 9 VALUE ZEROES.

       01 BracketHeading.
        02 FILLER PIC X(20) VALUE "Match-Play Bracket -".
        02 FILLER PIC X VALUE SPACE.
        02 PrnBrkEventName PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnBrkEventDate PIC 9(8).

       01 ScheduleHeading.
        02 FILLER PIC X(20) VALUE "Match Schedule -".
        02 FILLER PIC X VALUE SPACE.
        02 PrnSchEventName PIC X(20).

       01 MatchRoundLine.
        02 FILLER PIC X(6) VALUE "Round ".
        02 PrnMrRound PIC 9.
        02 FILLER PIC X(15) VALUE "   play by ".
        02 PrnMrDueDate PIC 9(8).

       01 MatchDetailLine.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X VALUE "M".
        02 PrnMdMatchNo PIC 99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnMdSideA PIC X(24).
        02 FILLER PIC X(3) VALUE " v ".
        02 PrnMdSideB PIC X(24).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnMdResult PIC X(18).

       01 MatchSideText.
        02 FILLER PIC X VALUE "(".
        02 PrnMsSeed PIC Z9.
        02 FILLER PIC X VALUE ")".
        02 PrnMsName PIC X(20).

       01 NoBracketLine PIC X(40) VALUE
          "Bracket not drawn yet.".
       01 NoMatchesLine PIC X(40) VALUE
          "No matches left to play.".

      * Starting groups: players in entry order four to a group for
      * individual events, or one team to a group.
       01 StartGroupCount PIC 99 VALUE ZEROES.
       01 StartGroupMax PIC 99 VALUE 54.
       01 StartOverflowCount PIC 9(3) VALUE ZEROES.
       01 StartGroupTable.
        02 StartGroup OCCURS 54 TIMES.
         03 SgTeamName PIC X(20).
         03 SgPlayerCount PIC 9.
         03 SgPlayer OCCURS 4 TIMES.
          04 SgPlayerId PIC X(5).
          04 SgPlayerName PIC X(20).
       01 GroupIndex PIC 99 VALUE ZEROES.
       01 SgPlayerIndex PIC 9 VALUE ZEROES.
       01 CartPlayerIndex PIC 9 VALUE ZEROES.
       01 StartHole PIC 99 VALUE ZEROES.
       01 StartWaveIndex PIC 9 VALUE ZEROES.
       01 StartWaveLetters PIC X(3) VALUE "ABC".
       01 StartMinutes PIC 9(4) VALUE ZEROES.
       01 WorkClockTime PIC 9(4) VALUE ZEROES.
       01 WorkClockParts REDEFINES WorkClockTime.
        02 WorkClockHour PIC 99.
        02 WorkClockMinute PIC 99.

       01 StartsHeading.
        02 FILLER PIC X(24) VALUE "Starting Assignments - ".
        02 PrnStartEventName PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnStartEventDate PIC 9(8).

       01 StartTypeLine.
        02 PrnStartTypeText PIC X(20).
        02 PrnStartTypeTime PIC 9(4).

       01 StartGroupLine.
        02 FILLER PIC X(6) VALUE "Group ".
        02 PrnSgGroup PIC Z9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 PrnSgStart PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnSgTeamName PIC X(20).

       01 StartPlayerLine.
        02 FILLER PIC X(4) VALUE SPACES.
        02 PrnSpPlayerId PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnSpPlayerName PIC X(20).

       01 StartOverflowLine.
        02 FILLER PIC X(40) VALUE
          "Entries not assigned, field too large: ".
        02 PrnStartOverflow PIC ZZ9.

       01 WorkStartText PIC X(20) VALUE SPACES.
       01 PrnStartHole PIC Z9.
       01 PrnStartTime PIC 9(4).

       01 CartSignBorder PIC X(40) VALUE ALL "*".
       01 CartSignTextLine.
        02 FILLER PIC X(4) VALUE "*   ".
        02 PrnSignText PIC X(32).
        02 FILLER PIC X(4) VALUE "   *".

       01 NoResultsLine PIC X(40) VALUE
          "No results entered yet for this event.".

               PERFORM PrintPairingsSheet
               PERFORM PrintStandings
           END-IF
           IF FormatMatchPlay
               PERFORM PrintMatchPlayReports
           END-IF

           IF TournStartTime = ZEROES
               DISPLAY "No start time set for " WS-Wanted-EventId
                 " -- set it in Tourney for starting assignments."
           ELSE
               PERFORM LoadStartGroups
               OPEN OUTPUT StartsReport
               OPEN OUTPUT CartSignReport
               PERFORM PrintStartingAssignments
               CLOSE StartsReport, CartSignReport
           END-IF

           CLOSE TournamentFile, EntryFile
           IF NOT TeamFileMissing
           CLOSE PairingsReport, StandingsReport
           STOP RUN.

       LoadStartGroups.
           MOVE ZEROES TO StartGroupCount, StartOverflowCount
           INITIALIZE StartGroupTable
           IF FormatTeam
               IF TeamFileMissing
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO TeamScanEofFlag
               MOVE WS-Wanted-EventId TO TeamEventId
               MOVE ZEROES TO TeamId
               START TeamFile KEY IS >= TeamKey
                   INVALID KEY MOVE "Y" TO TeamScanEofFlag
               END-START
               IF NOT EndOfTeamScan
                   READ TeamFile NEXT
                    AT END MOVE "Y" TO TeamScanEofFlag
                   END-READ
               END-IF
               PERFORM GroupOneTeam UNTIL EndOfTeamScan
           ELSE
               PERFORM StartEntryScan
               PERFORM GroupOneEntrant UNTIL EndOfEntryScan
           END-IF.

       GroupOneTeam.
           IF TeamEventId NOT = WS-Wanted-EventId
               MOVE "Y" TO TeamScanEofFlag
           ELSE
               IF StartGroupCount < StartGroupMax
                   ADD 1 TO StartGroupCount
                   MOVE TeamName TO SgTeamName(StartGroupCount)
                   MOVE TeamPlayerCount
                     TO SgPlayerCount(StartGroupCount)
                   PERFORM CopyOneTeamPlayer
                       VARYING TeamPlayerIndex FROM 1 BY 1
                       UNTIL TeamPlayerIndex > TeamPlayerCount
               ELSE
                   ADD 1 TO StartOverflowCount
               END-IF
               READ TeamFile NEXT
                AT END MOVE "Y" TO TeamScanEofFlag
               END-READ
           END-IF.

       CopyOneTeamPlayer.
           IF TeamPlayerId(TeamPlayerIndex) = SPACES
               MOVE "GUEST"
                 TO SgPlayerId(StartGroupCount, TeamPlayerIndex)
           ELSE
               MOVE TeamPlayerId(TeamPlayerIndex)
                 TO SgPlayerId(StartGroupCount, TeamPlayerIndex)
           END-IF
           MOVE TeamPlayerName(TeamPlayerIndex)
             TO SgPlayerName(StartGroupCount, TeamPlayerIndex).

       GroupOneEntrant.
           IF EntryEventId NOT = WS-Wanted-EventId
               MOVE "Y" TO EntryScanEofFlag
           ELSE
               IF StartGroupCount = ZEROES
                 OR SgPlayerCount(StartGroupCount) = 4
                   IF StartGroupCount < StartGroupMax
                       ADD 1 TO StartGroupCount
                   ELSE
                       ADD 1 TO StartOverflowCount
                   END-IF
               END-IF
               IF SgPlayerCount(StartGroupCount) < 4
                   ADD 1 TO SgPlayerCount(StartGroupCount)
                   MOVE SgPlayerCount(StartGroupCount)
                     TO SgPlayerIndex
                   MOVE EntryMemberId
                     TO SgPlayerId(StartGroupCount, SgPlayerIndex)
                   MOVE EntryMemberName
                     TO SgPlayerName(StartGroupCount, SgPlayerIndex)
               END-IF
               READ EntryFile NEXT
                AT END MOVE "Y" TO EntryScanEofFlag
               END-READ
           END-IF.

       PrintStartingAssignments.
           MOVE TournEventName TO PrnStartEventName
           MOVE TournEventDate TO PrnStartEventDate
           WRITE StartsPrintLine FROM StartsHeading
             AFTER ADVANCING PAGE
           IF StartShotgun
               MOVE "Shotgun start at " TO PrnStartTypeText
           ELSE
               MOVE "Tee times from " TO PrnStartTypeText
           END-IF
           MOVE TournStartTime TO PrnStartTypeTime
           WRITE StartsPrintLine FROM StartTypeLine
             AFTER ADVANCING 1 LINE

           MOVE TournStartTime TO WorkClockTime
           COMPUTE StartMinutes = WorkClockHour * 60 + WorkClockMinute

           PERFORM PrintOneStartGroup
               VARYING GroupIndex FROM 1 BY 1
               UNTIL GroupIndex > StartGroupCount

           IF StartOverflowCount > ZEROES
               MOVE StartOverflowCount TO PrnStartOverflow
               WRITE StartsPrintLine FROM StartOverflowLine
                 AFTER ADVANCING 2 LINES
           END-IF.

       PrintOneStartGroup.
      * A shotgun sends group n off hole MOD(n-1,18)+1, the second
      * and third waves as the B and C groups on each hole; tee
      * times go off the first tee one interval apart.
           MOVE SPACES TO WorkStartText
           IF StartShotgun
               COMPUTE StartHole =
                 FUNCTION MOD(GroupIndex - 1, 18) + 1
               COMPUTE StartWaveIndex = (GroupIndex - 1) / 18 + 1
               MOVE StartHole TO PrnStartHole
               STRING "Hole " DELIMITED BY SIZE
                 PrnStartHole DELIMITED BY SIZE
                 StartWaveLetters(StartWaveIndex:1)
                   DELIMITED BY SIZE
                 INTO WorkStartText
               END-STRING
           ELSE
               COMPUTE WorkClockHour =
                 (StartMinutes + (GroupIndex - 1) * TeeGridInterval)
                 / 60
               COMPUTE WorkClockMinute = FUNCTION MOD(
                 StartMinutes + (GroupIndex - 1) * TeeGridInterval,
                 60)
               MOVE WorkClockTime TO PrnStartTime
               STRING "Tee " DELIMITED BY SIZE
                 PrnStartTime DELIMITED BY SIZE
                 "  Hole 1" DELIMITED BY SIZE
                 INTO WorkStartText
               END-STRING
           END-IF

           MOVE GroupIndex TO PrnSgGroup
           MOVE WorkStartText TO PrnSgStart
           MOVE SgTeamName(GroupIndex) TO PrnSgTeamName
           WRITE StartsPrintLine FROM StartGroupLine
             AFTER ADVANCING 2 LINES
           PERFORM PrintOneStartPlayer
               VARYING SgPlayerIndex FROM 1 BY 1
               UNTIL SgPlayerIndex > SgPlayerCount(GroupIndex)

           PERFORM PrintOneCartSign
               VARYING CartPlayerIndex FROM 1 BY 2
               UNTIL CartPlayerIndex > SgPlayerCount(GroupIndex).

       PrintOneStartPlayer.
           MOVE SgPlayerId(GroupIndex, SgPlayerIndex)
             TO PrnSpPlayerId
           MOVE SgPlayerName(GroupIndex, SgPlayerIndex)
             TO PrnSpPlayerName
           WRITE StartsPrintLine FROM StartPlayerLine
             AFTER ADVANCING 1 LINE.

       PrintOneCartSign.
      * One sign per cart, two players to a cart.
           WRITE CartSignPrintLine FROM CartSignBorder
             AFTER ADVANCING PAGE
           MOVE TournEventName TO PrnSignText
           WRITE CartSignPrintLine FROM CartSignTextLine
             AFTER ADVANCING 1 LINE
           MOVE SPACES TO PrnSignText
           WRITE CartSignPrintLine FROM CartSignTextLine
             AFTER ADVANCING 1 LINE
           MOVE WorkStartText TO PrnSignText
           WRITE CartSignPrintLine FROM CartSignTextLine
             AFTER ADVANCING 1 LINE
           MOVE SPACES TO PrnSignText
           WRITE CartSignPrintLine FROM CartSignTextLine
             AFTER ADVANCING 1 LINE
           MOVE SgPlayerName(GroupIndex, CartPlayerIndex)
             TO PrnSignText
           WRITE CartSignPrintLine FROM CartSignTextLine
             AFTER ADVANCING 1 LINE
           IF CartPlayerIndex < SgPlayerCount(GroupIndex)
               MOVE SgPlayerName(GroupIndex, CartPlayerIndex + 1)
                 TO PrnSignText
           ELSE
               MOVE SPACES TO PrnSignText
           END-IF
           WRITE CartSignPrintLine FROM CartSignTextLine
             AFTER ADVANCING 1 LINE
           WRITE CartSignPrintLine FROM CartSignBorder
             AFTER ADVANCING 1 LINE.

       PrintTeamSheet.
           MOVE TournEventName TO PrnPairEventName
           MOVE TournEventDate TO PrnPairEventDate
               WRITE StandingsPrintLine FROM StandingDetailLine
                 AFTER ADVANCING 1 LINE
           END-IF.

       PrintMatchPlayReports.
           OPEN INPUT MatchFile
           OPEN OUTPUT BracketReport
           OPEN OUTPUT ScheduleReport
           MOVE TournEventName TO PrnBrkEventName
           MOVE TournEventDate TO PrnBrkEventDate
           WRITE BracketPrintLine FROM BracketHeading
             AFTER ADVANCING PAGE
           MOVE TournEventName TO PrnSchEventName
           WRITE SchedulePrintLine FROM ScheduleHeading
             AFTER ADVANCING PAGE

           MOVE ZEROES TO MatchCount, MatchesToPlay, CurrentMatchRound
           MOVE ZEROES TO ScheduleRound
           IF NOT MatchFileMissing
               MOVE "N" TO MatchScanEofFlag
               MOVE WS-Wanted-EventId TO MatchEventId
               MOVE ZEROES TO MatchRound
               MOVE ZEROES TO MatchNo
               START MatchFile KEY IS >= MatchKey
                   INVALID KEY MOVE "Y" TO MatchScanEofFlag
               END-START
               IF NOT EndOfMatchScan
                   READ MatchFile NEXT
                    AT END MOVE "Y" TO MatchScanEofFlag
                   END-READ
               END-IF
               PERFORM PrintOneMatch UNTIL EndOfMatchScan
               CLOSE MatchFile
           END-IF

           IF MatchCount = ZEROES
               WRITE BracketPrintLine FROM NoBracketLine
                 AFTER ADVANCING 2 LINES
           END-IF
           IF MatchesToPlay = ZEROES
               WRITE SchedulePrintLine FROM NoMatchesLine
                 AFTER ADVANCING 2 LINES
           END-IF
           CLOSE BracketReport, ScheduleReport.

       PrintOneMatch.
           IF MatchEventId NOT = WS-Wanted-EventId
               MOVE "Y" TO MatchScanEofFlag
           ELSE
               ADD 1 TO MatchCount
               IF MatchRound NOT = CurrentMatchRound
                   MOVE MatchRound TO CurrentMatchRound
                   MOVE MatchRound TO PrnMrRound
                   MOVE MatchDueDate TO PrnMrDueDate
                   WRITE BracketPrintLine FROM MatchRoundLine
                     AFTER ADVANCING 2 LINES
               END-IF

               MOVE MatchNo TO PrnMdMatchNo
               MOVE 1 TO WorkSide
               PERFORM FormatMatchSide
               MOVE MatchSideText TO PrnMdSideA
               MOVE 2 TO WorkSide
               PERFORM FormatMatchSide
               MOVE MatchSideText TO PrnMdSideB
               MOVE SPACES TO PrnMdResult
               EVALUATE TRUE
                   WHEN MatchDecided OR MatchBye
                       STRING MatchMargin DELIMITED BY "  "
                         " " DELIMITED BY SIZE
                         MatchPlayerName(MatchWinnerSide)
                           DELIMITED BY "  "
                         INTO PrnMdResult
                       END-STRING
                   WHEN MatchReady
                       MOVE "to play" TO PrnMdResult
                   WHEN OTHER
                       MOVE "waiting" TO PrnMdResult
               END-EVALUATE
               WRITE BracketPrintLine FROM MatchDetailLine
                 AFTER ADVANCING 1 LINE

               IF MatchReady OR MatchWaiting
                   PERFORM ScheduleOneMatch
               END-IF

               READ MatchFile NEXT
                AT END MOVE "Y" TO MatchScanEofFlag
               END-READ
           END-IF.

       ScheduleOneMatch.
      * The schedule carries a round header for each round with a
      * match still to play.
           ADD 1 TO MatchesToPlay
           IF MatchRound NOT = ScheduleRound
               MOVE MatchRound TO ScheduleRound
               MOVE MatchRound TO PrnMrRound
               MOVE MatchDueDate TO PrnMrDueDate
               WRITE SchedulePrintLine FROM MatchRoundLine
                 AFTER ADVANCING 2 LINES
           END-IF
           WRITE SchedulePrintLine FROM MatchDetailLine
             AFTER ADVANCING 1 LINE.

       FormatMatchSide.
           IF MatchPlayerSeed(WorkSide) = ZEROES
               MOVE SPACES TO MatchSideText
               IF MatchRound = 1
                   MOVE "(bye)" TO MatchSideText
               ELSE
                   MOVE "(to come)" TO MatchSideText
               END-IF
           ELSE
               MOVE "(" TO MatchSideText(1:1)
               MOVE MatchPlayerSeed(WorkSide) TO PrnMsSeed
               MOVE ")" TO MatchSideText(4:1)
               MOVE MatchPlayerName(WorkSide) TO PrnMsName
           END-IF.
