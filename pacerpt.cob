       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaceRpt.
      * Pace-of-play report for the golf committee from the start,
      * turn and finish times TeeCheckIn records on the tee sheet.
      * For the report date (first argument, default today) it
      * lists the groups that finished, slowest first, with front-
      * and back-nine times, and the average round time for the
      * day. It then looks back PaceLookbackDays days to the report
      * date and lists the members whose groups went over the
      * target round time PaceRepeatLimit or more times; those
      * repeat offenders are also written to data/pace-offenders.dat
      * so Letters can send them the SLOWPLAY letter. Output is
      * output/pace-of-play.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TeeTimeFile ASSIGN TO 'data/tee-times.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TeeKey
             FILE STATUS IS TeeFileStatus.

           SELECT PaceSortFile ASSIGN TO 'output/pace-sort.wrk'.

           SELECT PaceReport ASSIGN TO 'output/pace-of-play.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OffenderFile ASSIGN TO 'data/pace-offenders.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RunLogFile ASSIGN TO 'output/batch-run-log.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD TeeTimeFile.
           COPY TEETIME.

       SD PaceSortFile.
       01 PaceSortRec.
        02 SortRoundMinutes PIC 9(4).
        02 SortFrontMinutes PIC 9(4).
        02 SortBackMinutes PIC 9(4).
        02 SortTeeTime PIC 9(4).
        02 SortStartTime PIC 9(4).
        02 SortFinishTime PIC 9(4).
        02 SortMemberId PIC X(5).
        02 SortMemberName PIC X(20).
        02 SortPlayerCount PIC 9.

       FD PaceReport.
       01 PacePrintLine PIC X(80).

       FD OffenderFile.
       01 OffenderRec.
        02 OffMemberId PIC X(5).
        02 FILLER PIC X.
        02 OffMemberName PIC X(20).
        02 FILLER PIC X.
        02 OffOverCount PIC 9(3).
        02 FILLER PIC X.
        02 OffReportDate PIC 9(8).

       FD RunLogFile.
       01 RunLogRec PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNLOG.

       01 TeeFileStatus PIC XX VALUE ZEROES.
        88 TeeFileOk VALUE "00".
        88 TeeFileMissing VALUE "35".
       01 TeeScanEofFlag PIC X VALUE "N".
        88 EndOfTeeScan VALUE "Y".
       01 SortEofFlag PIC X VALUE "N".
        88 EndOfSortFile VALUE "Y".

      * Committee rules: target round time in minutes, the number
      * of rounds over target that makes a repeat offender, and how
      * far back the repeat count looks.
       01 PaceTargetMinutes PIC 9(3) VALUE 270.
       01 PaceRepeatLimit PIC 9(2) VALUE 3.
       01 PaceLookbackDays PIC 9(3) VALUE 30.
       01 SlowestGroupsShown PIC 9(2) VALUE 10.

       01 WS-Args-Count PIC 9(4) COMP VALUE ZEROES.
       01 WS-Report-Date PIC 9(8) VALUE ZEROES.
       01 WS-From-Date PIC 9(8) VALUE ZEROES.

       01 WorkClockTime PIC 9(4) VALUE ZEROES.
       01 WorkClockParts REDEFINES WorkClockTime.
        02 WorkClockHour PIC 99.
        02 WorkClockMinute PIC 99.
       01 StartMinutes PIC 9(4) VALUE ZEROES.
       01 TurnMinutes PIC 9(4) VALUE ZEROES.
       01 FinishMinutes PIC 9(4) VALUE ZEROES.
       01 RoundMinutes PIC 9(4) VALUE ZEROES.
       01 FrontMinutes PIC 9(4) VALUE ZEROES.
       01 BackMinutes PIC 9(4) VALUE ZEROES.
       01 RoundStartTime PIC 9(4) VALUE ZEROES.
       01 RoundTimedFlag PIC X VALUE "N".
        88 RoundWasTimed VALUE "Y".

       01 DayGroupCount PIC 9(4) VALUE ZEROES.
       01 DayOverCount PIC 9(4) VALUE ZEROES.
       01 DayMinutesTotal PIC 9(7) VALUE ZEROES.
       01 DayAverageMinutes PIC 9(4) VALUE ZEROES.
       01 GroupsPrinted PIC 9(4) VALUE ZEROES.

       01 MemberCount PIC 9(3) VALUE ZEROES.
       01 MemberTable.
        02 MemberEntry OCCURS 300 TIMES.
         03 TblMemberId PIC X(5).
         03 TblMemberName PIC X(20).
         03 TblRounds PIC 9(3).
         03 TblOverTarget PIC 9(3).
       01 TblIndex PIC 9(3) VALUE ZEROES.
       01 MemberFoundFlag PIC X VALUE "N".
        88 MemberWasFound VALUE "Y".
       01 OffenderCount PIC 9(3) VALUE ZEROES.
       01 MemberOverflowCount PIC 9(5) VALUE ZEROES.

       01 PaceHeading.
        02 FILLER PIC X(28) VALUE "Pace of Play Report for ".
        02 PrnPaceDate PIC 9(8).

       01 SlowestHeader.
        02 FILLER PIC X(21) VALUE "SLOWEST GROUPS (top ".
        02 PrnSlowestShown PIC Z9.
        02 FILLER PIC X(20) VALUE ", target ".
        02 PrnTargetMinutes PIC ZZ9.
        02 FILLER PIC X(8) VALUE " min)".

       01 SlowestColumnHeader.
        02 FILLER PIC X(7) VALUE "Tee".
        02 FILLER PIC X(7) VALUE "Off".
        02 FILLER PIC X(7) VALUE "In".
        02 FILLER PIC X(7) VALUE "Member".
        02 FILLER PIC X(22) VALUE "Name".
        02 FILLER PIC X(4) VALUE "Pl".
        02 FILLER PIC X(7) VALUE "Front".
        02 FILLER PIC X(7) VALUE "Back".
        02 FILLER PIC X(7) VALUE "Round".

       01 SlowestDetailLine.
        02 PrnSlowTee PIC 9(4).
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnSlowStart PIC 9(4).
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnSlowFinish PIC 9(4).
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnSlowMemberId PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnSlowMemberName PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnSlowPlayers PIC 9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnSlowFront PIC ZZZ9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnSlowBack PIC ZZZ9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnSlowRound PIC ZZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnSlowNote PIC X(4).

       01 DaySummaryLine.
        02 FILLER PIC X(16) VALUE "Groups timed ".
        02 PrnDayGroups PIC ZZZ9.
        02 FILLER PIC X(16) VALUE "   over target ".
        02 PrnDayOver PIC ZZZ9.
        02 FILLER PIC X(22) VALUE "   average round min ".
        02 PrnDayAverage PIC ZZZ9.

       01 NoGroupsLine PIC X(40) VALUE
          "  (no groups with a finish time)".

       01 OffenderHeader.
        02 FILLER PIC X(32) VALUE "REPEAT OFFENDERS -- rounds from ".
        02 PrnOffFromDate PIC 9(8).
        02 FILLER PIC X(4) VALUE " to ".
        02 PrnOffToDate PIC 9(8).

       01 OffenderColumnHeader.
        02 FILLER PIC X(7) VALUE "Member".
        02 FILLER PIC X(22) VALUE "Name".
        02 FILLER PIC X(9) VALUE "Rounds".
        02 FILLER PIC X(11) VALUE "Over target".

       01 OffenderDetailLine.
        02 PrnOffMemberId PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnOffMemberName PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnOffRounds PIC ZZ9.
        02 FILLER PIC X(6) VALUE SPACES.
        02 PrnOffOver PIC ZZ9.

       01 NoOffendersLine PIC X(40) VALUE
          "  (no repeat offenders)".

       01 OverflowLine.
        02 FILLER PIC X(42) VALUE
          "  rounds not counted, member table full: ".
        02 PrnOverflowCount PIC ZZZZ9.

       PROCEDURE DIVISION.
       RunPaceReport.
           MOVE "PACERPT" TO WS-Run-Program-Name
           PERFORM Start-Run-Log

           ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
           IF WS-Args-Count > 0
               ACCEPT WS-Report-Date FROM ARGUMENT-VALUE
           ELSE
               ACCEPT WS-Report-Date FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-From-Date = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-Report-Date)
             - PaceLookbackDays + 1)

           OPEN INPUT TeeTimeFile
           IF TeeFileMissing
               DISPLAY "PaceRpt: no tee-time file -- nothing to "
                 "report."
               PERFORM Write-Run-Log
               STOP RUN
           END-IF

           OPEN OUTPUT PaceReport
           MOVE WS-Report-Date TO PrnPaceDate
           WRITE PacePrintLine FROM PaceHeading
             AFTER ADVANCING PAGE
           MOVE SlowestGroupsShown TO PrnSlowestShown
           MOVE PaceTargetMinutes TO PrnTargetMinutes
           WRITE PacePrintLine FROM SlowestHeader
             AFTER ADVANCING 2 LINES
           WRITE PacePrintLine FROM SlowestColumnHeader
             AFTER ADVANCING 1 LINE

           SORT PaceSortFile
             ON DESCENDING KEY SortRoundMinutes
             INPUT PROCEDURE IS ReleaseDayRounds
             OUTPUT PROCEDURE IS PrintSlowestGroups

           IF DayGroupCount = ZEROES
               WRITE PacePrintLine FROM NoGroupsLine
                 AFTER ADVANCING 1 LINE
           ELSE
               COMPUTE DayAverageMinutes ROUNDED =
                 DayMinutesTotal / DayGroupCount
           END-IF
           MOVE DayGroupCount TO PrnDayGroups
           MOVE DayOverCount TO PrnDayOver
           MOVE DayAverageMinutes TO PrnDayAverage
           WRITE PacePrintLine FROM DaySummaryLine
             AFTER ADVANCING 2 LINES

           PERFORM TallyLookbackRounds
           PERFORM PrintRepeatOffenders

           CLOSE TeeTimeFile, PaceReport
           MOVE DayGroupCount TO WS-Run-Records-In
           MOVE OffenderCount TO WS-Run-Records-Out
           IF MemberOverflowCount > ZEROES
               MOVE MemberOverflowCount TO WS-Run-Exception-Count
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Groups timed: " DayGroupCount
             "  repeat offenders: " OffenderCount
           PERFORM Write-Run-Log
           STOP RUN.

       StartDateScan.
           MOVE "N" TO TeeScanEofFlag
           MOVE ZEROES TO TeeTime
           START TeeTimeFile KEY IS >= TeeKey
               INVALID KEY MOVE "Y" TO TeeScanEofFlag
           END-START
           IF NOT EndOfTeeScan
               READ TeeTimeFile NEXT
                AT END MOVE "Y" TO TeeScanEofFlag
               END-READ
           END-IF.

       ReleaseDayRounds.
           MOVE WS-Report-Date TO TeeDate
           PERFORM StartDateScan
           PERFORM ReleaseOneDayRound UNTIL EndOfTeeScan.

       ReleaseOneDayRound.
           IF TeeDate NOT = WS-Report-Date
               MOVE "Y" TO TeeScanEofFlag
           ELSE
               PERFORM TimeOneRound
               IF RoundWasTimed
                   MOVE RoundMinutes TO SortRoundMinutes
                   MOVE FrontMinutes TO SortFrontMinutes
                   MOVE BackMinutes TO SortBackMinutes
                   MOVE TeeTime TO SortTeeTime
                   MOVE RoundStartTime TO SortStartTime
                   MOVE TeeFinishTime TO SortFinishTime
                   MOVE TeeMemberId TO SortMemberId
                   MOVE TeeMemberName TO SortMemberName
                   MOVE TeePlayerCount TO SortPlayerCount
                   RELEASE PaceSortRec
                   ADD 1 TO DayGroupCount
                   ADD RoundMinutes TO DayMinutesTotal
                   IF RoundMinutes > PaceTargetMinutes
                       ADD 1 TO DayOverCount
                   END-IF
               END-IF
               READ TeeTimeFile NEXT
                AT END MOVE "Y" TO TeeScanEofFlag
               END-READ
           END-IF.

       TimeOneRound.
      * A round is timed once the group played and has a finish;
      * without a recorded start it went off at its tee time, and
      * without a turn time the nines are not split.
           MOVE "N" TO RoundTimedFlag
           IF NOT TeePlayed OR TeeFinishTime = ZEROES
               EXIT PARAGRAPH
           END-IF
           IF TeeActualStart = ZEROES
               MOVE TeeTime TO RoundStartTime
           ELSE
               MOVE TeeActualStart TO RoundStartTime
           END-IF
           IF TeeFinishTime <= RoundStartTime
               EXIT PARAGRAPH
           END-IF

           MOVE RoundStartTime TO WorkClockTime
           COMPUTE StartMinutes = WorkClockHour * 60 + WorkClockMinute
           MOVE TeeFinishTime TO WorkClockTime
           COMPUTE FinishMinutes = WorkClockHour * 60 + WorkClockMinute
           COMPUTE RoundMinutes = FinishMinutes - StartMinutes

           MOVE ZEROES TO FrontMinutes, BackMinutes
           IF TeeTurnTime > RoundStartTime
             AND TeeTurnTime < TeeFinishTime
               MOVE TeeTurnTime TO WorkClockTime
               COMPUTE TurnMinutes =
                 WorkClockHour * 60 + WorkClockMinute
               COMPUTE FrontMinutes = TurnMinutes - StartMinutes
               COMPUTE BackMinutes = FinishMinutes - TurnMinutes
           END-IF
           MOVE "Y" TO RoundTimedFlag.

       PrintSlowestGroups.
           MOVE "N" TO SortEofFlag
           RETURN PaceSortFile
            AT END SET EndOfSortFile TO TRUE
           END-RETURN

           PERFORM PrintOneSlowGroup UNTIL EndOfSortFile.

       PrintOneSlowGroup.
           IF GroupsPrinted < SlowestGroupsShown
               ADD 1 TO GroupsPrinted
               MOVE SortTeeTime TO PrnSlowTee
               MOVE SortStartTime TO PrnSlowStart
               MOVE SortFinishTime TO PrnSlowFinish
               MOVE SortMemberId TO PrnSlowMemberId
               MOVE SortMemberName TO PrnSlowMemberName
               MOVE SortPlayerCount TO PrnSlowPlayers
               MOVE SortFrontMinutes TO PrnSlowFront
               MOVE SortBackMinutes TO PrnSlowBack
               MOVE SortRoundMinutes TO PrnSlowRound
               IF SortRoundMinutes > PaceTargetMinutes
                   MOVE "OVER" TO PrnSlowNote
               ELSE
                   MOVE SPACES TO PrnSlowNote
               END-IF
               WRITE PacePrintLine FROM SlowestDetailLine
                 AFTER ADVANCING 1 LINE
           END-IF

           RETURN PaceSortFile
            AT END SET EndOfSortFile TO TRUE
           END-RETURN.

       TallyLookbackRounds.
           MOVE WS-From-Date TO TeeDate
           PERFORM StartDateScan
           PERFORM TallyOneLookbackRound UNTIL EndOfTeeScan.

       TallyOneLookbackRound.
           IF TeeDate > WS-Report-Date
               MOVE "Y" TO TeeScanEofFlag
           ELSE
               PERFORM TimeOneRound
               IF RoundWasTimed
                   PERFORM FindMemberEntry
                   IF MemberWasFound
                       ADD 1 TO TblRounds(TblIndex)
                       IF RoundMinutes > PaceTargetMinutes
                           ADD 1 TO TblOverTarget(TblIndex)
                       END-IF
                   ELSE
                       ADD 1 TO MemberOverflowCount
                   END-IF
               END-IF
               READ TeeTimeFile NEXT
                AT END MOVE "Y" TO TeeScanEofFlag
               END-READ
           END-IF.

       FindMemberEntry.
           MOVE "N" TO MemberFoundFlag
           PERFORM VARYING TblIndex FROM 1 BY 1
               UNTIL TblIndex > MemberCount OR MemberWasFound
               IF TblMemberId(TblIndex) = TeeMemberId
                   MOVE "Y" TO MemberFoundFlag
               END-IF
           END-PERFORM

           IF MemberWasFound
               SUBTRACT 1 FROM TblIndex
           ELSE
               IF MemberCount < 300
                   ADD 1 TO MemberCount
                   MOVE MemberCount TO TblIndex
                   MOVE TeeMemberId TO TblMemberId(TblIndex)
                   MOVE TeeMemberName TO TblMemberName(TblIndex)
                   MOVE ZEROES TO TblRounds(TblIndex)
                   MOVE ZEROES TO TblOverTarget(TblIndex)
                   MOVE "Y" TO MemberFoundFlag
               END-IF
           END-IF.

       PrintRepeatOffenders.
           MOVE WS-From-Date TO PrnOffFromDate
           MOVE WS-Report-Date TO PrnOffToDate
           WRITE PacePrintLine FROM OffenderHeader
             AFTER ADVANCING 3 LINES
           WRITE PacePrintLine FROM OffenderColumnHeader
             AFTER ADVANCING 1 LINE

           OPEN OUTPUT OffenderFile
           PERFORM PrintOneOffender
               VARYING TblIndex FROM 1 BY 1
               UNTIL TblIndex > MemberCount
           CLOSE OffenderFile

           IF OffenderCount = ZEROES
               WRITE PacePrintLine FROM NoOffendersLine
                 AFTER ADVANCING 1 LINE
           END-IF
           IF MemberOverflowCount > ZEROES
               MOVE MemberOverflowCount TO PrnOverflowCount
               WRITE PacePrintLine FROM OverflowLine
                 AFTER ADVANCING 2 LINES
           END-IF.

       PrintOneOffender.
           IF TblOverTarget(TblIndex) >= PaceRepeatLimit
               ADD 1 TO OffenderCount
               MOVE TblMemberId(TblIndex) TO PrnOffMemberId
               MOVE TblMemberName(TblIndex) TO PrnOffMemberName
               MOVE TblRounds(TblIndex) TO PrnOffRounds
               MOVE TblOverTarget(TblIndex) TO PrnOffOver
               WRITE PacePrintLine FROM OffenderDetailLine
                 AFTER ADVANCING 1 LINE

               MOVE SPACES TO OffenderRec
               MOVE TblMemberId(TblIndex) TO OffMemberId
               MOVE TblMemberName(TblIndex) TO OffMemberName
               MOVE TblOverTarget(TblIndex) TO OffOverCount
               MOVE WS-Report-Date TO OffReportDate
               WRITE OffenderRec
           END-IF.

           COPY RUNLOGPR.
