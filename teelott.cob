       IDENTIFICATION DIVISION.
       PROGRAM-ID. TeeLott.
      * Weekend tee-time lottery draw. Runs in the nightly chain and
      * does its work only on the night of the cutoff day in
      * LOTTPARM, when it draws the coming Saturday and then Sunday;
      * a weekend date given as the first argument draws just that
      * date (a late or repeated draw takes only requests still
      * pending). Each pending request in data/tee-lottery.dat gets
      * a random draw number -- the best of one draw plus one more
      * for every lottery the member has lost in a row, up to
      * LotMaxExtraDraws, from data/lottery-history.dat -- and the
      * requests are then taken in draw order, each getting the
      * earliest free tee time inside its window that is not in a
      * closure on the ClsMaint calendar. The booking is written to
      * data/tee-times.dat as TeeBook would; a request with no free
      * time in its window is marked unsatisfied and counts as a
      * loss. The allocation goes to output/lottery-allocation.txt
      * and the unsatisfied requests to
      * output/lottery-unsatisfied.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LotteryFile ASSIGN TO 'data/tee-lottery.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LotKey
             FILE STATUS IS LotteryFileStatus.

           SELECT HistoryFile ASSIGN TO 'data/lottery-history.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LhMemberId
             FILE STATUS IS HistoryFileStatus.

           SELECT TeeTimeFile ASSIGN TO 'data/tee-times.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TeeKey
             FILE STATUS IS TeeFileStatus.

           SELECT ClosureFile ASSIGN TO 'data/course-closures.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ClsKey
             FILE STATUS IS ClosureFileStatus.

           SELECT LotterySortFile ASSIGN TO
             'output/tee-lottery-sort.wrk'.

           SELECT AllocationReport ASSIGN TO
             'output/lottery-allocation.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UnsatisfiedReport ASSIGN TO
             'output/lottery-unsatisfied.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RunLogFile ASSIGN TO 'output/batch-run-log.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD LotteryFile.
           COPY LOTTREQ.

       FD HistoryFile.
           COPY LOTTHIST.

       FD TeeTimeFile.
           COPY TEETIME.

       FD ClosureFile.
           COPY CLOSURE.

       SD LotterySortFile.
       01 LotterySortRec.
        02 SortDrawNumber PIC 9(6).
        02 SortMemberId PIC X(5).
        02 SortExtraDraws PIC 9.

       FD AllocationReport.
       01 AllocPrintLine PIC X(80).

       FD UnsatisfiedReport.
       01 UnsatPrintLine PIC X(80).

       FD RunLogFile.
       01 RunLogRec PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNLOG.
           COPY LOTTPARM.

       01 LotteryFileStatus PIC XX VALUE ZEROES.
        88 LotteryFileOk VALUE "00".
        88 LotteryFileMissing VALUE "35".
       01 LotteryScanEofFlag PIC X VALUE "N".
        88 EndOfLotteryScan VALUE "Y".

       01 HistoryFileStatus PIC XX VALUE ZEROES.
        88 HistoryFileOk VALUE "00".
        88 HistoryFileMissing VALUE "35".

       01 TeeFileStatus PIC XX VALUE ZEROES.
        88 TeeFileOk VALUE "00".
        88 TeeFileMissing VALUE "35".

       01 ClosureFileStatus PIC XX VALUE ZEROES.
        88 ClosureFileOk VALUE "00".
        88 ClosureFileMissing VALUE "35".
       01 ClosureFileOpenFlag PIC X VALUE "N".
        88 ClosureFileIsOpen VALUE "Y".
       01 ClosureScanEofFlag PIC X VALUE "N".
        88 EndOfClosureScan VALUE "Y".
       01 SlotClosedFlag PIC X VALUE "N".
        88 SlotIsClosed VALUE "Y".
       01 ClosedReason PIC X(20) VALUE SPACES.

       01 SortEofFlag PIC X VALUE "N".
        88 EndOfSortFile VALUE "Y".

       01 WS-Args-Count PIC 9(4) COMP VALUE ZEROES.
       01 WS-Arg-Date PIC 9(8) VALUE ZEROES.
       01 WS-Today PIC 9(8) VALUE ZEROES.
       01 WS-Today-Integer PIC 9(9) COMP VALUE ZEROES.
       01 WS-Day-Integer PIC 9(9) COMP VALUE ZEROES.
       01 WS-Day-Of-Week PIC 9 VALUE ZEROES.

      * The dates drawn this run: the coming Saturday and Sunday, or
      * the one date given as the argument.
       01 DrawDateTable.
        02 DrawDateEntry PIC 9(8) OCCURS 2 TIMES.
       01 DrawDateCount PIC 9 VALUE ZEROES.
       01 DrawDateIdx PIC 9 VALUE ZEROES.
       01 DrawDate PIC 9(8) VALUE ZEROES.

       01 RandomSeed PIC 9(8) VALUE ZEROES.
       01 RandomValue PIC V9(9) VALUE ZEROES.
       01 OneDrawNumber PIC 9(6) VALUE ZEROES.
       01 BestDrawNumber PIC 9(6) VALUE ZEROES.
       01 ExtraDraws PIC 9 VALUE ZEROES.

       01 DrawRank PIC 9(3) VALUE ZEROES.
       01 FirstTeeMinutes PIC 9(4) VALUE ZEROES.
       01 WindowStartMinutes PIC 9(4) VALUE ZEROES.
       01 WindowEndMinutes PIC 9(4) VALUE ZEROES.
       01 CandidateMinutes PIC 9(4) VALUE ZEROES.
       01 ClockTime PIC 9(4) VALUE ZEROES.
       01 ClockTimeParts REDEFINES ClockTime.
        02 ClockHour PIC 99.
        02 ClockMinute PIC 99.
       01 ClockMinutes PIC 9(4) VALUE ZEROES.
       01 CandidateHour PIC 99 VALUE ZEROES.
       01 CandidateMinute PIC 99 VALUE ZEROES.
       01 CandidateTime PIC 9(4) VALUE ZEROES.
       01 MinutesPastFirst PIC 9(4) VALUE ZEROES.
       01 IntervalsPastFirst PIC 9(4) VALUE ZEROES.
       01 IntervalRemainder PIC 99 VALUE ZEROES.
       01 SlotFoundFlag PIC X VALUE "N".
        88 FreeSlotFound VALUE "Y".
       01 SlotsTried PIC 9(3) VALUE ZEROES.
       01 SlotsClosed PIC 9(3) VALUE ZEROES.

       01 DateRequestCount PIC 9(4) VALUE ZEROES.
       01 DateAllocatedCount PIC 9(4) VALUE ZEROES.
       01 DateUnsatisfiedCount PIC 9(4) VALUE ZEROES.

       01 AllocHeading.
        02 FILLER PIC X(44) VALUE
          "Weekend Tee-Time Lottery -- Allocation for ".
        02 PrnAllocDate PIC 9(8).

       01 AllocColumnHeader.
        02 FILLER PIC X(27) VALUE "Rank  Draw    Time  Member".
        02 FILLER PIC X(22) VALUE "Name".
        02 FILLER PIC X(9) VALUE "Players".
        02 FILLER PIC X(12) VALUE "Window".
        02 FILLER PIC X(5) VALUE "Extra".

       01 AllocDetailLine.
        02 PrnAllocRank PIC ZZ9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnAllocDraw PIC 9(6).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnAllocTime PIC 9(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnAllocMemberId PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnAllocMemberName PIC X(20).
        02 FILLER PIC X(4) VALUE SPACES.
        02 PrnAllocPlayers PIC 9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 PrnAllocWindowStart PIC 9(4).
        02 FILLER PIC X VALUE "-".
        02 PrnAllocWindowEnd PIC 9(4).
        02 FILLER PIC X(4) VALUE SPACES.
        02 PrnAllocExtra PIC 9.

       01 AllocTotalLine.
        02 FILLER PIC X(10) VALUE "Requests ".
        02 PrnAllocRequests PIC ZZZ9.
        02 FILLER PIC X(14) VALUE "   allocated ".
        02 PrnAllocAllocated PIC ZZZ9.
        02 FILLER PIC X(16) VALUE "   unsatisfied ".
        02 PrnAllocUnsatisfied PIC ZZZ9.

       01 UnsatHeading.
        02 FILLER PIC X(44) VALUE
          "Weekend Tee-Time Lottery -- Unsatisfied for ".
        02 PrnUnsatDate PIC 9(8).

       01 UnsatColumnHeader.
        02 FILLER PIC X(13) VALUE "Rank  Member".
        02 FILLER PIC X(22) VALUE "Name".
        02 FILLER PIC X(9) VALUE "Players".
        02 FILLER PIC X(11) VALUE "Window".
        02 FILLER PIC X(6) VALUE "Reason".

       01 UnsatDetailLine.
        02 PrnUnsatRank PIC ZZ9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnUnsatMemberId PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnUnsatMemberName PIC X(20).
        02 FILLER PIC X(4) VALUE SPACES.
        02 PrnUnsatPlayers PIC 9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 PrnUnsatWindowStart PIC 9(4).
        02 FILLER PIC X VALUE "-".
        02 PrnUnsatWindowEnd PIC 9(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnUnsatReason PIC X(20).

       01 UnsatNoneLine PIC X(40) VALUE
          "  (every request was given a time)".

       PROCEDURE DIVISION.
       RunTeeLottery.
           MOVE "TEELOTT" TO WS-Run-Program-Name
           PERFORM Start-Run-Log

           ACCEPT WS-Today FROM DATE YYYYMMDD
           COMPUTE WS-Today-Integer = FUNCTION INTEGER-OF-DATE(WS-Today)

           ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
           IF WS-Args-Count > 0
               ACCEPT WS-Arg-Date FROM ARGUMENT-VALUE
               COMPUTE WS-Day-Integer =
                 FUNCTION INTEGER-OF-DATE(WS-Arg-Date)
               PERFORM FindDayOfWeek
               IF WS-Day-Of-Week < 6
                   DISPLAY "TeeLott: " WS-Arg-Date " is not a "
                     "Saturday or Sunday -- no draw."
                   MOVE "FAILED" TO WS-Run-Completion
                   PERFORM Write-Run-Log
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 1 TO DrawDateCount
               MOVE WS-Arg-Date TO DrawDateEntry(1)
           ELSE
               MOVE WS-Today-Integer TO WS-Day-Integer
               PERFORM FindDayOfWeek
               IF WS-Day-Of-Week NOT = LotCutoffDay
                   DISPLAY "TeeLott: not the lottery cutoff day -- "
                     "nothing to draw."
                   PERFORM Write-Run-Log
                   STOP RUN
               END-IF
               MOVE 2 TO DrawDateCount
               COMPUTE WS-Day-Integer =
                 WS-Today-Integer + 6 - WS-Day-Of-Week
               COMPUTE DrawDateEntry(1) =
                 FUNCTION DATE-OF-INTEGER(WS-Day-Integer)
               COMPUTE DrawDateEntry(2) =
                 FUNCTION DATE-OF-INTEGER(WS-Day-Integer + 1)
           END-IF

           OPEN I-O LotteryFile
           IF LotteryFileMissing
               DISPLAY "TeeLott: no lottery request file -- nothing "
                 "to draw."
               PERFORM Write-Run-Log
               STOP RUN
           END-IF

           OPEN I-O HistoryFile
           IF HistoryFileMissing
               OPEN OUTPUT HistoryFile
               CLOSE HistoryFile
               OPEN I-O HistoryFile
           END-IF

           OPEN I-O TeeTimeFile
           IF TeeFileMissing
               OPEN OUTPUT TeeTimeFile
               CLOSE TeeTimeFile
               OPEN I-O TeeTimeFile
           END-IF

           OPEN INPUT ClosureFile
           IF ClosureFileMissing
               MOVE "N" TO ClosureFileOpenFlag
           ELSE
               MOVE "Y" TO ClosureFileOpenFlag
           END-IF

           OPEN OUTPUT AllocationReport, UnsatisfiedReport

           ACCEPT RandomSeed FROM TIME
           COMPUTE RandomValue = FUNCTION RANDOM(RandomSeed)

           MOVE LotFirstTeeTime TO ClockTime
           PERFORM ClockTimeToMinutes
           MOVE ClockMinutes TO FirstTeeMinutes

           PERFORM DrawOneDate
               VARYING DrawDateIdx FROM 1 BY 1
               UNTIL DrawDateIdx > DrawDateCount

           CLOSE LotteryFile, HistoryFile, TeeTimeFile
           CLOSE AllocationReport, UnsatisfiedReport
           IF ClosureFileIsOpen
               CLOSE ClosureFile
           END-IF

           DISPLAY "Lottery requests drawn: " WS-Run-Records-In
             "  booked: " WS-Run-Records-Out
             "  unsatisfied: " WS-Run-Exception-Count
           PERFORM Write-Run-Log
           STOP RUN.

       FindDayOfWeek.
           COMPUTE WS-Day-Of-Week = FUNCTION MOD(WS-Day-Integer, 7)
           IF WS-Day-Of-Week = ZEROES
               MOVE 7 TO WS-Day-Of-Week
           END-IF.

       DrawOneDate.
           MOVE DrawDateEntry(DrawDateIdx) TO DrawDate
           MOVE ZEROES TO DrawRank, DateRequestCount,
             DateAllocatedCount, DateUnsatisfiedCount

           MOVE DrawDate TO PrnAllocDate
           WRITE AllocPrintLine FROM AllocHeading
             AFTER ADVANCING PAGE
           WRITE AllocPrintLine FROM AllocColumnHeader
             AFTER ADVANCING 2 LINES
           MOVE DrawDate TO PrnUnsatDate
           WRITE UnsatPrintLine FROM UnsatHeading
             AFTER ADVANCING PAGE
           WRITE UnsatPrintLine FROM UnsatColumnHeader
             AFTER ADVANCING 2 LINES

           SORT LotterySortFile
             ON DESCENDING KEY SortDrawNumber
             INPUT PROCEDURE IS ReleasePendingRequests
             OUTPUT PROCEDURE IS AllocateDrawnRequests

           IF DateUnsatisfiedCount = ZEROES
               WRITE UnsatPrintLine FROM UnsatNoneLine
                 AFTER ADVANCING 1 LINE
           END-IF
           MOVE DateRequestCount TO PrnAllocRequests
           MOVE DateAllocatedCount TO PrnAllocAllocated
           MOVE DateUnsatisfiedCount TO PrnAllocUnsatisfied
           WRITE AllocPrintLine FROM AllocTotalLine
             AFTER ADVANCING 2 LINES.

       ReleasePendingRequests.
           MOVE "N" TO LotteryScanEofFlag
           MOVE DrawDate TO LotDate
           MOVE LOW-VALUES TO LotMemberId
           START LotteryFile KEY IS >= LotKey
               INVALID KEY MOVE "Y" TO LotteryScanEofFlag
           END-START
           IF NOT EndOfLotteryScan
               READ LotteryFile NEXT
                AT END MOVE "Y" TO LotteryScanEofFlag
               END-READ
           END-IF

           PERFORM ReleaseOnePendingRequest UNTIL EndOfLotteryScan.

       ReleaseOnePendingRequest.
           IF LotDate NOT = DrawDate
               MOVE "Y" TO LotteryScanEofFlag
           ELSE
               IF LotPending
                   PERFORM DrawRequestNumber
                   MOVE BestDrawNumber TO SortDrawNumber
                   MOVE LotMemberId TO SortMemberId
                   MOVE ExtraDraws TO SortExtraDraws
                   RELEASE LotterySortRec
                   ADD 1 TO DateRequestCount
                   ADD 1 TO WS-Run-Records-In
               END-IF
               READ LotteryFile NEXT
                AT END MOVE "Y" TO LotteryScanEofFlag
               END-READ
           END-IF.

       DrawRequestNumber.
      * One draw, plus one more for each lottery lost in a row; the
      * best number stands.
           MOVE ZEROES TO ExtraDraws
           MOVE LotMemberId TO LhMemberId
           READ HistoryFile
               INVALID KEY CONTINUE
           END-READ
           IF HistoryFileOk
               IF LhLossesInRow > LotMaxExtraDraws
                   MOVE LotMaxExtraDraws TO ExtraDraws
               ELSE
                   MOVE LhLossesInRow TO ExtraDraws
               END-IF
           END-IF

           MOVE ZEROES TO BestDrawNumber
           PERFORM DrawOneNumber ExtraDraws TIMES
           PERFORM DrawOneNumber.

       DrawOneNumber.
           COMPUTE RandomValue = FUNCTION RANDOM
           COMPUTE OneDrawNumber = RandomValue * 999999 + 1
           IF OneDrawNumber > BestDrawNumber
               MOVE OneDrawNumber TO BestDrawNumber
           END-IF.

       AllocateDrawnRequests.
           MOVE "N" TO SortEofFlag
           RETURN LotterySortFile
            AT END SET EndOfSortFile TO TRUE
           END-RETURN

           PERFORM AllocateOneRequest UNTIL EndOfSortFile.

       AllocateOneRequest.
           ADD 1 TO DrawRank
           MOVE DrawDate TO LotDate
           MOVE SortMemberId TO LotMemberId
           READ LotteryFile
               KEY IS LotKey
               INVALID KEY CONTINUE
           END-READ

           IF LotteryFileOk
               PERFORM FindFreeWindowSlot
               MOVE SortDrawNumber TO LotDrawNumber
               MOVE DrawRank TO LotDrawRank
               IF FreeSlotFound
                   PERFORM BookLotterySlot
               ELSE
                   PERFORM ReportUnsatisfied
               END-IF
               REWRITE LotteryRec
                   INVALID KEY
                       DISPLAY "TeeLott: unable to update request "
                         LotMemberId " for " LotDate
               END-REWRITE
               PERFORM UpdateLotteryHistory
           END-IF

           RETURN LotterySortFile
            AT END SET EndOfSortFile TO TRUE
           END-RETURN.

       FindFreeWindowSlot.
      * Tee times run every LotTeeInterval minutes from the first
      * lottery tee time; start at the first one inside the window.
           MOVE "N" TO SlotFoundFlag
           MOVE ZEROES TO SlotsTried, SlotsClosed
           MOVE LotWindowStart TO ClockTime
           PERFORM ClockTimeToMinutes
           MOVE ClockMinutes TO WindowStartMinutes
           MOVE LotWindowEnd TO ClockTime
           PERFORM ClockTimeToMinutes
           MOVE ClockMinutes TO WindowEndMinutes
           IF WindowStartMinutes < FirstTeeMinutes
               MOVE FirstTeeMinutes TO WindowStartMinutes
           END-IF

           COMPUTE MinutesPastFirst =
             WindowStartMinutes - FirstTeeMinutes
           DIVIDE MinutesPastFirst BY LotTeeInterval
             GIVING IntervalsPastFirst REMAINDER IntervalRemainder
           IF IntervalRemainder > ZEROES
               ADD 1 TO IntervalsPastFirst
           END-IF
           COMPUTE CandidateMinutes = FirstTeeMinutes
             + IntervalsPastFirst * LotTeeInterval

           PERFORM TryOneCandidateTime
               UNTIL FreeSlotFound
               OR CandidateMinutes > WindowEndMinutes.

       ClockTimeToMinutes.
           COMPUTE ClockMinutes = ClockHour * 60 + ClockMinute.

       TryOneCandidateTime.
           DIVIDE CandidateMinutes BY 60
             GIVING CandidateHour REMAINDER CandidateMinute
           COMPUTE CandidateTime = CandidateHour * 100 + CandidateMinute
           ADD 1 TO SlotsTried

           PERFORM CheckSlotClosure
           IF SlotIsClosed
               ADD 1 TO SlotsClosed
           ELSE
               MOVE DrawDate TO TeeDate
               MOVE CandidateTime TO TeeTime
               READ TeeTimeFile
                   KEY IS TeeKey
                   INVALID KEY MOVE "Y" TO SlotFoundFlag
               END-READ
           END-IF

           IF NOT FreeSlotFound
               ADD LotTeeInterval TO CandidateMinutes
           END-IF.

       BookLotterySlot.
           MOVE DrawDate TO TeeDate
           MOVE CandidateTime TO TeeTime
           MOVE LotMemberId TO TeeMemberId
           MOVE LotMemberName TO TeeMemberName
           MOVE LotPlayerCount TO TeePlayerCount
           MOVE SPACE TO TeeAttendStatus
           MOVE ZEROES TO TeeGuestCount
           MOVE SPACES TO TeeGuestNames
           MOVE ZEROES TO TeePaceTimes
           MOVE SPACES TO TeePartnerIds
           WRITE TeeTimeRec
               INVALID KEY
                   MOVE "N" TO SlotFoundFlag
           END-WRITE

           IF NOT FreeSlotFound
               PERFORM ReportUnsatisfied
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO LotStatus
           MOVE CandidateTime TO LotAssignedTime
           ADD 1 TO DateAllocatedCount
           ADD 1 TO WS-Run-Records-Out

           MOVE DrawRank TO PrnAllocRank
           MOVE SortDrawNumber TO PrnAllocDraw
           MOVE CandidateTime TO PrnAllocTime
           MOVE LotMemberId TO PrnAllocMemberId
           MOVE LotMemberName TO PrnAllocMemberName
           MOVE LotPlayerCount TO PrnAllocPlayers
           MOVE LotWindowStart TO PrnAllocWindowStart
           MOVE LotWindowEnd TO PrnAllocWindowEnd
           MOVE SortExtraDraws TO PrnAllocExtra
           WRITE AllocPrintLine FROM AllocDetailLine
             AFTER ADVANCING 1 LINE.

       ReportUnsatisfied.
           MOVE "U" TO LotStatus
           MOVE ZEROES TO LotAssignedTime
           ADD 1 TO DateUnsatisfiedCount
           ADD 1 TO WS-Run-Exception-Count

           MOVE DrawRank TO PrnUnsatRank
           MOVE LotMemberId TO PrnUnsatMemberId
           MOVE LotMemberName TO PrnUnsatMemberName
           MOVE LotPlayerCount TO PrnUnsatPlayers
           MOVE LotWindowStart TO PrnUnsatWindowStart
           MOVE LotWindowEnd TO PrnUnsatWindowEnd
           IF SlotsTried > ZEROES
             AND SlotsClosed = SlotsTried
               MOVE "course closed" TO PrnUnsatReason
           ELSE
               MOVE "window fully booked" TO PrnUnsatReason
           END-IF
           WRITE UnsatPrintLine FROM UnsatDetailLine
             AFTER ADVANCING 1 LINE.

       UpdateLotteryHistory.
           MOVE LotMemberId TO LhMemberId
           READ HistoryFile
               INVALID KEY
                   MOVE ZEROES TO LhLossesInRow, LhDrawsEntered,
                     LhDrawsWon
           END-READ

           ADD 1 TO LhDrawsEntered
           MOVE DrawDate TO LhLastDrawDate
           MOVE LotStatus TO LhLastResult
           IF LotAllocated
               ADD 1 TO LhDrawsWon
               MOVE ZEROES TO LhLossesInRow
           ELSE
               IF LhLossesInRow < 99
                   ADD 1 TO LhLossesInRow
               END-IF
           END-IF

           IF HistoryFileOk
               REWRITE LotteryHistRec
                   INVALID KEY
                       DISPLAY "TeeLott: unable to update history "
                         "for " LhMemberId
               END-REWRITE
           ELSE
               WRITE LotteryHistRec
                   INVALID KEY
                       DISPLAY "TeeLott: unable to write history "
                         "for " LhMemberId
               END-WRITE
           END-IF.

       CheckSlotClosure.
           MOVE "N" TO SlotClosedFlag
           MOVE SPACES TO ClosedReason
           IF ClosureFileIsOpen
               MOVE "N" TO ClosureScanEofFlag
               MOVE DrawDate TO ClsDate
               MOVE ZEROES TO ClsSeq
               START ClosureFile KEY IS >= ClsKey
                   INVALID KEY MOVE "Y" TO ClosureScanEofFlag
               END-START

               IF NOT EndOfClosureScan
                   READ ClosureFile NEXT
                    AT END MOVE "Y" TO ClosureScanEofFlag
                   END-READ
               END-IF

               PERFORM CheckOneClosureWindow UNTIL EndOfClosureScan
           END-IF.

       CheckOneClosureWindow.
           IF ClsDate NOT = DrawDate
               MOVE "Y" TO ClosureScanEofFlag
           ELSE
               IF CandidateTime >= ClsStartTime
                 AND CandidateTime <= ClsEndTime
                   MOVE "Y" TO SlotClosedFlag
                   MOVE ClsReason TO ClosedReason
                   MOVE "Y" TO ClosureScanEofFlag
               ELSE
                   READ ClosureFile NEXT
                    AT END MOVE "Y" TO ClosureScanEofFlag
                   END-READ
               END-IF
           END-IF.

           COPY RUNLOGPR.
