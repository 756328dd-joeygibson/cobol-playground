       IDENTIFICATION DIVISION.
       PROGRAM-ID. TeeWaitRpt.
      * Daily tee-time waiting-list report from data/tee-waitlist.dat
      * for the report date (first argument, default today). Entries
      * still waiting for a date before the report date can no
      * longer be filled and are marked expired; the report then
      * lists everyone still waiting, in the order they will be
      * filled, and everyone TeeBook booked from the list on a
      * cancellation that day. Output is
      * output/tee-waitlist-report.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TeeWaitFile ASSIGN TO 'data/tee-waitlist.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TwKey
             FILE STATUS IS TeeWaitFileStatus.

           SELECT WaitReport ASSIGN TO
             'output/tee-waitlist-report.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RunLogFile ASSIGN TO 'output/batch-run-log.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD TeeWaitFile.
           COPY TEEWAIT.

       FD WaitReport.
       01 WaitPrintLine PIC X(80).

       FD RunLogFile.
       01 RunLogRec PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNLOG.

       01 TeeWaitFileStatus PIC XX VALUE ZEROES.
        88 TeeWaitFileOk VALUE "00".
        88 TeeWaitFileMissing VALUE "35".
       01 WaitEofFlag PIC X VALUE "N".
        88 EndOfWaitScan VALUE "Y".

       01 WS-Args-Count PIC 9(4) COMP VALUE ZEROES.
       01 WS-Report-Date PIC 9(8) VALUE ZEROES.

       01 StillWaitingCount PIC 9(5) VALUE ZEROES.
       01 FilledCount PIC 9(5) VALUE ZEROES.
       01 ExpiredCount PIC 9(5) VALUE ZEROES.

       01 WaitHeading.
        02 FILLER PIC X(38) VALUE
          "Tee-Time Waiting List Report for ".
        02 PrnWaitRptDate PIC 9(8).

       01 StillWaitingHeader PIC X(40) VALUE
          "STILL WAITING".
       01 FilledHeader PIC X(40) VALUE
          "FILLED FROM THE WAITING LIST TODAY".

       01 WaitColumnHeader.
        02 FILLER PIC X(10) VALUE "Tee date".
        02 FILLER PIC X(5) VALUE " No.".
        02 FILLER PIC X(7) VALUE "Member".
        02 FILLER PIC X(24) VALUE "Name".
        02 FILLER PIC X(5) VALUE "Plyr".
        02 FILLER PIC X(11) VALUE "Window".
        02 FILLER PIC X(11) VALUE "Joined/Time".

       01 WaitDetailLine.
        02 PrnWaitDate PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnWaitSeq PIC ZZZ9.
        02 FILLER PIC X VALUE SPACES.
        02 PrnWaitMemberId PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnWaitMemberName PIC X(20).
        02 FILLER PIC X(4) VALUE SPACES.
        02 PrnWaitPlayers PIC 9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 PrnWaitWindowStart PIC 9(4).
        02 FILLER PIC X VALUE "-".
        02 PrnWaitWindowEnd PIC 9(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnWaitWhen PIC X(8).

       01 WaitNoneLine PIC X(20) VALUE "  (none)".

       01 WaitTotalLine.
        02 FILLER PIC X(15) VALUE "Still waiting ".
        02 PrnTotWaiting PIC ZZZZ9.
        02 FILLER PIC X(12) VALUE "   filled ".
        02 PrnTotFilled PIC ZZZZ9.
        02 FILLER PIC X(13) VALUE "   expired ".
        02 PrnTotExpired PIC ZZZZ9.

       PROCEDURE DIVISION.
       RunTeeWaitReport.
           MOVE "TEEWAITRPT" TO WS-Run-Program-Name
           PERFORM Start-Run-Log

           ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
           IF WS-Args-Count > 0
               ACCEPT WS-Report-Date FROM ARGUMENT-VALUE
           ELSE
               ACCEPT WS-Report-Date FROM DATE YYYYMMDD
           END-IF

           OPEN I-O TeeWaitFile
           IF TeeWaitFileMissing
               DISPLAY "TeeWaitRpt: no tee-time waiting list on file."
               PERFORM Write-Run-Log
               STOP RUN
           END-IF

           OPEN OUTPUT WaitReport
           MOVE WS-Report-Date TO PrnWaitRptDate
           WRITE WaitPrintLine FROM WaitHeading
             AFTER ADVANCING PAGE

           WRITE WaitPrintLine FROM StillWaitingHeader
             AFTER ADVANCING 2 LINES
           WRITE WaitPrintLine FROM WaitColumnHeader
             AFTER ADVANCING 1 LINE
           PERFORM StartWaitScan
           PERFORM ListOneWaitingEntry UNTIL EndOfWaitScan
           IF StillWaitingCount = ZEROES
               WRITE WaitPrintLine FROM WaitNoneLine
                 AFTER ADVANCING 1 LINE
           END-IF

           WRITE WaitPrintLine FROM FilledHeader
             AFTER ADVANCING 2 LINES
           WRITE WaitPrintLine FROM WaitColumnHeader
             AFTER ADVANCING 1 LINE
           PERFORM StartWaitScan
           PERFORM ListOneFilledEntry UNTIL EndOfWaitScan
           IF FilledCount = ZEROES
               WRITE WaitPrintLine FROM WaitNoneLine
                 AFTER ADVANCING 1 LINE
           END-IF

           MOVE StillWaitingCount TO PrnTotWaiting
           MOVE FilledCount TO PrnTotFilled
           MOVE ExpiredCount TO PrnTotExpired
           WRITE WaitPrintLine FROM WaitTotalLine
             AFTER ADVANCING 2 LINES

           CLOSE TeeWaitFile, WaitReport
           MOVE FilledCount TO WS-Run-Records-Out
           DISPLAY "Still waiting: " StillWaitingCount
             "  filled: " FilledCount "  expired: " ExpiredCount
           PERFORM Write-Run-Log
           STOP RUN.

       StartWaitScan.
           MOVE "N" TO WaitEofFlag
           MOVE ZEROES TO TwDate, TwSeq
           START TeeWaitFile KEY IS >= TwKey
               INVALID KEY MOVE "Y" TO WaitEofFlag
           END-START
           IF NOT EndOfWaitScan
               READ TeeWaitFile NEXT
                AT END MOVE "Y" TO WaitEofFlag
               END-READ
           END-IF.

       ListOneWaitingEntry.
           ADD 1 TO WS-Run-Records-In
           IF TwWaiting
               IF TwDate < WS-Report-Date
                   MOVE "E" TO TwStatus
                   REWRITE TeeWaitRec
                       INVALID KEY
                           DISPLAY "TeeWaitRpt: unable to expire "
                             TwDate " " TwSeq
                   END-REWRITE
                   ADD 1 TO ExpiredCount
               ELSE
                   MOVE TwJoinDate TO PrnWaitWhen
                   PERFORM WriteWaitDetail
                   ADD 1 TO StillWaitingCount
               END-IF
           END-IF

           READ TeeWaitFile NEXT
            AT END MOVE "Y" TO WaitEofFlag
           END-READ.

       ListOneFilledEntry.
           IF TwFilled AND TwFilledDate = WS-Report-Date
               MOVE TwFilledTime TO PrnWaitWhen
               PERFORM WriteWaitDetail
               ADD 1 TO FilledCount
           END-IF

           READ TeeWaitFile NEXT
            AT END MOVE "Y" TO WaitEofFlag
           END-READ.

       WriteWaitDetail.
           MOVE TwDate TO PrnWaitDate
           MOVE TwSeq TO PrnWaitSeq
           MOVE TwMemberId TO PrnWaitMemberId
           MOVE TwMemberName TO PrnWaitMemberName
           MOVE TwPlayerCount TO PrnWaitPlayers
           MOVE TwWindowStart TO PrnWaitWindowStart
           MOVE TwWindowEnd TO PrnWaitWindowEnd
           WRITE WaitPrintLine FROM WaitDetailLine
             AFTER ADVANCING 1 LINE.

           COPY RUNLOGPR.
