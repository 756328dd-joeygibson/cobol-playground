       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProEarn.
      * Monthly lesson earnings summary for the teaching pros'
      * commission. For the month given as yyyymm (default the
      * previous month), totals each pro's lessons in
      * data/lessons.dat marked taken or a no-show: lessons charged
      * to the member's account at their fee, and package lessons at
      * their share of the package price. The pro's commission is
      * the commission percentage in data/pro-schedule.dat of the
      * total. One line per pro with a club total, to
      * output/pro-earnings.txt for the payroll clerk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProSchedFile ASSIGN TO 'data/pro-schedule.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ProId
             FILE STATUS IS ProSchedStatus.

           SELECT LessonFile ASSIGN TO 'data/lessons.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LsKey
             FILE STATUS IS LessonFileStatus.

           SELECT EarningsReport ASSIGN TO 'output/pro-earnings.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RunLogFile ASSIGN TO 'output/batch-run-log.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ProSchedFile.
           COPY PROSCHED.

       FD LessonFile.
           COPY LESSON.

       FD EarningsReport.
       01 EarnPrintLine PIC X(80).

       FD RunLogFile.
       01 RunLogRec PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNLOG.

       01 ProSchedStatus PIC XX VALUE ZEROES.
        88 ProSchedOk VALUE "00".
        88 ProSchedMissing VALUE "35".
       01 LessonFileStatus PIC XX VALUE ZEROES.
        88 LessonFileOk VALUE "00".
        88 LessonFileMissing VALUE "35".

       01 WS-Args-Count PIC 9(4) COMP VALUE ZEROES.
       01 WS-Today PIC 9(8) VALUE ZEROES.
       01 ReportMonth PIC 9(6) VALUE ZEROES.
       01 ReportMonthParts REDEFINES ReportMonth.
        02 ReportYear PIC 9(4).
        02 ReportMonthNo PIC 99.
           88 ReportMonthNoValid VALUE 1 THRU 12.
       01 MonthStartDate PIC 9(8) VALUE ZEROES.
       01 MonthEndDate PIC 9(8) VALUE ZEROES.

       01 ProScanEofFlag PIC X VALUE "N".
        88 EndOfProScan VALUE "Y".
       01 LessonScanEofFlag PIC X VALUE "N".
        88 EndOfLessonScan VALUE "Y".

       01 ProLessons PIC 9(4) VALUE ZEROES.
       01 ProNoShows PIC 9(4) VALUE ZEROES.
       01 ProCharged PIC 9(7)V99 VALUE ZEROES.
       01 ProPackaged PIC 9(7)V99 VALUE ZEROES.
       01 ProRevenue PIC 9(7)V99 VALUE ZEROES.
       01 ProCommission PIC 9(7)V99 VALUE ZEROES.

       01 ClubLessons PIC 9(5) VALUE ZEROES.
       01 ClubRevenue PIC 9(8)V99 VALUE ZEROES.
       01 ClubCommission PIC 9(8)V99 VALUE ZEROES.

       01 EarnHeading.
        02 FILLER PIC X(34)
             VALUE "Teaching Pro Lesson Earnings for ".
        02 PrnEhMonth PIC 9(6).
        02 FILLER PIC X(12) VALUE "   Run date ".
        02 PrnEhRunDate PIC 9(8).

       01 EarnColumnHeader.
        02 FILLER PIC X(40)
             VALUE "Pro                     Lessons No-show ".
        02 FILLER PIC X(40)
             VALUE "  Charged  Packaged  Comm%  Commission".

       01 EarnDetailLine.
        02 PrnEdProId PIC X(3).
        02 FILLER PIC X VALUE SPACE.
        02 PrnEdProName PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnEdLessons PIC Z,ZZ9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnEdNoShows PIC Z,ZZ9.
        02 PrnEdCharged PIC ZZZ,ZZ9.99.
        02 PrnEdPackaged PIC ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnEdPct PIC ZZ9.9.
        02 PrnEdCommission PIC Z,ZZZ,ZZ9.99.

       01 EarnTotalLine.
        02 FILLER PIC X(26) VALUE "Club total".
        02 PrnEtLessons PIC Z,ZZ9.
        02 FILLER PIC X(8) VALUE SPACES.
        02 FILLER PIC X(10) VALUE "Revenue $".
        02 PrnEtRevenue PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X(7) VALUE SPACES.
        02 PrnEtCommission PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       RunProEarnings.
           MOVE "PROEARN" TO WS-Run-Program-Name
           PERFORM Start-Run-Log

           PERFORM SetReportMonth
           IF NOT ReportMonthNoValid
               DISPLAY "Month must be given as yyyymm, mm 01 to 12."
               MOVE "FAILED" TO WS-Run-Completion
               PERFORM Write-Run-Log
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE MonthStartDate = ReportMonth * 100 + 1
           COMPUTE MonthEndDate = ReportMonth * 100 + 31

           OPEN INPUT ProSchedFile
           IF ProSchedMissing
               DISPLAY "ProEarn: no teaching pros on file."
               PERFORM Write-Run-Log
               STOP RUN
           END-IF
           OPEN INPUT LessonFile
           OPEN OUTPUT EarningsReport
           MOVE ReportMonth TO PrnEhMonth
           MOVE WS-Today TO PrnEhRunDate
           WRITE EarnPrintLine FROM EarnHeading
             AFTER ADVANCING PAGE
           WRITE EarnPrintLine FROM EarnColumnHeader
             AFTER ADVANCING 2 LINES

           MOVE "N" TO ProScanEofFlag
           MOVE LOW-VALUES TO ProId
           START ProSchedFile KEY IS >= ProId
               INVALID KEY MOVE "Y" TO ProScanEofFlag
           END-START

           IF NOT EndOfProScan
               READ ProSchedFile NEXT
                AT END MOVE "Y" TO ProScanEofFlag
               END-READ
           END-IF

           PERFORM SummarizeOnePro UNTIL EndOfProScan

           MOVE ClubLessons TO PrnEtLessons
           MOVE ClubRevenue TO PrnEtRevenue
           MOVE ClubCommission TO PrnEtCommission
           WRITE EarnPrintLine FROM EarnTotalLine
             AFTER ADVANCING 2 LINES

           CLOSE ProSchedFile, EarningsReport
           IF NOT LessonFileMissing
               CLOSE LessonFile
           END-IF

           MOVE ClubCommission TO PrnEtCommission
           DISPLAY "ProEarn: commission $" PrnEtCommission
             " -- report in output/pro-earnings.txt."
           PERFORM Write-Run-Log
           STOP RUN.

       SetReportMonth.
           ACCEPT WS-Today FROM DATE YYYYMMDD
           ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
           IF WS-Args-Count > 0
               ACCEPT ReportMonth FROM ARGUMENT-VALUE
           ELSE
               MOVE WS-Today(1:6) TO ReportMonth
               IF ReportMonthNo = 1
                   SUBTRACT 1 FROM ReportYear
                   MOVE 12 TO ReportMonthNo
               ELSE
                   SUBTRACT 1 FROM ReportMonthNo
               END-IF
           END-IF.

       SummarizeOnePro.
           MOVE ZEROES TO ProLessons, ProNoShows, ProCharged,
             ProPackaged
           PERFORM TotalProLessons

      * A pro with no lessons in the month is left off.
           IF ProLessons > ZEROES
               COMPUTE ProRevenue = ProCharged + ProPackaged
               COMPUTE ProCommission ROUNDED =
                 ProRevenue * ProCommissionPct / 100
               ADD ProLessons TO ClubLessons
               ADD ProRevenue TO ClubRevenue
               ADD ProCommission TO ClubCommission
               ADD 1 TO WS-Run-Records-Out

               MOVE ProId TO PrnEdProId
               MOVE ProName TO PrnEdProName
               MOVE ProLessons TO PrnEdLessons
               MOVE ProNoShows TO PrnEdNoShows
               MOVE ProCharged TO PrnEdCharged
               MOVE ProPackaged TO PrnEdPackaged
               MOVE ProCommissionPct TO PrnEdPct
               MOVE ProCommission TO PrnEdCommission
               WRITE EarnPrintLine FROM EarnDetailLine
                 AFTER ADVANCING 1 LINE
           END-IF

           READ ProSchedFile NEXT
            AT END MOVE "Y" TO ProScanEofFlag
           END-READ.

       TotalProLessons.
           MOVE "N" TO LessonScanEofFlag
           IF LessonFileMissing
               EXIT PARAGRAPH
           END-IF
           MOVE ProId TO LsProId
           MOVE MonthStartDate TO LsDate
           MOVE ZEROES TO LsStartTime
           START LessonFile KEY IS >= LsKey
               INVALID KEY MOVE "Y" TO LessonScanEofFlag
           END-START

           IF NOT EndOfLessonScan
               READ LessonFile NEXT
                AT END MOVE "Y" TO LessonScanEofFlag
               END-READ
           END-IF

           PERFORM TotalOneLesson UNTIL EndOfLessonScan.

       TotalOneLesson.
           IF LsProId NOT = ProId OR LsDate > MonthEndDate
               MOVE "Y" TO LessonScanEofFlag
           ELSE
               ADD 1 TO WS-Run-Records-In
               IF LsCompleted
                   ADD 1 TO ProLessons
                   IF LsNoShow
                       ADD 1 TO ProNoShows
                   END-IF
                   IF LsPackageSeq = ZEROES
                       ADD LsFee TO ProCharged
                   ELSE
                       ADD LsFee TO ProPackaged
                   END-IF
               END-IF
               READ LessonFile NEXT
                AT END MOVE "Y" TO LessonScanEofFlag
               END-READ
           END-IF.

           COPY RUNLOGPR.
