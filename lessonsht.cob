       IDENTIFICATION DIVISION.
       PROGRAM-ID. LessonSht.
      * Daily lesson sheet for the teaching pros: for the date given
      * as the first argument (default today), one page per pro who
      * teaches that day or has lessons booked on it, with the
      * pro's hours from data/pro-schedule.dat and every lesson in
      * data/lessons.dat in start-time order -- the member, whether
      * it comes off a prepaid package or is charged, and whether it
      * has been marked taken or a no-show. Output is
      * output/lesson-sheet.txt.

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

           SELECT LessonSheet ASSIGN TO 'output/lesson-sheet.txt'
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

       FD LessonSheet.
       01 SheetPrintLine PIC X(80).

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
       01 WS-Sheet-Date PIC 9(8) VALUE ZEROES.

       01 DayInteger PIC 9(8) VALUE ZEROES.
       01 SheetDayOfWeek PIC 9 VALUE ZEROES.
       01 ProScanEofFlag PIC X VALUE "N".
        88 EndOfProScan VALUE "Y".
       01 LessonScanEofFlag PIC X VALUE "N".
        88 EndOfLessonScan VALUE "Y".
       01 ProLessonCount PIC 9(3) VALUE ZEROES.
       01 ProTeachingFlag PIC X VALUE "N".
        88 ProTeachesToday VALUE "Y".
       01 PagesPrinted PIC 9(3) VALUE ZEROES.

       01 SheetHeading.
        02 FILLER PIC X(15) VALUE "Lesson Sheet - ".
        02 PrnShProName PIC X(20).
        02 FILLER PIC X(2) VALUE " (".
        02 PrnShProId PIC X(3).
        02 FILLER PIC X(3) VALUE ")  ".
        02 PrnShDate PIC 9(8).

       01 HoursLine.
        02 FILLER PIC X(16) VALUE "Teaching hours  ".
        02 PrnHlStart PIC 9(4).
        02 FILLER PIC X VALUE "-".
        02 PrnHlEnd PIC 9(4).

       01 DayOffLine PIC X(40)
             VALUE "Not on the teaching schedule today".

       01 SheetColumnHeader.
        02 FILLER PIC X(40)
             VALUE "Time       Member                      ".
        02 FILLER PIC X(40)
             VALUE "Payment        Status    Notes".

       01 SheetDetailLine.
        02 PrnSdStart PIC 9(4).
        02 FILLER PIC X VALUE "-".
        02 PrnSdEnd PIC 9(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnSdMemberId PIC X(5).
        02 FILLER PIC X VALUE SPACE.
        02 PrnSdMemberName PIC X(20).
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnSdPayment PIC X(15).
        02 PrnSdStatus PIC X(10).
        02 FILLER PIC X(15) VALUE "_______________".

       01 PrnSdFee PIC ZZ9.99.

       01 SheetTotalLine.
        02 FILLER PIC X(9) VALUE "Lessons: ".
        02 PrnStCount PIC ZZ9.

       01 NoLessonsLine PIC X(40)
             VALUE "No lessons booked.".

       01 NoProsLine PIC X(40)
             VALUE "No pro teaches or has lessons this day.".

       PROCEDURE DIVISION.
       RunLessonSheet.
           MOVE "LESSONSHT" TO WS-Run-Program-Name
           PERFORM Start-Run-Log

           ACCEPT WS-Sheet-Date FROM DATE YYYYMMDD
           ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
           IF WS-Args-Count > 0
               ACCEPT WS-Sheet-Date FROM ARGUMENT-VALUE
           END-IF
           COMPUTE DayInteger = FUNCTION INTEGER-OF-DATE(WS-Sheet-Date)
           COMPUTE SheetDayOfWeek = FUNCTION MOD(DayInteger, 7)
           IF SheetDayOfWeek = ZEROES
               MOVE 7 TO SheetDayOfWeek
           END-IF

           OPEN INPUT ProSchedFile
           IF ProSchedMissing
               DISPLAY "LessonSht: no teaching pros on file."
               PERFORM Write-Run-Log
               STOP RUN
           END-IF
           OPEN INPUT LessonFile
           OPEN OUTPUT LessonSheet

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

           PERFORM PrintOneProSheet UNTIL EndOfProScan

           IF PagesPrinted = ZEROES
               MOVE SPACES TO PrnShProName, PrnShProId
               MOVE WS-Sheet-Date TO PrnShDate
               WRITE SheetPrintLine FROM SheetHeading
                 AFTER ADVANCING PAGE
               WRITE SheetPrintLine FROM NoProsLine
                 AFTER ADVANCING 2 LINES
           END-IF

           CLOSE ProSchedFile, LessonSheet
           IF NOT LessonFileMissing
               CLOSE LessonFile
           END-IF

           DISPLAY "LessonSht: " PagesPrinted " pro sheets for "
             WS-Sheet-Date " -- output/lesson-sheet.txt."
           MOVE PagesPrinted TO WS-Run-Records-Out
           PERFORM Write-Run-Log
           STOP RUN.

       PrintOneProSheet.
      * A pro off the lesson book or off for the day still gets a
      * sheet when lessons were booked for the date.
           MOVE "N" TO ProTeachingFlag
           IF ProActive
             AND (ProDayStart(SheetDayOfWeek) NOT = ZEROES
               OR ProDayEnd(SheetDayOfWeek) NOT = ZEROES)
               MOVE "Y" TO ProTeachingFlag
           END-IF
           MOVE ZEROES TO ProLessonCount
           PERFORM StartProLessons
           IF ProTeachesToday OR NOT EndOfLessonScan
               PERFORM PrintProHeading
               PERFORM PrintOneLesson UNTIL EndOfLessonScan
               IF ProLessonCount = ZEROES
                   WRITE SheetPrintLine FROM NoLessonsLine
                     AFTER ADVANCING 1 LINE
               END-IF
               MOVE ProLessonCount TO PrnStCount
               WRITE SheetPrintLine FROM SheetTotalLine
                 AFTER ADVANCING 2 LINES
               ADD 1 TO PagesPrinted
           END-IF

           READ ProSchedFile NEXT
            AT END MOVE "Y" TO ProScanEofFlag
           END-READ.

       StartProLessons.
      * Leaves the pro's first lesson of the day in the record, or
      * the scan at its end when there is none.
           MOVE "N" TO LessonScanEofFlag
           IF LessonFileMissing
               MOVE "Y" TO LessonScanEofFlag
               EXIT PARAGRAPH
           END-IF
           MOVE ProId TO LsProId
           MOVE WS-Sheet-Date TO LsDate
           MOVE ZEROES TO LsStartTime
           START LessonFile KEY IS >= LsKey
               INVALID KEY MOVE "Y" TO LessonScanEofFlag
           END-START

           IF NOT EndOfLessonScan
               READ LessonFile NEXT
                AT END MOVE "Y" TO LessonScanEofFlag
               END-READ
           END-IF
           IF NOT EndOfLessonScan
             AND (LsProId NOT = ProId OR LsDate NOT = WS-Sheet-Date)
               MOVE "Y" TO LessonScanEofFlag
           END-IF.

       PrintProHeading.
           MOVE ProName TO PrnShProName
           MOVE ProId TO PrnShProId
           MOVE WS-Sheet-Date TO PrnShDate
           WRITE SheetPrintLine FROM SheetHeading
             AFTER ADVANCING PAGE
           IF ProTeachesToday
               MOVE ProDayStart(SheetDayOfWeek) TO PrnHlStart
               MOVE ProDayEnd(SheetDayOfWeek) TO PrnHlEnd
               WRITE SheetPrintLine FROM HoursLine
                 AFTER ADVANCING 1 LINE
           ELSE
               WRITE SheetPrintLine FROM DayOffLine
                 AFTER ADVANCING 1 LINE
           END-IF
           WRITE SheetPrintLine FROM SheetColumnHeader
             AFTER ADVANCING 2 LINES.

       PrintOneLesson.
           ADD 1 TO WS-Run-Records-In
           ADD 1 TO ProLessonCount
           MOVE LsStartTime TO PrnSdStart
           MOVE LsEndTime TO PrnSdEnd
           MOVE LsMemberId TO PrnSdMemberId
           MOVE LsMemberName TO PrnSdMemberName
           MOVE SPACES TO PrnSdPayment
           IF LsPackageSeq NOT = ZEROES
               STRING "Package " DELIMITED BY SIZE
                 LsPackageSeq DELIMITED BY SIZE
                 INTO PrnSdPayment
               END-STRING
           ELSE
               MOVE LsFee TO PrnSdFee
               STRING "Charge $" DELIMITED BY SIZE
                 PrnSdFee DELIMITED BY SIZE
                 INTO PrnSdPayment
               END-STRING
           END-IF
           EVALUATE TRUE
               WHEN LsTaken MOVE "TAKEN" TO PrnSdStatus
               WHEN LsNoShow MOVE "NO-SHOW" TO PrnSdStatus
               WHEN OTHER MOVE "BOOKED" TO PrnSdStatus
           END-EVALUATE
           WRITE SheetPrintLine FROM SheetDetailLine
             AFTER ADVANCING 1 LINE

           READ LessonFile NEXT
            AT END MOVE "Y" TO LessonScanEofFlag
           END-READ
           IF NOT EndOfLessonScan
             AND (LsProId NOT = ProId OR LsDate NOT = WS-Sheet-Date)
               MOVE "Y" TO LessonScanEofFlag
           END-IF.

           COPY RUNLOGPR.
