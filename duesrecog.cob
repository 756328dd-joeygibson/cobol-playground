       IDENTIFICATION DIVISION.
       PROGRAM-ID. DuesRecog.
      * Month-end deferred dues revenue recognition. DuesBilling bills
      * each period up front and GlExport now books the billing to
      * the deferred-revenue account (code B in data/gl-accounts.dat);
      * this batch recognizes it a month at a time across the three
      * months the BilledPeriod covers -- a third each month, the
      * last month taking the rounding -- and appends one balanced
      * recognition entry (code M: debit deferred revenue, credit
      * dues revenue) to output/gl-journal.dat, dated the last day
      * of the month. Run it after that night's GlExport and before
      * the next DuesBilling replaces data/dues-billed.dat. The
      * schedule report shows the billing, the month's recognition,
      * recognition to date and the deferred balance left for each
      * member type (household primaries bill under Family), then
      * the amortization schedule month by month. Each month is
      * posted once: data/dues-recognition.dat records the months
      * already recognized, and a rerun reprints the schedule
      * without journal lines. Run with the month as yyyymm; with no
      * argument the current month is recognized.
      * 2026-10-15 JG  The recognition lines also go to the journal
      *                history data/gl-history.dat (source M) so the
      *                budget-versus-actual report sees them.
      * 2026-10-15 JG  Only the dues share of each billed record is
      *                deferred and recognized; the guest fees,
      *                rentals, house charges, tax, late fees and
      *                initiation equity billed with the dues are not
      *                dues revenue and export under their own code.
      * 2026-10-15 JG  The dues spread are the dues share plus the
      *                dues paid from credit on account, and they are
      *                spread only over the months the record covers,
      *                from its first covered month (a mid-quarter
      *                join or type change) to quarter end.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MemberFile ASSIGN TO 'data/members.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MemberId
             FILE STATUS IS MemberFileStatus.

           SELECT BilledFile ASSIGN TO 'data/dues-billed.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS BilledKey
             FILE STATUS IS BilledFileStatus.

           SELECT GlMapFile ASSIGN TO 'data/gl-accounts.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GlMapFileStatus.

           SELECT RecogControlFile ASSIGN TO
             'data/dues-recognition.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RecogControlStatus.

           SELECT JournalFile ASSIGN TO 'output/gl-journal.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JournalFileStatus.

           SELECT GlHistFile ASSIGN TO 'data/gl-history.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GlHistStatus.

           SELECT ScheduleReport ASSIGN TO
             'output/deferred-dues-schedule.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RunLogFile ASSIGN TO 'output/batch-run-log.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD MemberFile.
           COPY MEMBREC.

       FD BilledFile.
           COPY BILLREC.

       FD GlMapFile.
           COPY GLMAP.

       FD RecogControlFile.
       01 RecogControlRec.
        02 RcMonth PIC 9(6).
        02 FILLER PIC X.
        02 RcRunDate PIC 9(8).
        02 FILLER PIC X.
        02 RcAmount PIC 9(7)V99.

       FD JournalFile.
       01 JournalExportLine PIC X(60).

       FD GlHistFile.
           COPY GLHIST.

       FD ScheduleReport.
       01 SchedulePrintLine PIC X(80).

       FD RunLogFile.
       01 RunLogRec PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNLOG.

       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".
       01 BilledFileStatus PIC XX VALUE ZEROES.
        88 BilledFileMissing VALUE "35".
       01 GlMapFileStatus PIC XX VALUE SPACES.
        88 GlMapFileOk VALUE "00".
       01 GlMapEofFlag PIC X VALUE "N".
        88 EndOfGlMapFile VALUE "Y".
       01 RecogControlStatus PIC XX VALUE SPACES.
        88 RecogControlOk VALUE "00".
        88 RecogControlMissing VALUE "35".
       01 RecogControlEofFlag PIC X VALUE "N".
        88 EndOfRecogControl VALUE "Y".
       01 JournalFileStatus PIC XX VALUE SPACES.
        88 JournalFileMissing VALUE "35".
       01 GlHistStatus PIC XX VALUE SPACES.
        88 GlHistMissing VALUE "35".

       01 WS-Args-Count PIC 9(4) COMP VALUE ZEROES.
       01 WS-Today PIC 9(8) VALUE ZEROES.
       01 RecogMonth PIC 9(6) VALUE ZEROES.
       01 RecogMonthParts REDEFINES RecogMonth.
        02 RecogYear PIC 9(4).
        02 RecogMonthNo PIC 99.
           88 RecogMonthNoValid VALUE 1 THRU 12.
       01 RecogMonthSerial PIC 9(6) VALUE ZEROES.
       01 RecogMonthEndDate PIC 9(8) VALUE ZEROES.
       01 NextMonthFirstDate PIC 9(8) VALUE ZEROES.
       01 AlreadyRecognizedFlag PIC X VALUE "N".
        88 MonthAlreadyRecognized VALUE "Y".
       01 AlreadyRecognizedDate PIC 9(8) VALUE ZEROES.

       01 RecogDebitAccount PIC X(8) VALUE SPACES.
       01 RecogCreditAccount PIC X(8) VALUE SPACES.
       01 RecogDescription PIC X(20) VALUE SPACES.
       01 RecogMapFoundFlag PIC X VALUE "N".
        88 RecogMapFound VALUE "Y".

      * Rows 1-3 are member types 1-3; row 4 is Family, under which
      * a household primary's billing for the whole family falls.
       01 TypeTotals.
        02 TypeTotalRow OCCURS 4 TIMES.
         03 TypeBilled PIC 9(7)V99.
         03 TypeRecogMonth PIC 9(7)V99.
         03 TypeRecogToDate PIC 9(7)V99.
         03 TypeDeferred PIC 9(7)V99.
       01 TypeRowIndex PIC 9 VALUE ZEROES.
       01 TypeRowLabels.
        02 FILLER PIC X(10) VALUE "Type 1".
        02 FILLER PIC X(10) VALUE "Type 2".
        02 FILLER PIC X(10) VALUE "Type 3".
        02 FILLER PIC X(10) VALUE "Family".
       01 TypeRowLabelTable REDEFINES TypeRowLabels.
        02 TypeRowLabel OCCURS 4 TIMES PIC X(10).

       01 GrandBilled PIC 9(7)V99 VALUE ZEROES.
       01 GrandRecogMonth PIC 9(7)V99 VALUE ZEROES.
       01 GrandRecogToDate PIC 9(7)V99 VALUE ZEROES.
       01 GrandDeferred PIC 9(7)V99 VALUE ZEROES.

       01 ScheduleTable.
        02 ScheduleEntry OCCURS 12 TIMES.
         03 SchMonth PIC 9(6).
         03 SchAmount OCCURS 4 TIMES PIC 9(7)V99.
       01 ScheduleCount PIC 99 VALUE ZEROES.
       01 ScheduleIndex PIC 99 VALUE ZEROES.
       01 ScheduleFoundIdx PIC 99 VALUE ZEROES.
       01 ScheduleOverflowCount PIC 9(5) VALUE ZEROES.
       01 SortIdx PIC 99 VALUE ZEROES.
       01 SwapScheduleEntry PIC X(42) VALUE SPACES.
       01 ScheduleRowTotal PIC 9(7)V99 VALUE ZEROES.

       01 BilledPeriodWork PIC 9(6) VALUE ZEROES.
       01 BilledPeriodParts REDEFINES BilledPeriodWork.
        02 BilledPeriodYear PIC 9(4).
        02 BilledPeriodMonthNo PIC 99.
       01 BilledPeriodSerial PIC 9(6) VALUE ZEROES.
       01 CoverFromWork PIC 9(6) VALUE ZEROES.
       01 CoverFromParts REDEFINES CoverFromWork.
        02 CoverFromYear PIC 9(4).
        02 CoverFromMonthNo PIC 99.
       01 CoverFromSerial PIC 9(6) VALUE ZEROES.
       01 CoverMonthCount PIC 9 VALUE ZEROES.
       01 RecordDuesAmount PIC 9(5)V99 VALUE ZEROES.
       01 MonthsElapsed PIC S9(6) VALUE ZEROES.
       01 CoverIndex PIC 9 VALUE ZEROES.
       01 CoverMonthSerial PIC 9(6) VALUE ZEROES.
       01 CoverMonth PIC 9(6) VALUE ZEROES.
       01 CoverYearWork PIC 9(4) VALUE ZEROES.
       01 CoverMonthWork PIC 99 VALUE ZEROES.
       01 MonthShareAmount PIC 9(5)V99 VALUE ZEROES.
       01 CoverMonthAmounts.
        02 CoverMonthAmount OCCURS 3 TIMES PIC 9(5)V99.

       01 WorkJournalAmount PIC 9(9)V99 VALUE ZEROES.
       01 JournalDetailLine.
        02 JrnDate PIC 9(8).
        02 FILLER PIC X VALUE SPACE.
        02 JrnAccount PIC X(8).
        02 FILLER PIC X VALUE SPACE.
        02 JrnSide PIC X.
        02 FILLER PIC X VALUE SPACE.
        02 JrnAmount PIC 9(9)V99.
        02 FILLER PIC X VALUE SPACE.
        02 JrnDescription PIC X(20).

       01 HistoryDetailLine.
        02 HistJournalPart PIC X(52).
        02 FILLER PIC X VALUE SPACE.
        02 HistSource PIC X VALUE "M".

       01 ScheduleHeading.
        02 FILLER PIC X(52) VALUE
          "Rolling Greens Golf Club - Deferred Dues Schedule".
        02 PrnSchRecogMonth PIC 9(6).

       01 BalanceColumnHeader.
        02 FILLER PIC X(23) VALUE "            Dues billed".
        02 FILLER PIC X(13) VALUE "   Recognized".
        02 FILLER PIC X(13) VALUE "      To date".
        02 FILLER PIC X(13) VALUE "     Deferred".

       01 BalanceDetailLine.
        02 PrnBalLabel PIC X(10).
        02 FILLER PIC X VALUE SPACE.
        02 PrnBalBilled PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X VALUE SPACE.
        02 PrnBalRecogMonth PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X VALUE SPACE.
        02 PrnBalRecogToDate PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X VALUE SPACE.
        02 PrnBalDeferred PIC Z,ZZZ,ZZ9.99.

       01 AmortizationHeading PIC X(40) VALUE
          "Amortization schedule".

       01 AmortColumnHeader.
        02 FILLER PIC X(40) VALUE
          "Month       Type 1     Type 2     Type 3".
        02 FILLER PIC X(23) VALUE "     Family       Total".

       01 AmortDetailLine.
        02 PrnAmtMonth PIC 9(6).
        02 FILLER PIC X VALUE SPACE.
        02 PrnAmtType OCCURS 4 TIMES PIC ZZZ,ZZ9.99-.
        02 PrnAmtTotal PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X VALUE SPACE.
        02 PrnAmtMarker PIC X(10).

       01 JournalNoteLine.
        02 PrnJrnNote PIC X(38).
        02 PrnJrnAccounts PIC X(17).
        02 FILLER PIC X(3) VALUE "  $".
        02 PrnJrnAmount PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       RunDuesRecognition.
           MOVE "DUESRECOG" TO WS-Run-Program-Name
           PERFORM Start-Run-Log

           PERFORM SetRecognitionMonth
           IF NOT RecogMonthNoValid
               DISPLAY "Month must be given as yyyymm, mm 01 to 12."
               MOVE "FAILED" TO WS-Run-Completion
               PERFORM Write-Run-Log
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LoadRecognitionMapping
           IF NOT RecogMapFound
               DISPLAY "No recognition mapping (code M) in "
                 "data/gl-accounts.dat -- recognition stopped."
               MOVE "FAILED" TO WS-Run-Completion
               PERFORM Write-Run-Log
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT BilledFile
           IF BilledFileMissing
               DISPLAY "Billed file data/dues-billed.dat not found -- "
                 "nothing to recognize."
               MOVE "FAILED" TO WS-Run-Completion
               PERFORM Write-Run-Log
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MemberFile

           PERFORM CheckMonthRecognized

           MOVE ZEROES TO TypeTotals
           READ BilledFile
            AT END SET EndOfBilledFile TO TRUE
           END-READ
           PERFORM AmortizeOneBilled UNTIL EndOfBilledFile
           CLOSE BilledFile, MemberFile

           PERFORM SortScheduleTable
           PERFORM PrintScheduleReport

           IF MonthAlreadyRecognized
               DISPLAY "Month " RecogMonth " was recognized on "
                 AlreadyRecognizedDate " -- schedule reprinted, no "
                 "journal entries added."
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM PostRecognitionEntry
               DISPLAY "Dues recognized for " RecogMonth ": $"
                 PrnJrnAmount " -- schedule in "
                 "output/deferred-dues-schedule.txt."
           END-IF

           PERFORM Write-Run-Log
           STOP RUN.

       SetRecognitionMonth.
           ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
           IF WS-Args-Count > 0
               ACCEPT RecogMonth FROM ARGUMENT-VALUE
           ELSE
               ACCEPT WS-Today FROM DATE YYYYMMDD
               MOVE WS-Today(1:6) TO RecogMonth
           END-IF
           IF NOT RecogMonthNoValid
               EXIT PARAGRAPH
           END-IF

           COMPUTE RecogMonthSerial =
             RecogYear * 12 + RecogMonthNo - 1
           IF RecogMonthNo = 12
               COMPUTE NextMonthFirstDate =
                 (RecogYear + 1) * 10000 + 0101
           ELSE
               COMPUTE NextMonthFirstDate =
                 RecogYear * 10000 + (RecogMonthNo + 1) * 100 + 1
           END-IF
           COMPUTE RecogMonthEndDate = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(NextMonthFirstDate) - 1).

       LoadRecognitionMapping.
           MOVE "N" TO RecogMapFoundFlag
           OPEN INPUT GlMapFile
           IF NOT GlMapFileOk
               EXIT PARAGRAPH
           END-IF
           READ GlMapFile
               AT END MOVE "Y" TO GlMapEofFlag
           END-READ
           PERFORM CheckOneMapEntry UNTIL EndOfGlMapFile
           CLOSE GlMapFile.

       CheckOneMapEntry.
           IF GlMapCode = "M"
               MOVE GlMapDebitAccount TO RecogDebitAccount
               MOVE GlMapCreditAccount TO RecogCreditAccount
               MOVE GlMapDescription TO RecogDescription
               MOVE "Y" TO RecogMapFoundFlag
           END-IF
           READ GlMapFile
               AT END MOVE "Y" TO GlMapEofFlag
           END-READ.

       CheckMonthRecognized.
           MOVE "N" TO AlreadyRecognizedFlag
           OPEN INPUT RecogControlFile
           IF NOT RecogControlOk
               EXIT PARAGRAPH
           END-IF
           READ RecogControlFile
               AT END MOVE "Y" TO RecogControlEofFlag
           END-READ
           PERFORM CheckOneControlRecord UNTIL EndOfRecogControl
           CLOSE RecogControlFile.

       CheckOneControlRecord.
           IF RcMonth = RecogMonth
               MOVE "Y" TO AlreadyRecognizedFlag
               MOVE RcRunDate TO AlreadyRecognizedDate
           END-IF
           READ RecogControlFile
               AT END MOVE "Y" TO RecogControlEofFlag
           END-READ.

       AmortizeOneBilled.
           ADD 1 TO WS-Run-Records-In
           IF BilledPeriod NOT = ZEROES
             AND (BilledDuesAmount > ZEROES
               OR BilledDuesCredited > ZEROES)
               PERFORM FindBilledTypeRow
               PERFORM SpreadOneBilled
           END-IF
           READ BilledFile
            AT END SET EndOfBilledFile TO TRUE.

       FindBilledTypeRow.
      * A member since dropped from the file, or with an unexpected
      * type, is carried under Type 1 rather than lost from the
      * deferred balance.
           MOVE BilledMemberId TO MemberId
           READ MemberFile
               KEY IS MemberId
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT MemberFileOk
                   MOVE 1 TO TypeRowIndex
               WHEN HouseholdPrimary
                   MOVE 4 TO TypeRowIndex
               WHEN MemberType >= 1 AND MemberType <= 3
                   MOVE MemberType TO TypeRowIndex
               WHEN OTHER
                   MOVE 1 TO TypeRowIndex
           END-EVALUATE.

       SpreadOneBilled.
      * An equal share of the dues in each month the record covers,
      * from its first covered month to the end of the quarter; the
      * last month takes whatever the rounding left. Only dues are
      * spread -- the dues share of the billing and the dues paid
      * from credit on account; the rest of the billing is not
      * dues.
           MOVE BilledPeriod TO BilledPeriodWork
           COMPUTE BilledPeriodSerial =
             BilledPeriodYear * 12 + BilledPeriodMonthNo - 1
           PERFORM SetCoverStart
           COMPUTE MonthsElapsed =
             RecogMonthSerial - CoverFromSerial
           COMPUTE RecordDuesAmount =
             BilledDuesAmount + BilledDuesCredited
           COMPUTE MonthShareAmount ROUNDED =
             RecordDuesAmount / CoverMonthCount
           MOVE MonthShareAmount TO CoverMonthAmount(1)
           MOVE MonthShareAmount TO CoverMonthAmount(2)
           MOVE MonthShareAmount TO CoverMonthAmount(3)
           COMPUTE CoverMonthAmount(CoverMonthCount) =
             RecordDuesAmount
             - (MonthShareAmount * (CoverMonthCount - 1))

           ADD RecordDuesAmount TO TypeBilled(TypeRowIndex)
           PERFORM ApplyOneCoverMonth
               VARYING CoverIndex FROM 1 BY 1
               UNTIL CoverIndex > CoverMonthCount
           COMPUTE TypeDeferred(TypeRowIndex) =
             TypeBilled(TypeRowIndex) - TypeRecogToDate(TypeRowIndex).

       SetCoverStart.
      * A cover month missing or outside the quarter falls back to
      * the quarter's first month.
           MOVE BilledPeriodSerial TO CoverFromSerial
           IF BilledCoverFrom NUMERIC AND BilledCoverFrom > ZEROES
               MOVE BilledCoverFrom TO CoverFromWork
               COMPUTE CoverFromSerial =
                 CoverFromYear * 12 + CoverFromMonthNo - 1
               IF CoverFromSerial < BilledPeriodSerial
                 OR CoverFromSerial > BilledPeriodSerial + 2
                   MOVE BilledPeriodSerial TO CoverFromSerial
               END-IF
           END-IF
           COMPUTE CoverMonthCount =
             BilledPeriodSerial + 3 - CoverFromSerial.

       ApplyOneCoverMonth.
           IF CoverIndex - 1 = MonthsElapsed
               ADD CoverMonthAmount(CoverIndex)
                 TO TypeRecogMonth(TypeRowIndex)
           END-IF
           IF CoverIndex - 1 <= MonthsElapsed
               ADD CoverMonthAmount(CoverIndex)
                 TO TypeRecogToDate(TypeRowIndex)
           END-IF

           COMPUTE CoverMonthSerial =
             CoverFromSerial + CoverIndex - 1
           DIVIDE CoverMonthSerial BY 12 GIVING CoverYearWork
             REMAINDER CoverMonthWork
           COMPUTE CoverMonth = CoverYearWork * 100 + CoverMonthWork + 1
           PERFORM FindScheduleMonth
           IF ScheduleFoundIdx > ZEROES
               ADD CoverMonthAmount(CoverIndex)
                 TO SchAmount(ScheduleFoundIdx, TypeRowIndex)
           ELSE
               ADD 1 TO ScheduleOverflowCount
           END-IF.

       FindScheduleMonth.
           MOVE ZEROES TO ScheduleFoundIdx
           PERFORM MatchOneScheduleMonth
               VARYING ScheduleIndex FROM 1 BY 1
               UNTIL ScheduleIndex > ScheduleCount
           IF ScheduleFoundIdx = ZEROES AND ScheduleCount < 12
               ADD 1 TO ScheduleCount
               MOVE ScheduleCount TO ScheduleFoundIdx
               MOVE CoverMonth TO SchMonth(ScheduleCount)
               MOVE ZEROES TO SchAmount(ScheduleCount, 1)
               MOVE ZEROES TO SchAmount(ScheduleCount, 2)
               MOVE ZEROES TO SchAmount(ScheduleCount, 3)
               MOVE ZEROES TO SchAmount(ScheduleCount, 4)
           END-IF.

       MatchOneScheduleMonth.
           IF SchMonth(ScheduleIndex) = CoverMonth
               MOVE ScheduleIndex TO ScheduleFoundIdx
           END-IF.

       SortScheduleTable.
           PERFORM SortOnePass
               VARYING SortIdx FROM 1 BY 1
               UNTIL SortIdx >= ScheduleCount.

       SortOnePass.
           PERFORM SortOnePair
               VARYING ScheduleIndex FROM 1 BY 1
               UNTIL ScheduleIndex >= ScheduleCount.

       SortOnePair.
           IF SchMonth(ScheduleIndex) > SchMonth(ScheduleIndex + 1)
               MOVE ScheduleEntry(ScheduleIndex) TO SwapScheduleEntry
               MOVE ScheduleEntry(ScheduleIndex + 1)
                 TO ScheduleEntry(ScheduleIndex)
               MOVE SwapScheduleEntry
                 TO ScheduleEntry(ScheduleIndex + 1)
           END-IF.

       PrintScheduleReport.
           OPEN OUTPUT ScheduleReport
           MOVE RecogMonth TO PrnSchRecogMonth
           WRITE SchedulePrintLine FROM ScheduleHeading
             AFTER ADVANCING PAGE
           WRITE SchedulePrintLine FROM BalanceColumnHeader
             AFTER ADVANCING 2 LINES

           PERFORM PrintOneTypeBalance
               VARYING TypeRowIndex FROM 1 BY 1
               UNTIL TypeRowIndex > 4

           MOVE "Total" TO PrnBalLabel
           MOVE GrandBilled TO PrnBalBilled
           MOVE GrandRecogMonth TO PrnBalRecogMonth
           MOVE GrandRecogToDate TO PrnBalRecogToDate
           MOVE GrandDeferred TO PrnBalDeferred
           WRITE SchedulePrintLine FROM BalanceDetailLine
             AFTER ADVANCING 2 LINES

           WRITE SchedulePrintLine FROM AmortizationHeading
             AFTER ADVANCING 3 LINES
           WRITE SchedulePrintLine FROM AmortColumnHeader
             AFTER ADVANCING 1 LINE
           PERFORM PrintOneScheduleMonth
               VARYING ScheduleIndex FROM 1 BY 1
               UNTIL ScheduleIndex > ScheduleCount
           IF ScheduleOverflowCount > ZEROES
               DISPLAY "Amortization schedule full -- "
                 ScheduleOverflowCount " month share(s) not shown."
           END-IF

           MOVE RecogDebitAccount TO PrnJrnAccounts
           MOVE "/" TO PrnJrnAccounts(9:1)
           MOVE RecogCreditAccount TO PrnJrnAccounts(10:8)
           MOVE GrandRecogMonth TO PrnJrnAmount
           IF MonthAlreadyRecognized
               MOVE "Already posted -- no journal entry    "
                 TO PrnJrnNote
           ELSE
               MOVE "Recognition journal entry            "
                 TO PrnJrnNote
           END-IF
           WRITE SchedulePrintLine FROM JournalNoteLine
             AFTER ADVANCING 3 LINES
           CLOSE ScheduleReport.

       PrintOneTypeBalance.
           MOVE TypeRowLabel(TypeRowIndex) TO PrnBalLabel
           MOVE TypeBilled(TypeRowIndex) TO PrnBalBilled
           MOVE TypeRecogMonth(TypeRowIndex) TO PrnBalRecogMonth
           MOVE TypeRecogToDate(TypeRowIndex) TO PrnBalRecogToDate
           MOVE TypeDeferred(TypeRowIndex) TO PrnBalDeferred
           WRITE SchedulePrintLine FROM BalanceDetailLine
             AFTER ADVANCING 1 LINE
           ADD TypeBilled(TypeRowIndex) TO GrandBilled
           ADD TypeRecogMonth(TypeRowIndex) TO GrandRecogMonth
           ADD TypeRecogToDate(TypeRowIndex) TO GrandRecogToDate
           ADD TypeDeferred(TypeRowIndex) TO GrandDeferred.

       PrintOneScheduleMonth.
           MOVE SchMonth(ScheduleIndex) TO PrnAmtMonth
           MOVE ZEROES TO ScheduleRowTotal
           PERFORM PrintOneScheduleCell
               VARYING TypeRowIndex FROM 1 BY 1
               UNTIL TypeRowIndex > 4
           MOVE ScheduleRowTotal TO PrnAmtTotal
           EVALUATE TRUE
               WHEN SchMonth(ScheduleIndex) = RecogMonth
                   MOVE "<- this run" TO PrnAmtMarker
               WHEN SchMonth(ScheduleIndex) < RecogMonth
                   MOVE "recognized" TO PrnAmtMarker
               WHEN OTHER
                   MOVE "deferred" TO PrnAmtMarker
           END-EVALUATE
           WRITE SchedulePrintLine FROM AmortDetailLine
             AFTER ADVANCING 1 LINE.

       PrintOneScheduleCell.
           MOVE SchAmount(ScheduleIndex, TypeRowIndex)
             TO PrnAmtType(TypeRowIndex)
           ADD SchAmount(ScheduleIndex, TypeRowIndex)
             TO ScheduleRowTotal.

       PostRecognitionEntry.
      * Appended to the night's journal in GlExport's layout so the
      * accounting system loads it with the rest.
           IF GrandRecogMonth > ZEROES
               OPEN EXTEND JournalFile
               IF JournalFileMissing
                   OPEN OUTPUT JournalFile
               END-IF
               OPEN EXTEND GlHistFile
               IF GlHistMissing
                   OPEN OUTPUT GlHistFile
               END-IF
               MOVE GrandRecogMonth TO WorkJournalAmount
               MOVE RecogMonthEndDate TO JrnDate
               MOVE RecogDescription TO JrnDescription
               MOVE WorkJournalAmount TO JrnAmount

               MOVE RecogDebitAccount TO JrnAccount
               MOVE "D" TO JrnSide
               WRITE JournalExportLine FROM JournalDetailLine
               MOVE JournalDetailLine TO HistJournalPart
               WRITE GlHistRec FROM HistoryDetailLine
               ADD 1 TO WS-Run-Records-Out

               MOVE RecogCreditAccount TO JrnAccount
               MOVE "C" TO JrnSide
               WRITE JournalExportLine FROM JournalDetailLine
               MOVE JournalDetailLine TO HistJournalPart
               WRITE GlHistRec FROM HistoryDetailLine
               ADD 1 TO WS-Run-Records-Out
               CLOSE JournalFile, GlHistFile
           END-IF

           OPEN EXTEND RecogControlFile
           IF RecogControlMissing
               OPEN OUTPUT RecogControlFile
           END-IF
           MOVE SPACES TO RecogControlRec
           MOVE RecogMonth TO RcMonth
           ACCEPT RcRunDate FROM DATE YYYYMMDD
           MOVE GrandRecogMonth TO RcAmount
           WRITE RecogControlRec
           CLOSE RecogControlFile.

           COPY RUNLOGPR.
