       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetRpt.
      * Monthly budget-versus-actual report for the board. Actuals
      * are summed by GL account from the journal history in
      * data/gl-history.dat for the month and for the year to date
      * (January through the month); budgets come from the BudMaint
      * file data/gl-budget.dat. Every account in the chart-of-
      * accounts mapping data/gl-accounts.dat is listed, plus any
      * other account found in the history, with budget, actual,
      * variance (actual less budget) and variance percent for the
      * month and the year to date, then total revenue (the 4xxxxxxx
      * accounts). Actuals are shown in the account's normal
      * direction: accounts starting 2, 3 or 4 (liabilities, equity,
      * revenue) are credit-normal, the rest debit-normal. A line
      * whose variance is more than the tolerance percent in
      * data/budget-tolerance.dat (10 when the file is absent) either
      * way, or with activity and no budget, is flagged ***. Run with
      * the month as yyyymm; with no argument the previous month is
      * reported.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BudgetFile ASSIGN TO 'data/gl-budget.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BudKey
             FILE STATUS IS BudgetFileStatus.

           SELECT GlMapFile ASSIGN TO 'data/gl-accounts.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GlMapFileStatus.

           SELECT GlHistFile ASSIGN TO 'data/gl-history.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GlHistStatus.

           SELECT ToleranceFile ASSIGN TO 'data/budget-tolerance.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ToleranceFileStatus.

           SELECT BudgetReport ASSIGN TO 'output/budget-vs-actual.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RunLogFile ASSIGN TO 'output/batch-run-log.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD BudgetFile.
           COPY BUDGET.

       FD GlMapFile.
           COPY GLMAP.

       FD GlHistFile.
           COPY GLHIST.

       FD ToleranceFile.
       01 ToleranceRec.
        02 TolPercent PIC 9(3).

       FD BudgetReport.
       01 BudgetPrintLine PIC X(80).

       FD RunLogFile.
       01 RunLogRec PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNLOG.

       01 BudgetFileStatus PIC XX VALUE ZEROES.
        88 BudgetFileOk VALUE "00".
        88 BudgetFileMissing VALUE "35".
       01 GlMapFileStatus PIC XX VALUE SPACES.
        88 GlMapFileOk VALUE "00".
       01 GlMapEofFlag PIC X VALUE "N".
        88 EndOfGlMapFile VALUE "Y".
       01 GlHistStatus PIC XX VALUE SPACES.
        88 GlHistOk VALUE "00".
       01 ToleranceFileStatus PIC XX VALUE SPACES.
        88 ToleranceFileOk VALUE "00".

       01 WS-Args-Count PIC 9(4) COMP VALUE ZEROES.
       01 WS-Today PIC 9(8) VALUE ZEROES.
       01 ReportMonth PIC 9(6) VALUE ZEROES.
       01 ReportMonthParts REDEFINES ReportMonth.
        02 ReportYear PIC 9(4).
        02 ReportMonthNo PIC 99.
           88 ReportMonthNoValid VALUE 1 THRU 12.
       01 HistMonthNo PIC 99 VALUE ZEROES.
       01 TolerancePercent PIC 9(3) VALUE 10.

      * Every account in the mapping, then any other account the
      * history posts to, with its month and year-to-date actuals
      * signed in the account's normal direction.
       01 AccountTable.
        02 AccountEntry OCCURS 30 TIMES.
         03 AcctNumber PIC X(8).
         03 AcctMonthActual PIC S9(9)V99.
         03 AcctYtdActual PIC S9(9)V99.
       01 AccountCount PIC 99 VALUE ZEROES.
       01 AccountIdx PIC 99 VALUE ZEROES.
       01 AccountFoundIdx PIC 99 VALUE ZEROES.
       01 AccountOverflowCount PIC 9(5) VALUE ZEROES.
       01 CandidateAccount PIC X(8) VALUE SPACES.
       01 SortIdx PIC 99 VALUE ZEROES.
       01 SwapAccountEntry PIC X(30) VALUE SPACES.

       01 NormalSideDigit PIC X VALUE SPACE.
        88 CreditNormalAccount VALUE "2" "3" "4".
       01 SignedHistAmount PIC S9(9)V99 VALUE ZEROES.

       01 BudgetMonthIdx PIC 99 VALUE ZEROES.
       01 MonthBudget PIC S9(9)V99 VALUE ZEROES.
       01 YtdBudget PIC S9(9)V99 VALUE ZEROES.

       01 LineBudget PIC S9(9)V99 VALUE ZEROES.
       01 LineActual PIC S9(9)V99 VALUE ZEROES.
       01 LineVariance PIC S9(9)V99 VALUE ZEROES.
       01 LinePercent PIC S9(4)V9 VALUE ZEROES.

       01 RevenueMonthBudget PIC S9(9)V99 VALUE ZEROES.
       01 RevenueMonthActual PIC S9(9)V99 VALUE ZEROES.
       01 RevenueYtdBudget PIC S9(9)V99 VALUE ZEROES.
       01 RevenueYtdActual PIC S9(9)V99 VALUE ZEROES.
       01 FlaggedLineCount PIC 9(3) VALUE ZEROES.

       01 BudgetHeading.
        02 FILLER PIC X(52) VALUE
          "Rolling Greens Golf Club - Budget vs Actual".
        02 PrnHeadMonth PIC 9(6).

       01 ToleranceHeading.
        02 FILLER PIC X(35) VALUE
          "*** marks a variance of more than ".
        02 PrnHeadTolerance PIC ZZ9.
        02 FILLER PIC X(30) VALUE "% or activity with no budget".

       01 BudgetColumnHeader.
        02 FILLER PIC X(15) VALUE "Account  Period".
        02 FILLER PIC X(14) VALUE "        Budget".
        02 FILLER PIC X(14) VALUE "        Actual".
        02 FILLER PIC X(14) VALUE "      Variance".
        02 FILLER PIC X(8) VALUE "     Pct".

       01 BudgetDetailLine.
        02 PrnAccount PIC X(8).
        02 FILLER PIC X VALUE SPACE.
        02 PrnPeriod PIC X(5).
        02 FILLER PIC X VALUE SPACE.
        02 PrnBudget PIC Z,ZZZ,ZZ9.99-.
        02 FILLER PIC X VALUE SPACE.
        02 PrnActual PIC Z,ZZZ,ZZ9.99-.
        02 FILLER PIC X VALUE SPACE.
        02 PrnVariance PIC Z,ZZZ,ZZ9.99-.
        02 FILLER PIC X VALUE SPACE.
        02 PrnPercent PIC ZZZ9.9-.
        02 PrnPercentText REDEFINES PrnPercent PIC X(7).
        02 FILLER PIC X VALUE SPACE.
        02 PrnFlag PIC X(3).

       01 BudgetFooterLine.
        02 FILLER PIC X(30) VALUE "Lines flagged: ".
        02 PrnFlaggedCount PIC ZZ9.

       PROCEDURE DIVISION.
       RunBudgetReport.
           MOVE "BUDGETRPT" TO WS-Run-Program-Name
           PERFORM Start-Run-Log

           PERFORM SetReportMonth
           IF NOT ReportMonthNoValid
               DISPLAY "Month must be given as yyyymm, mm 01 to 12."
               MOVE "FAILED" TO WS-Run-Completion
               PERFORM Write-Run-Log
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LoadTolerance
           MOVE ZEROES TO AccountTable
           PERFORM LoadMappedAccounts
           PERFORM SumJournalHistory
           PERFORM SortAccountTable

           OPEN INPUT BudgetFile
           IF BudgetFileMissing
               DISPLAY "Budget file data/gl-budget.dat not found -- "
                 "all budgets reported as zero."
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM PrintBudgetReport
           IF NOT BudgetFileMissing
               CLOSE BudgetFile
           END-IF

           IF AccountOverflowCount > ZEROES
               DISPLAY AccountOverflowCount " history lines posted to "
                 "accounts beyond the 30-account table were left out."
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Budget vs actual for " ReportMonth " in "
             "output/budget-vs-actual.txt, " FlaggedLineCount
             " lines flagged."
           PERFORM Write-Run-Log
           STOP RUN.

       SetReportMonth.
           ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
           IF WS-Args-Count > 0
               ACCEPT ReportMonth FROM ARGUMENT-VALUE
           ELSE
               ACCEPT WS-Today FROM DATE YYYYMMDD
               MOVE WS-Today(1:6) TO ReportMonth
               IF ReportMonthNo = 1
                   SUBTRACT 1 FROM ReportYear
                   MOVE 12 TO ReportMonthNo
               ELSE
                   SUBTRACT 1 FROM ReportMonthNo
               END-IF
           END-IF.

       LoadTolerance.
           OPEN INPUT ToleranceFile
           IF NOT ToleranceFileOk
               EXIT PARAGRAPH
           END-IF
           READ ToleranceFile
               AT END CONTINUE
               NOT AT END
                   IF TolPercent IS NUMERIC
                       MOVE TolPercent TO TolerancePercent
                   END-IF
           END-READ
           CLOSE ToleranceFile.

       LoadMappedAccounts.
           OPEN INPUT GlMapFile
           IF NOT GlMapFileOk
               EXIT PARAGRAPH
           END-IF
           READ GlMapFile
               AT END MOVE "Y" TO GlMapEofFlag
           END-READ
           PERFORM LoadOneMapLine UNTIL EndOfGlMapFile
           CLOSE GlMapFile.

       LoadOneMapLine.
           MOVE GlMapDebitAccount TO CandidateAccount
           PERFORM FindOrAddAccount
           MOVE GlMapCreditAccount TO CandidateAccount
           PERFORM FindOrAddAccount
           READ GlMapFile
               AT END MOVE "Y" TO GlMapEofFlag
           END-READ.

       FindOrAddAccount.
      * Leaves AccountFoundIdx at the account's row, or zero when the
      * table is full.
           MOVE ZEROES TO AccountFoundIdx
           PERFORM MatchOneAccount
               VARYING AccountIdx FROM 1 BY 1
               UNTIL AccountIdx > AccountCount
           IF AccountFoundIdx = ZEROES AND AccountCount < 30
               ADD 1 TO AccountCount
               MOVE CandidateAccount TO AcctNumber(AccountCount)
               MOVE ZEROES TO AcctMonthActual(AccountCount)
               MOVE ZEROES TO AcctYtdActual(AccountCount)
               MOVE AccountCount TO AccountFoundIdx
           END-IF.

       MatchOneAccount.
           IF AcctNumber(AccountIdx) = CandidateAccount
               MOVE AccountIdx TO AccountFoundIdx
           END-IF.

       SumJournalHistory.
           OPEN INPUT GlHistFile
           IF NOT GlHistOk
               DISPLAY "Journal history data/gl-history.dat not found "
                 "-- actuals reported as zero."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           READ GlHistFile
               AT END SET EndOfGlHistFile TO TRUE
           END-READ
           PERFORM AddOneHistoryLine UNTIL EndOfGlHistFile
           CLOSE GlHistFile.

       AddOneHistoryLine.
           ADD 1 TO WS-Run-Records-In
           MOVE GhDate(5:2) TO HistMonthNo
           IF GhDate(1:4) = ReportYear
             AND HistMonthNo <= ReportMonthNo
               MOVE GhAccount TO CandidateAccount
               PERFORM FindOrAddAccount
               IF AccountFoundIdx = ZEROES
                   ADD 1 TO AccountOverflowCount
               ELSE
                   PERFORM PostHistoryAmount
               END-IF
           END-IF
           READ GlHistFile
               AT END SET EndOfGlHistFile TO TRUE
           END-READ.

       PostHistoryAmount.
           MOVE GhAccount(1:1) TO NormalSideDigit
           MOVE GhAmount TO SignedHistAmount
           IF (CreditNormalAccount AND GhDebit)
             OR (NOT CreditNormalAccount AND GhCredit)
               COMPUTE SignedHistAmount = 0 - GhAmount
           END-IF
           ADD SignedHistAmount TO AcctYtdActual(AccountFoundIdx)
           IF HistMonthNo = ReportMonthNo
               ADD SignedHistAmount TO AcctMonthActual(AccountFoundIdx)
           END-IF.

       SortAccountTable.
           PERFORM SortOnePass
               VARYING AccountIdx FROM 1 BY 1
               UNTIL AccountIdx >= AccountCount.

       SortOnePass.
           PERFORM SwapIfOutOfOrder
               VARYING SortIdx FROM 1 BY 1
               UNTIL SortIdx > AccountCount - AccountIdx.

       SwapIfOutOfOrder.
           IF AcctNumber(SortIdx) > AcctNumber(SortIdx + 1)
               MOVE AccountEntry(SortIdx) TO SwapAccountEntry
               MOVE AccountEntry(SortIdx + 1)
                 TO AccountEntry(SortIdx)
               MOVE SwapAccountEntry TO AccountEntry(SortIdx + 1)
           END-IF.

       PrintBudgetReport.
           OPEN OUTPUT BudgetReport
           MOVE ReportMonth TO PrnHeadMonth
           WRITE BudgetPrintLine FROM BudgetHeading
             AFTER ADVANCING PAGE
           MOVE TolerancePercent TO PrnHeadTolerance
           WRITE BudgetPrintLine FROM ToleranceHeading
             AFTER ADVANCING 1 LINE
           WRITE BudgetPrintLine FROM BudgetColumnHeader
             AFTER ADVANCING 2 LINES

           MOVE ZEROES TO RevenueMonthBudget, RevenueMonthActual,
             RevenueYtdBudget, RevenueYtdActual, FlaggedLineCount
           PERFORM PrintOneAccount
               VARYING AccountIdx FROM 1 BY 1
               UNTIL AccountIdx > AccountCount

           MOVE SPACES TO BudgetPrintLine
           WRITE BudgetPrintLine AFTER ADVANCING 1 LINE
           MOVE "Revenue" TO PrnAccount
           MOVE "Month" TO PrnPeriod
           MOVE RevenueMonthBudget TO LineBudget
           MOVE RevenueMonthActual TO LineActual
           PERFORM PrintComparisonLine
           MOVE SPACES TO PrnAccount
           MOVE "YTD" TO PrnPeriod
           MOVE RevenueYtdBudget TO LineBudget
           MOVE RevenueYtdActual TO LineActual
           PERFORM PrintComparisonLine

           MOVE FlaggedLineCount TO PrnFlaggedCount
           WRITE BudgetPrintLine FROM BudgetFooterLine
             AFTER ADVANCING 2 LINES
           CLOSE BudgetReport.

       PrintOneAccount.
           PERFORM ReadAccountBudgets
           MOVE AcctNumber(AccountIdx) TO PrnAccount
           MOVE "Month" TO PrnPeriod
           MOVE MonthBudget TO LineBudget
           MOVE AcctMonthActual(AccountIdx) TO LineActual
           PERFORM PrintComparisonLine
           MOVE SPACES TO PrnAccount
           MOVE "YTD" TO PrnPeriod
           MOVE YtdBudget TO LineBudget
           MOVE AcctYtdActual(AccountIdx) TO LineActual
           PERFORM PrintComparisonLine

           IF AcctNumber(AccountIdx)(1:1) = "4"
               ADD MonthBudget TO RevenueMonthBudget
               ADD AcctMonthActual(AccountIdx) TO RevenueMonthActual
               ADD YtdBudget TO RevenueYtdBudget
               ADD AcctYtdActual(AccountIdx) TO RevenueYtdActual
           END-IF.

       ReadAccountBudgets.
           MOVE ZEROES TO MonthBudget, YtdBudget
           IF BudgetFileMissing
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadOneMonthBudget
               VARYING BudgetMonthIdx FROM 1 BY 1
               UNTIL BudgetMonthIdx > ReportMonthNo.

       ReadOneMonthBudget.
           MOVE AcctNumber(AccountIdx) TO BudAccount
           COMPUTE BudMonth = ReportYear * 100 + BudgetMonthIdx
           READ BudgetFile
               KEY IS BudKey
               INVALID KEY CONTINUE
           END-READ
           IF BudgetFileOk
               ADD BudAmount TO YtdBudget
               IF BudgetMonthIdx = ReportMonthNo
                   MOVE BudAmount TO MonthBudget
               END-IF
           END-IF.

       PrintComparisonLine.
           COMPUTE LineVariance = LineActual - LineBudget
           MOVE LineBudget TO PrnBudget
           MOVE LineActual TO PrnActual
           MOVE LineVariance TO PrnVariance
           MOVE SPACES TO PrnFlag
           IF LineBudget = ZEROES
               MOVE "    n/a" TO PrnPercentText
               IF LineActual NOT = ZEROES
                   MOVE "***" TO PrnFlag
               END-IF
           ELSE
               COMPUTE LinePercent ROUNDED =
                 LineVariance * 100 / LineBudget
                   ON SIZE ERROR
                       IF LineVariance < ZEROES
                           MOVE -999.9 TO LinePercent
                       ELSE
                           MOVE 999.9 TO LinePercent
                       END-IF
               END-COMPUTE
               MOVE LinePercent TO PrnPercent
               IF LinePercent > TolerancePercent
                 OR LinePercent < 0 - TolerancePercent
                   MOVE "***" TO PrnFlag
               END-IF
           END-IF
           IF PrnFlag NOT = SPACES
               ADD 1 TO FlaggedLineCount
           END-IF
           WRITE BudgetPrintLine FROM BudgetDetailLine
             AFTER ADVANCING 1 LINE
           ADD 1 TO WS-Run-Records-Out.

           COPY RUNLOGPR.
