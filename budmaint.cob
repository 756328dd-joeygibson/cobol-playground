       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudMaint.
      * Office maintenance for the GL budget in data/gl-budget.dat:
      * set one account's budget for a month, spread an annual
      * budget evenly across the twelve months of a year (December
      * takes the rounding), list an account's year, or remove a
      * month. Accounts must be ones the chart-of-accounts mapping
      * in data/gl-accounts.dat posts to. BudgetRpt compares the
      * budget with the journal history each month for the board.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BudgetFile ASSIGN TO 'data/gl-budget.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BudKey
             FILE STATUS IS BudgetFileStatus.

           SELECT GlMapFile ASSIGN TO 'data/gl-accounts.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GlMapFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BudgetFile.
           COPY BUDGET.

       FD GlMapFile.
           COPY GLMAP.

       WORKING-STORAGE SECTION.
       01 BudgetFileStatus PIC XX VALUE ZEROES.
        88 BudgetFileOk VALUE "00".
        88 BudgetFileMissing VALUE "35".

       01 GlMapFileStatus PIC XX VALUE SPACES.
        88 GlMapFileOk VALUE "00".
       01 GlMapEofFlag PIC X VALUE "N".
        88 EndOfGlMapFile VALUE "Y".

       01 AccountTable.
        02 AccountEntry OCCURS 20 TIMES PIC X(8).
       01 AccountCount PIC 99 VALUE ZEROES.
       01 AccountIdx PIC 99 VALUE ZEROES.
       01 AccountFoundFlag PIC X VALUE "N".
        88 AccountWasFound VALUE "Y".
       01 CandidateAccount PIC X(8) VALUE SPACES.

       01 MenuChoice PIC X VALUE SPACES.
        88 WantsSet VALUE "S" "s".
        88 WantsYear VALUE "Y" "y".
        88 WantsList VALUE "L" "l".
        88 WantsDelete VALUE "D" "d".
        88 WantsQuit VALUE "Q" "q".

       01 TodayDate PIC 9(8) VALUE ZEROES.
       01 WorkAccount PIC X(8) VALUE SPACES.
       01 WorkMonth PIC 9(6) VALUE ZEROES.
       01 WorkMonthParts REDEFINES WorkMonth.
        02 WorkMonthYear PIC 9(4).
        02 WorkMonthNo PIC 99.
           88 WorkMonthNoValid VALUE 1 THRU 12.
       01 WorkYear PIC 9(4) VALUE ZEROES.
       01 WorkAmount PIC 9(9)V99 VALUE ZEROES.
       01 WorkAnnualAmount PIC 9(9)V99 VALUE ZEROES.
       01 MonthShareAmount PIC 9(9)V99 VALUE ZEROES.
       01 MonthIdx PIC 99 VALUE ZEROES.
       01 YearListTotal PIC 9(10)V99 VALUE ZEROES.

       01 PrnBudAmount PIC ZZZ,ZZZ,ZZ9.99.
       01 PrnBudTotal PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MaintainBudget.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           PERFORM LoadAccountTable
           IF AccountCount = ZEROES
               DISPLAY "Chart-of-accounts file data/gl-accounts.dat "
                 "not found or empty -- nothing to budget."
               STOP RUN
           END-IF

           OPEN I-O BudgetFile
           IF BudgetFileMissing
               OPEN OUTPUT BudgetFile
               CLOSE BudgetFile
               OPEN I-O BudgetFile
           END-IF

           PERFORM UNTIL WantsQuit
               DISPLAY " "
               DISPLAY "(S)et a month, (Y)ear spread, (L)ist a year, "
                 "(D)elete a month, (Q)uit: " WITH NO ADVANCING
               ACCEPT MenuChoice
               EVALUATE TRUE
                   WHEN WantsSet PERFORM SetMonthBudget
                   WHEN WantsYear PERFORM SpreadAnnualBudget
                   WHEN WantsList PERFORM ListAccountYear
                   WHEN WantsDelete PERFORM DeleteMonthBudget
                   WHEN WantsQuit CONTINUE
                   WHEN OTHER DISPLAY "Please choose S, Y, L, D or Q."
               END-EVALUATE
           END-PERFORM

           CLOSE BudgetFile
           STOP RUN.

       LoadAccountTable.
      * Every account either side of a mapping line, once each.
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
           PERFORM AddAccountOnce
           MOVE GlMapCreditAccount TO CandidateAccount
           PERFORM AddAccountOnce
           READ GlMapFile
               AT END MOVE "Y" TO GlMapEofFlag
           END-READ.

       AddAccountOnce.
           MOVE CandidateAccount TO WorkAccount
           PERFORM FindAccount
           IF NOT AccountWasFound AND AccountCount < 20
             AND CandidateAccount NOT = SPACES
               ADD 1 TO AccountCount
               MOVE CandidateAccount TO AccountEntry(AccountCount)
           END-IF.

       FindAccount.
           MOVE "N" TO AccountFoundFlag
           PERFORM MatchOneAccount
               VARYING AccountIdx FROM 1 BY 1
               UNTIL AccountIdx > AccountCount.

       MatchOneAccount.
           IF AccountEntry(AccountIdx) = WorkAccount
               MOVE "Y" TO AccountFoundFlag
           END-IF.

       AcceptBudgetAccount.
           DISPLAY "GL account: " WITH NO ADVANCING
           ACCEPT WorkAccount
           PERFORM FindAccount
           IF NOT AccountWasFound
               DISPLAY "Account " WorkAccount " is not in "
                 "data/gl-accounts.dat."
           END-IF.

       SetMonthBudget.
           PERFORM AcceptBudgetAccount
           IF NOT AccountWasFound
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Month (yyyymm): " WITH NO ADVANCING
           ACCEPT WorkMonth
           IF NOT WorkMonthNoValid
               DISPLAY "Month must be yyyymm, mm 01 to 12."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Budget amount: " WITH NO ADVANCING
           ACCEPT WorkAmount

           PERFORM StoreMonthBudget
           MOVE WorkAmount TO PrnBudAmount
           DISPLAY "Budget for " WorkAccount " " WorkMonth " set to $"
             PrnBudAmount ".".

       StoreMonthBudget.
           MOVE WorkAccount TO BudAccount
           MOVE WorkMonth TO BudMonth
           READ BudgetFile
               KEY IS BudKey
               INVALID KEY CONTINUE
           END-READ
           IF BudgetFileOk
               MOVE WorkAmount TO BudAmount
               MOVE TodayDate TO BudUpdateDate
               REWRITE BudgetRec
                   INVALID KEY
                       DISPLAY "Unable to update budget " BudKey "."
               END-REWRITE
           ELSE
               MOVE WorkAccount TO BudAccount
               MOVE WorkMonth TO BudMonth
               MOVE WorkAmount TO BudAmount
               MOVE TodayDate TO BudUpdateDate
               WRITE BudgetRec
                   INVALID KEY
                       DISPLAY "Unable to add budget " BudKey "."
               END-WRITE
           END-IF.

       SpreadAnnualBudget.
           PERFORM AcceptBudgetAccount
           IF NOT AccountWasFound
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Year (yyyy): " WITH NO ADVANCING
           ACCEPT WorkYear
           IF WorkYear < 1900
               DISPLAY "Year must be four digits."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Annual budget amount: " WITH NO ADVANCING
           ACCEPT WorkAnnualAmount

           COMPUTE MonthShareAmount ROUNDED = WorkAnnualAmount / 12
           PERFORM SpreadOneMonth
               VARYING MonthIdx FROM 1 BY 1
               UNTIL MonthIdx > 12
           MOVE MonthShareAmount TO PrnBudAmount
           DISPLAY "Budget for " WorkAccount " " WorkYear
             " spread at $" PrnBudAmount " a month.".

       SpreadOneMonth.
           COMPUTE WorkMonth = WorkYear * 100 + MonthIdx
           IF MonthIdx = 12
               COMPUTE WorkAmount =
                 WorkAnnualAmount - (MonthShareAmount * 11)
           ELSE
               MOVE MonthShareAmount TO WorkAmount
           END-IF
           PERFORM StoreMonthBudget.

       ListAccountYear.
           PERFORM AcceptBudgetAccount
           IF NOT AccountWasFound
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Year (yyyy): " WITH NO ADVANCING
           ACCEPT WorkYear

           MOVE ZEROES TO YearListTotal
           PERFORM ListOneMonth
               VARYING MonthIdx FROM 1 BY 1
               UNTIL MonthIdx > 12
           MOVE YearListTotal TO PrnBudTotal
           DISPLAY "Year   $" PrnBudTotal.

       ListOneMonth.
           MOVE WorkAccount TO BudAccount
           COMPUTE BudMonth = WorkYear * 100 + MonthIdx
           READ BudgetFile
               KEY IS BudKey
               INVALID KEY MOVE ZEROES TO BudAmount
           END-READ
           MOVE BudAmount TO PrnBudAmount
           ADD BudAmount TO YearListTotal
           DISPLAY "  " BudMonth "  $" PrnBudAmount.

       DeleteMonthBudget.
           PERFORM AcceptBudgetAccount
           IF NOT AccountWasFound
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Month (yyyymm): " WITH NO ADVANCING
           ACCEPT WorkMonth
           MOVE WorkAccount TO BudAccount
           MOVE WorkMonth TO BudMonth
           READ BudgetFile
               KEY IS BudKey
               INVALID KEY
                   DISPLAY "No budget on file for " WorkAccount " "
                     WorkMonth "."
           END-READ
           IF BudgetFileOk
               DELETE BudgetFile
                   INVALID KEY
                       DISPLAY "Unable to remove the budget."
                   NOT INVALID KEY
                       DISPLAY "Budget removed."
               END-DELETE
           END-IF.
