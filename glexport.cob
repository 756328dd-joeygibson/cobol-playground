      * under a code with no account mapping stops the export with
      * an exception list and a failing RETURN-CODE. The export date
      * is the first argument, defaulting to today.
      * 2026-10-15 JG  Billed dues (code B) now credit the deferred-
      *                revenue account in data/gl-accounts.dat instead
      *                of dues revenue; the month-end DuesRecog batch
      *                appends the monthly recognition entries to this
      *                journal after the night's export.
      * 2026-10-15 JG  Every exported line is also kept in the
      *                journal history data/gl-history.dat for the
      *                budget-versus-actual report; a rerun for the
      *                same date replaces that date's export lines
      *                rather than doubling them.
      * 2026-10-15 JG  Bad-debt ledger entries export under their
      *                own codes: W for write-offs (net of any
      *                reinstatement for an agency recovery) and V
      *                for the recovery receipts.
      * 2026-10-15 JG  Gift-certificate activity from GiftCert,
      *                PayPost and GiftLiab exports from
      *                data/gift-cert-activity.dat under codes S
      *                (sold), A (pro-shop credit awarded), U (used in
      *                the pro shop), P (tendered against an account)
      *                and E (expired breakage). The mapping table
      *                now holds 20 codes.
      * 2026-10-15 JG  Rain checks issued by RainCheck export under
      *                code C, from the fee revenue to the
      *                certificate liability.
      * 2026-10-15 JG  Payroll labor cost: the Payroll run's lines in
      *                data/labor-cost.dat for the export date are
      *                journaled by department under codes K, X, N, O,
      *                F and Q -- net wages, tax withheld, pension and
      *                other deductions against wages expense,
      *                employer tax, and direct deposits paid out of
      *                the net pay clearing account -- using a
      *                department's own mapping line when there is
      *                one. They print in a section of the proof of
      *                their own with separate totals, proved to the
      *                payroll gross, employer tax and deposits. The
      *                mapping table now holds 40 lines.
      * 2026-10-15 JG  Code B now carries only the dues share of the
      *                day's billing; the guest fees, rentals, house
      *                charges, sales tax, late fees and initiation
      *                equity billed with the dues export under code
      *                Z to their own clearing account rather than
      *                into deferred dues revenue.
      * 2026-10-15 JG  Dues paid from credit on account export under
      *                code M reversed: the credit came from dues
      *                payments already taken to dues revenue, so the
      *                dues it pays move back into deferred revenue
      *                for DuesRecog to recognize over the quarter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS BilledKey
             FILE STATUS IS BilledFileStatus.

           SELECT GiftActivityFile ASSIGN TO
             'data/gift-cert-activity.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GiftActivityStatus.

           SELECT LaborCostFile ASSIGN TO 'data/labor-cost.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LaborCostStatus.

           SELECT GlMapFile ASSIGN TO 'data/gl-accounts.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GlMapFileStatus.
           SELECT JournalFile ASSIGN TO 'output/gl-journal.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GlHistFile ASSIGN TO 'data/gl-history.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GlHistStatus.

           SELECT GlHistWork ASSIGN TO 'data/gl-history.new'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ProofReport ASSIGN TO 'output/gl-proof.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

       FD BilledFile.
           COPY BILLREC.

       FD GiftActivityFile.
           COPY GIFTACT.

       FD LaborCostFile.
           COPY LABORCST.

       FD GlMapFile.
           COPY GLMAP.

       FD JournalFile.
       01 JournalExportLine PIC X(60).

       FD GlHistFile.
           COPY GLHIST.

       FD GlHistWork.
       01 GlHistWorkRec PIC X(54).

       FD ProofReport.
       01 ProofPrintLine PIC X(70).

        88 BilledFileOk VALUE "00".
        88 BilledFileMissing VALUE "35".

       01 GiftActivityStatus PIC XX VALUE SPACES.
        88 GiftActivityOk VALUE "00".

       01 LaborCostStatus PIC XX VALUE SPACES.
        88 LaborCostOk VALUE "00".
       01 LaborCostEofFlag PIC X VALUE "N".
        88 EndOfLaborCostFile VALUE "Y".

       01 GlMapFileStatus PIC XX VALUE SPACES.
        88 GlMapFileOk VALUE "00".

       01 GlMapEofFlag PIC X VALUE "N".
        88 EndOfGlMapFile VALUE "Y".

       01 GlHistStatus PIC XX VALUE SPACES.
        88 GlHistOk VALUE "00".
       01 HistCopyCommand PIC X(60) VALUE SPACES.

       01 WS-Args-Count PIC 9(4) COMP VALUE ZEROES.
       01 WS-Export-Date PIC 9(8) VALUE ZEROES.

       01 MapEntryCount PIC 99 VALUE ZEROES.
       01 MapTable.
        02 MapEntry OCCURS 40 TIMES.
         03 MapCode PIC X.
         03 MapDebitAccount PIC X(8).
         03 MapCreditAccount PIC X(8).
         03 MapDescription PIC X(20).
         03 MapDepartment PIC X(10).
       01 MapIndex PIC 99 VALUE ZEROES.
       01 MapFoundFlag PIC X VALUE "N".
        88 MapWasFound VALUE "Y".

       01 ActivityCodeList PIC X(15) VALUE "DRGTBWVSAUPECZM".
       01 ActivityTotals.
        02 ActivityTotal OCCURS 15 TIMES PIC S9(7)V99 VALUE ZEROES.
       01 ActivityIndex PIC 99 VALUE ZEROES.
       01 OneActivityCode PIC X VALUE SPACES.

      * Labor-cost elements in code order: K net wages, X tax
      * withheld, N pension, O other deductions, F employer tax,
      * Q direct deposits.
       01 LaborCodeList PIC X(6) VALUE "KXNOFQ".
       01 LaborAmounts.
        02 LaborAmount OCCURS 6 TIMES PIC 9(7)V99.
       01 LaborIndex PIC 9 VALUE ZEROES.
       01 LaborMapIndex PIC 99 VALUE ZEROES.
       01 LaborMapFoundIdx PIC 99 VALUE ZEROES.
       01 LaborMapDept PIC X(10) VALUE SPACES.
       01 LaborPassFlag PIC X VALUE "C".
        88 LaborCheckPass VALUE "C".
        88 LaborExportPass VALUE "E".
       01 LaborDebits PIC 9(9)V99 VALUE ZEROES.
       01 LaborCredits PIC 9(9)V99 VALUE ZEROES.
       01 LaborControl PIC 9(9)V99 VALUE ZEROES.
       01 LaborLineCount PIC 9(5) VALUE ZEROES.

       01 SignedPayAmount PIC S9(5)V99 VALUE ZEROES.
       01 WorkJournalAmount PIC 9(9)V99 VALUE ZEROES.
       01 WorkDebitAcct PIC X(8) VALUE SPACES.
        02 FILLER PIC X VALUE SPACE.
        02 JrnDescription PIC X(20).

       01 HistoryDetailLine.
        02 HistJournalPart PIC X(52).
        02 FILLER PIC X VALUE SPACE.
        02 HistSource PIC X VALUE "E".

       01 ProofHeading.
        02 FILLER PIC X(36) VALUE
          "General Ledger Journal Proof  --    ".
        02 FILLER PIC X(26) VALUE "Day activity control  $   ".
        02 PrnPrfControl PIC ZZZ,ZZ9.99-.

       01 LaborHeading PIC X(40) VALUE
          "Payroll labor cost by department".

       01 LaborControlLine.
        02 FILLER PIC X(26) VALUE "Payroll labor control $   ".
        02 PrnLabControl PIC ZZZ,ZZ9.99-.
        02 FILLER PIC X(28) VALUE
          "  (gross + empr tax + DD)".

       01 LaborExceptionLine.
        02 FILLER PIC X(34) VALUE
          "*** no account mapping for code   ".
        02 PrnLabExcCode PIC X.
        02 FILLER PIC X(13) VALUE " department ".
        02 PrnLabExcDept PIC X(10).

       01 ExceptionLine.
        02 FILLER PIC X(34) VALUE
          "*** no account mapping for code   ".
             AFTER ADVANCING PAGE

           PERFORM CheckAllMappings
           SET LaborCheckPass TO TRUE
           PERFORM ScanLaborCost
           IF MissingMapCount > ZEROES
               CLOSE ProofReport
               DISPLAY "Export stopped: " MissingMapCount " activity "
               STOP RUN
           END-IF

           PERFORM CarryForwardHistory
           OPEN OUTPUT JournalFile
           PERFORM ExportOneActivity
               VARYING ActivityIndex FROM 1 BY 1
               UNTIL ActivityIndex > 15

           MOVE TotalDebits TO PrnPrfDebits
           MOVE TotalCredits TO PrnPrfCredits
           WRITE ProofPrintLine FROM ProofControlLine
             AFTER ADVANCING 1 LINE

           SET LaborExportPass TO TRUE
           PERFORM ScanLaborCost
           IF LaborLineCount > ZEROES
               PERFORM PrintLaborTotals
           END-IF
           CLOSE JournalFile
           PERFORM CommitJournalHistory

           CLOSE ProofReport

           PERFORM Write-Run-Log
           END-IF.

       LoadOneMapEntry.
           IF MapEntryCount < 40
               ADD 1 TO MapEntryCount
               MOVE GlMapCode TO MapCode(MapEntryCount)
               MOVE GlMapDepartment TO MapDepartment(MapEntryCount)
               MOVE GlMapDebitAccount
                 TO MapDebitAccount(MapEntryCount)
               MOVE GlMapCreditAccount
               END-READ
               PERFORM TotalOneBilled UNTIL EndOfBilledFile
               CLOSE BilledFile
           END-IF

           OPEN INPUT GiftActivityFile
           IF GiftActivityOk
               READ GiftActivityFile
                AT END SET EndOfGiftActivityFile TO TRUE
               END-READ
               PERFORM TotalOneGiftActivity
                 UNTIL EndOfGiftActivityFile
               CLOSE GiftActivityFile
           END-IF.

       TotalOnePayment.
                   MOVE PayAmount TO SignedPayAmount
               END-IF
               EVALUATE TRUE
                   WHEN PayIsWriteOff OR PayIsWriteOffReinstated
                       ADD SignedPayAmount TO ActivityTotal(6)
                   WHEN PayIsRecovery
                       ADD SignedPayAmount TO ActivityTotal(7)
                   WHEN PayForDues
                       ADD SignedPayAmount TO ActivityTotal(1)
                   WHEN PayForRenewal
            AT END SET EndOfPaymentFile TO TRUE.

       TotalOneBilled.
      * Only the dues share is deferred; whatever else the member
      * was billed goes under code Z. Dues paid from credit on
      * account go under code M as a negative amount, which the
      * export turns round into a debit to dues revenue and a
      * credit to deferred revenue.
           IF BilledDate = WS-Export-Date
               ADD 1 TO WS-Run-Records-In
               ADD BilledDuesAmount TO ActivityTotal(5)
               COMPUTE ActivityTotal(14) = ActivityTotal(14)
                 + BilledAmount - BilledDuesAmount
               ADD BilledAmount TO DayActivityTotal
               SUBTRACT BilledDuesCredited FROM ActivityTotal(15)
               SUBTRACT BilledDuesCredited FROM DayActivityTotal
           END-IF

           READ BilledFile
            AT END SET EndOfBilledFile TO TRUE.

       TotalOneGiftActivity.
      * A certificate tendered at PayPost also posts under the
      * payment's purpose as if cash were taken; code P takes that
      * cash back out against the certificate liability.
           IF GaDate = WS-Export-Date
               ADD 1 TO WS-Run-Records-In
               EVALUATE TRUE
                   WHEN GaIsSale
                       ADD GaAmount TO ActivityTotal(8)
                   WHEN GaIsCreditAward
                       ADD GaAmount TO ActivityTotal(9)
                   WHEN GaIsShopUse
                       ADD GaAmount TO ActivityTotal(10)
                   WHEN GaIsPayTender
                       ADD GaAmount TO ActivityTotal(11)
                   WHEN GaIsBreakage
                       ADD GaAmount TO ActivityTotal(12)
                   WHEN GaIsRainCheck
                       ADD GaAmount TO ActivityTotal(13)
               END-EVALUATE
               ADD GaAmount TO DayActivityTotal
           END-IF

           READ GiftActivityFile
            AT END SET EndOfGiftActivityFile TO TRUE.

       CheckAllMappings.
           PERFORM CheckOneMapping
               VARYING ActivityIndex FROM 1 BY 1
               UNTIL ActivityIndex > 15.

       CheckOneMapping.
           IF ActivityTotal(ActivityIndex) NOT = ZEROES
           PERFORM VARYING MapIndex FROM 1 BY 1
               UNTIL MapIndex > MapEntryCount OR MapWasFound
               IF MapCode(MapIndex) = OneActivityCode
                 AND MapDepartment(MapIndex) = SPACES
                   MOVE "Y" TO MapFoundFlag
               END-IF
           END-PERFORM
               MOVE "D" TO JrnSide
               MOVE WorkJournalAmount TO JrnAmount
               WRITE JournalExportLine FROM JournalDetailLine
               PERFORM WriteHistoryLine
               ADD 1 TO WS-Run-Records-Out
               ADD WorkJournalAmount TO TotalDebits

               MOVE WorkCreditAcct TO JrnAccount
               MOVE "C" TO JrnSide
               WRITE JournalExportLine FROM JournalDetailLine
               PERFORM WriteHistoryLine
               ADD 1 TO WS-Run-Records-Out
               ADD WorkJournalAmount TO TotalCredits

                 AFTER ADVANCING 1 LINE
           END-IF.

       ScanLaborCost.
      * Read twice: the check pass, before anything is exported,
      * lists labor lines with no mapping; the export pass journals
      * them. No labor-cost file just means no payroll ran.
           MOVE "N" TO LaborCostEofFlag
           OPEN INPUT LaborCostFile
           IF NOT LaborCostOk
               EXIT PARAGRAPH
           END-IF
           READ LaborCostFile
            AT END SET EndOfLaborCostFile TO TRUE
           END-READ
           PERFORM ScanOneLaborCost UNTIL EndOfLaborCostFile
           CLOSE LaborCostFile.

       ScanOneLaborCost.
           IF LC-Run-Date = WS-Export-Date
               MOVE LC-Net-Pay TO LaborAmount(1)
               MOVE LC-Employee-Tax TO LaborAmount(2)
               MOVE LC-Pension TO LaborAmount(3)
               MOVE LC-Other-Ded TO LaborAmount(4)
               MOVE LC-Employer-Tax TO LaborAmount(5)
               MOVE LC-Deposits TO LaborAmount(6)
               IF LaborCheckPass
                   PERFORM CheckOneLaborMapping
                       VARYING LaborIndex FROM 1 BY 1
                       UNTIL LaborIndex > 6
               ELSE
                   IF LaborLineCount = ZEROES
                       WRITE ProofPrintLine FROM LaborHeading
                         AFTER ADVANCING 3 LINES
                   END-IF
                   ADD 1 TO WS-Run-Records-In
                   ADD 1 TO LaborLineCount
                   COMPUTE LaborControl = LaborControl
                     + LC-Gross + LC-Employer-Tax + LC-Deposits
                   PERFORM ExportOneLaborAmount
                       VARYING LaborIndex FROM 1 BY 1
                       UNTIL LaborIndex > 6
               END-IF
           END-IF
           READ LaborCostFile
            AT END SET EndOfLaborCostFile TO TRUE.

       FindLaborMap.
      * The department's own line for the code when there is one,
      * otherwise the code's line with no department.
           MOVE ZEROES TO LaborMapFoundIdx
           MOVE LC-Department TO LaborMapDept
           PERFORM CheckOneLaborMap
               VARYING LaborMapIndex FROM 1 BY 1
               UNTIL LaborMapIndex > MapEntryCount
                 OR LaborMapFoundIdx > ZEROES
           IF LaborMapFoundIdx = ZEROES
               MOVE SPACES TO LaborMapDept
               PERFORM CheckOneLaborMap
                   VARYING LaborMapIndex FROM 1 BY 1
                   UNTIL LaborMapIndex > MapEntryCount
                     OR LaborMapFoundIdx > ZEROES
           END-IF.

       CheckOneLaborMap.
           IF MapCode(LaborMapIndex) = LaborCodeList(LaborIndex:1)
             AND MapDepartment(LaborMapIndex) = LaborMapDept
               MOVE LaborMapIndex TO LaborMapFoundIdx
           END-IF.

       CheckOneLaborMapping.
           IF LaborAmount(LaborIndex) NOT = ZEROES
               PERFORM FindLaborMap
               IF LaborMapFoundIdx = ZEROES
                   ADD 1 TO MissingMapCount
                   ADD 1 TO WS-Run-Exception-Count
                   MOVE LaborCodeList(LaborIndex:1) TO PrnLabExcCode
                   MOVE LC-Department TO PrnLabExcDept
                   WRITE ProofPrintLine FROM LaborExceptionLine
                     AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       ExportOneLaborAmount.
           IF LaborAmount(LaborIndex) = ZEROES
               EXIT PARAGRAPH
           END-IF
           PERFORM FindLaborMap

           MOVE WS-Export-Date TO JrnDate
           MOVE SPACES TO JrnDescription
           STRING MapDescription(LaborMapFoundIdx)(1:10)
               DELIMITED BY SIZE
             LC-Department DELIMITED BY SIZE
             INTO JrnDescription
           END-STRING
           MOVE LaborAmount(LaborIndex) TO JrnAmount

           MOVE MapDebitAccount(LaborMapFoundIdx) TO JrnAccount
           MOVE "D" TO JrnSide
           WRITE JournalExportLine FROM JournalDetailLine
           PERFORM WriteHistoryLine
           ADD 1 TO WS-Run-Records-Out
           ADD LaborAmount(LaborIndex) TO LaborDebits

           MOVE MapCreditAccount(LaborMapFoundIdx) TO JrnAccount
           MOVE "C" TO JrnSide
           WRITE JournalExportLine FROM JournalDetailLine
           PERFORM WriteHistoryLine
           ADD 1 TO WS-Run-Records-Out
           ADD LaborAmount(LaborIndex) TO LaborCredits

           MOVE JrnDescription TO PrnPrfDescription
           MOVE MapDebitAccount(LaborMapFoundIdx) TO PrnPrfDebitAcct
           MOVE MapCreditAccount(LaborMapFoundIdx)
             TO PrnPrfCreditAcct
           MOVE LaborAmount(LaborIndex) TO PrnPrfAmount
           WRITE ProofPrintLine FROM ProofDetailLine
             AFTER ADVANCING 1 LINE.

       PrintLaborTotals.
      * Every debit is gross pay, employer tax or a deposit, so the
      * debits prove to those three from the payroll run.
           MOVE LaborDebits TO PrnPrfDebits
           MOVE LaborCredits TO PrnPrfCredits
           IF LaborDebits = LaborCredits
             AND LaborDebits = LaborControl
               MOVE "IN BALANCE" TO PrnPrfVerdict
           ELSE
               MOVE "OUT OF BAL" TO PrnPrfVerdict
           END-IF
           WRITE ProofPrintLine FROM ProofTotalsLine
             AFTER ADVANCING 2 LINES
           MOVE LaborControl TO PrnLabControl
           WRITE ProofPrintLine FROM LaborControlLine
             AFTER ADVANCING 1 LINE.

       CarryForwardHistory.
      * The new history is built in a work file: every earlier line
      * except this program's own lines for the export date, then
      * tonight's lines as they are exported.
           OPEN OUTPUT GlHistWork
           OPEN INPUT GlHistFile
           IF GlHistOk
               READ GlHistFile
                AT END SET EndOfGlHistFile TO TRUE
               END-READ
               PERFORM CarryOneHistoryLine UNTIL EndOfGlHistFile
               CLOSE GlHistFile
           END-IF.

       CarryOneHistoryLine.
           IF GhDate = WS-Export-Date AND GhFromExport
               CONTINUE
           ELSE
               WRITE GlHistWorkRec FROM GlHistRec
           END-IF
           READ GlHistFile
            AT END SET EndOfGlHistFile TO TRUE.

       WriteHistoryLine.
           MOVE JournalDetailLine TO HistJournalPart
           WRITE GlHistWorkRec FROM HistoryDetailLine.

       CommitJournalHistory.
           CLOSE GlHistWork
           MOVE SPACES TO HistCopyCommand
           STRING "cp data/gl-history.new data/gl-history.dat"
               DELIMITED BY SIZE
             INTO HistCopyCommand
           END-STRING
           CALL "SYSTEM" USING HistCopyCommand
           MOVE SPACES TO HistCopyCommand
           STRING "rm -f data/gl-history.new" DELIMITED BY SIZE
             INTO HistCopyCommand
           END-STRING
           CALL "SYSTEM" USING HistCopyCommand.

           COPY RUNLOGPR.
