       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OffCycle.
      * Off-cycle payroll for the payroll office, between runs:
      * (P)ay one employee -- a final paycheck or a correction --
      * with tax worked through the same bracket table edition the
      * Payroll run uses (data/payroll-tax-table.dat), or (V)oid a
      * payslip already issued, by a Payroll run or here, with a
      * reason code, and reissue it at once if wanted. Either way
      * the YTD master (data/payroll-ytd.dat) is updated, a void
      * subtracting the payslip's amounts back out, and the
      * payslip or void is appended to data/payroll-quarter.dat so
      * the quarterly worksheet sees it. A payment goes to the
      * employee's bank details like a Payroll deposit, with any
      * remainder (or everything, with no details on file) listed
      * as a check to print. Every transaction prints on the
      * session's off-cycle register, output/offcycle-register.txt;
      * deposits go to output/offcycle-deposit.dat with a batch
      * trailer, and checks to output/offcycle-checks.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmployeeFile ASSIGN TO "data/employees.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EM-Employee-Id
             FILE STATUS IS WS-Employee-File-Status.

           SELECT YtdMasterFile ASSIGN TO "data/payroll-ytd.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS YTD-Employee-Id
             FILE STATUS IS WS-Ytd-File-Status.

           SELECT TaxTableFile ASSIGN TO
             "data/payroll-tax-table.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Tax-Table-Status.

           SELECT BankFile ASSIGN TO "data/employee-bank.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BD-Employee-Id
             FILE STATUS IS WS-Bank-File-Status.

           SELECT PayPeriodFile ASSIGN TO "data/payroll-quarter.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Pay-Period-Status.

           SELECT DepositFile ASSIGN TO "output/offcycle-deposit.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CheckFile ASSIGN TO "output/offcycle-checks.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RegisterReport ASSIGN TO
             "output/offcycle-register.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EmployeeFile.
           COPY EMPREC.

       FD  YtdMasterFile.
           COPY YTDREC.

       FD  TaxTableFile.
       01  TaxTableRecord.
           05  TT-Effective-Date PIC 9(8).
           05  FILLER PIC X.
           05  TT-Edition PIC X(8).
           05  FILLER PIC X.
           05  TT-Bracket-Floor PIC 9(6)V99.
           05  FILLER PIC X.
           05  TT-Rate-Pct PIC 99V999.

       FD  BankFile.
           COPY BANKREC.

       FD  PayPeriodFile.
           COPY PAYQTD.

       FD  DepositFile.
       01  DepositRec.
           05  DEP-Record-Type PIC X.
           05  FILLER PIC X VALUE SPACE.
           05  DEP-Employee-Id PIC X(6).
           05  FILLER PIC X VALUE SPACE.
           05  DEP-Routing-No PIC 9(9).
           05  FILLER PIC X VALUE SPACE.
           05  DEP-Account-No PIC X(12).
           05  FILLER PIC X VALUE SPACE.
           05  DEP-Amount PIC 9(8)V99.
       01  DepositTrailerRec REDEFINES DepositRec.
           05  TRL-Record-Type PIC X.
           05  FILLER PIC X.
           05  TRL-Detail-Count PIC 9(6).
           05  FILLER PIC X.
           05  TRL-Amount-Total PIC 9(10)V99.
           05  FILLER PIC X(15).

       FD  CheckFile.
       01  CheckLine PIC X(70).

       FD  RegisterReport.
       01  RegisterLine PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-Employee-File-Status PIC XX VALUE SPACES.
           88  WS-Employee-File-Ok VALUE "00".
       01  WS-Ytd-File-Status PIC XX VALUE SPACES.
           88  WS-Ytd-File-Ok VALUE "00".
           88  WS-Ytd-File-Missing VALUE "35".
       01  WS-Bank-File-Status PIC XX VALUE SPACES.
           88  WS-Bank-File-Ok VALUE "00".
           88  WS-Bank-File-Missing VALUE "35".
       01  WS-Bank-Open-Flag PIC X VALUE "N".
           88  WS-Bank-File-Is-Open VALUE "Y".
       01  WS-Pay-Period-Status PIC XX VALUE SPACES.
           88  WS-Pay-Period-Ok VALUE "00".
           88  WS-Pay-Period-Missing VALUE "35".
       01  WS-Pay-Period-EOF PIC X VALUE "N".
           88  WS-Pay-Period-Done VALUE "Y".

       01  WS-Tax-Table-Status PIC XX VALUE SPACES.
           88  WS-Tax-Table-Ok VALUE "00".
       01  WS-Tax-Table-EOF PIC X VALUE "N".
           88  WS-Tax-Table-Done VALUE "Y".
       01  WS-Table-Loaded-Flag PIC X VALUE "N".
           88  WS-Tax-Table-Loaded VALUE "Y".
       01  WS-Best-Effective PIC 9(8) VALUE ZEROES.
       01  WS-Applied-Edition PIC X(8) VALUE SPACES.

       01  WS-Bracket-Count PIC 99 VALUE ZEROES.
       01  WS-Bracket-Table.
           05  WS-Bracket-Entry OCCURS 10 TIMES.
               10  WS-Bracket-Floor PIC 9(6)V99.
               10  WS-Bracket-Rate PIC 99V999.
       01  WS-Bracket-Idx PIC 99 VALUE ZEROES.
       01  WS-Sort-Idx PIC 99 VALUE ZEROES.
       01  WS-Swap-Floor PIC 9(6)V99 VALUE ZEROES.
       01  WS-Swap-Rate PIC 99V999 VALUE ZEROES.
       01  WS-Computed-Tax PIC S9(6)V99 VALUE ZEROES.
       01  WS-Taxable-Slice PIC S9(6)V99 VALUE ZEROES.
       01  WS-Bracket-Ceiling PIC 9(6)V99 VALUE ZEROES.

       01  WS-Menu-Choice PIC X VALUE SPACES.
           88  WS-Wants-Pay VALUE "P" "p".
           88  WS-Wants-Void VALUE "V" "v".
           88  WS-Wants-Quit VALUE "Q" "q".
       01  WS-Confirm-Reply PIC X VALUE SPACES.
           88  WS-Reply-Is-Yes VALUE "Y" "y".

       01  WS-Run-Date PIC 9(8) VALUE ZEROES.
       01  WS-Run-Time PIC 9(8) VALUE ZEROES.
       01  WS-Work-Employee PIC X(6) VALUE SPACES.
       01  WS-Entry-Amount PIC 9(6)V99 VALUE ZEROES.

       01  WS-Pay-Gross PIC S9(6)V99 VALUE ZEROES.
       01  WS-Pay-Tax PIC S9(6)V99 VALUE ZEROES.
       01  WS-Pay-Pension PIC S9(6)V99 VALUE ZEROES.
       01  WS-Pay-Other PIC S9(6)V99 VALUE ZEROES.
       01  WS-Pay-Net PIC S9(6)V99 VALUE ZEROES.
       01  WS-Pay-Ref PIC X(6) VALUE SPACES.
       01  WS-Pay-Method PIC X(21) VALUE SPACES.

       01  WS-Void-Reason PIC XX VALUE SPACES.
           88  WS-Void-Reason-Valid VALUE "WA" "WE" "DU" "LC" "FP".
       01  WS-Slip-Choice PIC 99 VALUE ZEROES.

       01  WS-Slip-Count PIC 99 VALUE ZEROES.
       01  WS-Slip-Table.
           05  WS-Slip-Entry OCCURS 50 TIMES.
               10  WS-SL-Run-Date PIC 9(8).
               10  WS-SL-Source PIC X.
               10  WS-SL-Ref PIC X(6).
               10  WS-SL-Gross PIC S9(6)V99.
               10  WS-SL-Taxable PIC S9(6)V99.
               10  WS-SL-Tax PIC S9(6)V99.
               10  WS-SL-Pension PIC S9(6)V99.
               10  WS-SL-Other PIC S9(6)V99.
               10  WS-SL-Net PIC S9(6)V99.
               10  WS-SL-Voided-Flag PIC X.
                   88  WS-SL-Is-Voided VALUE "Y".
       01  WS-Slip-Idx PIC 99 VALUE ZEROES.
       01  WS-Slip-Found-Idx PIC 99 VALUE ZEROES.
       01  WS-Slip-Dropped PIC 9(5) VALUE ZEROES.

       01  WS-Payment-Count PIC 9(5) VALUE ZEROES.
       01  WS-Void-Count PIC 9(5) VALUE ZEROES.
       01  WS-Total-Gross PIC S9(8)V99 VALUE ZEROES.
       01  WS-Total-Tax PIC S9(8)V99 VALUE ZEROES.
       01  WS-Total-Pension PIC S9(8)V99 VALUE ZEROES.
       01  WS-Total-Other PIC S9(8)V99 VALUE ZEROES.
       01  WS-Total-Net PIC S9(8)V99 VALUE ZEROES.

       01  WS-Deposit-Count PIC 9(6) VALUE ZEROES.
       01  WS-Deposit-Total PIC S9(10)V99 VALUE ZEROES.
       01  WS-Deposit-Amount PIC 9(8)V99 VALUE ZEROES.
       01  WS-Check-Count PIC 9(6) VALUE ZEROES.
       01  WS-Check-Total PIC S9(10)V99 VALUE ZEROES.

       01  WS-Prn-Amount PIC ZZZ,ZZ9.99-.
       01  WS-Prn-Gross PIC ZZZ,ZZ9.99-.
       01  WS-Prn-Tax PIC ZZZ,ZZ9.99-.
       01  WS-Prn-Pension PIC ZZZ,ZZ9.99-.
       01  WS-Prn-Other PIC ZZZ,ZZ9.99-.
       01  WS-Prn-Net PIC ZZZ,ZZ9.99-.
       01  WS-Prn-Slip-No PIC Z9.
       01  WS-Prn-Kind PIC X(9) VALUE SPACES.
       01  WS-Prn-Voided PIC X(8) VALUE SPACES.

       01  WS-Check-Detail.
           05  PrnChkEmployee PIC X(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PrnChkName PIC X(20).
           05  FILLER PIC X(26) VALUE
               "  off-cycle check -- net $".
           05  PrnChkAmount PIC ZZZ,ZZ9.99-.

       01  WS-Register-Heading.
           05  FILLER PIC X(30) VALUE
               "Off-Cycle Payroll Register -- ".
           05  PrnRegRunDate PIC 9(8).
           05  FILLER PIC X(22) VALUE
               "    tax table edition ".
           05  PrnRegEdition PIC X(8).

       01  WS-Register-Column-Header.
           05  FILLER PIC X(8) VALUE "Employee".
           05  FILLER PIC X(21) VALUE "  Name".
           05  FILLER PIC X(10) VALUE "Type".
           05  FILLER PIC X(36) VALUE
               "      Gross         Tax     Pension".
           05  FILLER PIC X(24) VALUE
               "       Other         Net".
           05  FILLER PIC X(21) VALUE " Paid by / voids".

       01  WS-Register-Detail.
           05  PrnRegEmployee PIC X(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PrnRegName PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  PrnRegKind PIC X(9).
           05  FILLER PIC X VALUE SPACE.
           05  PrnRegGross PIC ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnRegTax PIC ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnRegPension PIC ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnRegOther PIC ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnRegNet PIC ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnRegNote PIC X(21).

       01  WS-Register-Totals.
           05  FILLER PIC X(40) VALUE "Totals  ".
           05  PrnTotGross PIC ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnTotTax PIC ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnTotPension PIC ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnTotOther PIC ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnTotNet PIC ZZZ,ZZ9.99-.

       01  WS-Register-Count-Line.
           05  FILLER PIC X(10) VALUE "Payments  ".
           05  PrnCntPayments PIC ZZZZ9.
           05  FILLER PIC X(10) VALUE "   voids  ".
           05  PrnCntVoids PIC ZZZZ9.
           05  FILLER PIC X(13) VALUE "   deposits  ".
           05  PrnCntDeposits PIC ZZZZZ9.
           05  FILLER PIC X(11) VALUE "   checks  ".
           05  PrnCntChecks PIC ZZZZZ9.

       PROCEDURE DIVISION.
       RunOffCycle.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           PERFORM Load-Tax-Table
           IF NOT WS-Tax-Table-Loaded
               DISPLAY "Tax table data/payroll-tax-table.dat not "
                 "found or has no edition in effect -- no off-cycle "
                 "pay can be worked."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EmployeeFile
           IF NOT WS-Employee-File-Ok
               DISPLAY "Employee master data/employees.dat not "
                 "found -- set employees up with EmpMaint first."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O YtdMasterFile
           IF WS-Ytd-File-Missing
               OPEN OUTPUT YtdMasterFile
               CLOSE YtdMasterFile
               OPEN I-O YtdMasterFile
           END-IF

           OPEN INPUT BankFile
           IF WS-Bank-File-Missing
               MOVE "N" TO WS-Bank-Open-Flag
           ELSE
               MOVE "Y" TO WS-Bank-Open-Flag
           END-IF

           OPEN OUTPUT DepositFile
           OPEN OUTPUT CheckFile
           OPEN OUTPUT RegisterReport
           MOVE WS-Run-Date TO PrnRegRunDate
           MOVE WS-Applied-Edition TO PrnRegEdition
           WRITE RegisterLine FROM WS-Register-Heading
             AFTER ADVANCING PAGE
           WRITE RegisterLine FROM WS-Register-Column-Header
             AFTER ADVANCING 2 LINES
           DISPLAY "Withholding from table edition "
             WS-Applied-Edition "."

           PERFORM UNTIL WS-Wants-Quit
               DISPLAY " "
               DISPLAY "(P)ay off-cycle, (V)oid a payslip, (Q)uit: "
                 WITH NO ADVANCING
               ACCEPT WS-Menu-Choice
               EVALUATE TRUE
                   WHEN WS-Wants-Pay PERFORM Pay-Off-Cycle
                   WHEN WS-Wants-Void PERFORM Void-Payslip
                   WHEN WS-Wants-Quit CONTINUE
                   WHEN OTHER
                       DISPLAY "Please choose P, V or Q."
               END-EVALUATE
           END-PERFORM

           MOVE WS-Total-Gross TO PrnTotGross
           MOVE WS-Total-Tax TO PrnTotTax
           MOVE WS-Total-Pension TO PrnTotPension
           MOVE WS-Total-Other TO PrnTotOther
           MOVE WS-Total-Net TO PrnTotNet
           WRITE RegisterLine FROM WS-Register-Totals
             AFTER ADVANCING 2 LINES
           MOVE WS-Payment-Count TO PrnCntPayments
           MOVE WS-Void-Count TO PrnCntVoids
           MOVE WS-Deposit-Count TO PrnCntDeposits
           MOVE WS-Check-Count TO PrnCntChecks
           WRITE RegisterLine FROM WS-Register-Count-Line
             AFTER ADVANCING 1 LINE

           PERFORM Write-Deposit-Trailer

           CLOSE EmployeeFile, YtdMasterFile
           CLOSE DepositFile, CheckFile, RegisterReport
           IF WS-Bank-File-Is-Open
               CLOSE BankFile
           END-IF

           DISPLAY "Off-cycle payments: " WS-Payment-Count
             "  voids: " WS-Void-Count
             " -- output/offcycle-register.txt"
           DISPLAY "Deposits: " WS-Deposit-Count
             "  checks to print: " WS-Check-Count
           STOP RUN.

       Pay-Off-Cycle.
      * A terminated employee can still be paid here -- a final
      * paycheck is the usual reason for an off-cycle check.
           PERFORM Accept-Employee
           IF WS-Work-Employee = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT EM-Still-Employed
               DISPLAY "  Terminated " EM-Term-Date
                 " -- paying as final pay."
           END-IF
           PERFORM Pay-Off-Cycle-Amounts.

       Confirm-And-Pay.
           PERFORM Compute-Bracket-Tax
           IF WS-Pay-Net < ZEROES
               DISPLAY "The deductions come to more than the gross "
                 "-- not paid."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Pay-Gross TO WS-Prn-Gross
           MOVE WS-Pay-Tax TO WS-Prn-Tax
           MOVE WS-Pay-Pension TO WS-Prn-Pension
           MOVE WS-Pay-Other TO WS-Prn-Other
           MOVE WS-Pay-Net TO WS-Prn-Net
           DISPLAY "  Gross " WS-Prn-Gross "  tax " WS-Prn-Tax
             "  pension " WS-Prn-Pension
           DISPLAY "  Other " WS-Prn-Other "  net " WS-Prn-Net
           DISPLAY "Pay " EM-Employee-Id " " EM-Name " now? (Y/N): "
             WITH NO ADVANCING
           ACCEPT WS-Confirm-Reply
           IF NOT WS-Reply-Is-Yes
               DISPLAY "Not paid."
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-Run-Time FROM TIME
           MOVE WS-Run-Time(1:6) TO WS-Pay-Ref
           PERFORM Update-Ytd-Master
           IF NOT WS-Ytd-File-Ok
               DISPLAY "Unable to update YTD for " EM-Employee-Id
                 " -- not paid."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-Pay-Method
           PERFORM Write-Deposit-Detail

           MOVE SPACES TO PayPeriodRecord
           SET QP-Off-Cycle TO TRUE
           MOVE WS-Pay-Ref TO QP-Pay-Ref
           MOVE ZEROES TO QP-Voids-Date
           PERFORM Write-Pay-Period

           MOVE "PAYMENT" TO PrnRegKind
           MOVE WS-Pay-Method TO PrnRegNote
           PERFORM Write-Register-Detail
           ADD 1 TO WS-Payment-Count
           DISPLAY "Paid -- reference " WS-Pay-Ref ", "
             WS-Pay-Method ".".

       Void-Payslip.
           PERFORM Accept-Employee
           IF WS-Work-Employee = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM Load-Employee-Slips
           IF WS-Slip-Count = ZEROES
               DISPLAY "No payslip on file for " WS-Work-Employee "."
               EXIT PARAGRAPH
           END-IF
           IF WS-Slip-Dropped > ZEROES
               DISPLAY "  (only the latest " WS-Slip-Count
                 " payslips are listed)"
           END-IF
           PERFORM List-One-Slip
               VARYING WS-Slip-Idx FROM 1 BY 1
               UNTIL WS-Slip-Idx > WS-Slip-Count

           DISPLAY "Payslip number to void (0 to leave): "
             WITH NO ADVANCING
           ACCEPT WS-Slip-Choice
           IF WS-Slip-Choice = ZEROES
             OR WS-Slip-Choice > WS-Slip-Count
               DISPLAY "Nothing voided."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Slip-Choice TO WS-Slip-Found-Idx
           IF WS-SL-Is-Voided(WS-Slip-Found-Idx)
               DISPLAY "That payslip has already been voided."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Reason -- WA wrong amount, WE wrong employee, "
             "DU duplicate, LC lost check, FP final pay redone: "
             WITH NO ADVANCING
           ACCEPT WS-Void-Reason
           PERFORM UNTIL WS-Void-Reason-Valid
               DISPLAY "Enter WA, WE, DU, LC or FP: "
                 WITH NO ADVANCING
               ACCEPT WS-Void-Reason
           END-PERFORM
           DISPLAY "Void payslip " WS-SL-Run-Date(WS-Slip-Found-Idx)
             " " WS-SL-Source(WS-Slip-Found-Idx) " "
             WS-SL-Ref(WS-Slip-Found-Idx) "? (Y/N): "
             WITH NO ADVANCING
           ACCEPT WS-Confirm-Reply
           IF NOT WS-Reply-Is-Yes
               DISPLAY "Not voided."
               EXIT PARAGRAPH
           END-IF

           PERFORM Post-Void
           IF NOT WS-Ytd-File-Ok
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Reissue a payslip for " EM-Employee-Id
             " now? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-Confirm-Reply
           IF NOT WS-Reply-Is-Yes
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SL-Gross(WS-Slip-Found-Idx) TO WS-Pay-Gross
           MOVE WS-SL-Pension(WS-Slip-Found-Idx) TO WS-Pay-Pension
           MOVE WS-SL-Other(WS-Slip-Found-Idx) TO WS-Pay-Other
           DISPLAY "Same gross and deductions as the voided payslip "
             "(Y/N): " WITH NO ADVANCING
           ACCEPT WS-Confirm-Reply
           IF WS-Reply-Is-Yes
               PERFORM Confirm-And-Pay
           ELSE
               PERFORM Pay-Off-Cycle-Amounts
           END-IF.

       Pay-Off-Cycle-Amounts.
           DISPLAY "Gross pay: " WITH NO ADVANCING
           ACCEPT WS-Entry-Amount
           PERFORM UNTIL WS-Entry-Amount > ZEROES
               DISPLAY "Enter a gross amount above zero: "
                 WITH NO ADVANCING
               ACCEPT WS-Entry-Amount
           END-PERFORM
           MOVE WS-Entry-Amount TO WS-Pay-Gross
           DISPLAY "Pension: " WITH NO ADVANCING
           ACCEPT WS-Entry-Amount
           MOVE WS-Entry-Amount TO WS-Pay-Pension
           DISPLAY "Other deductions: " WITH NO ADVANCING
           ACCEPT WS-Entry-Amount
           MOVE WS-Entry-Amount TO WS-Pay-Other
           PERFORM Confirm-And-Pay.

       Post-Void.
      * The voided payslip's own figures are reversed -- not
      * refigured from today's table -- so YTD comes back exactly.
           COMPUTE WS-Pay-Gross = ZERO - WS-SL-Gross(WS-Slip-Found-Idx)
           COMPUTE WS-Pay-Tax = ZERO - WS-SL-Tax(WS-Slip-Found-Idx)
           COMPUTE WS-Pay-Pension =
             ZERO - WS-SL-Pension(WS-Slip-Found-Idx)
           COMPUTE WS-Pay-Other = ZERO - WS-SL-Other(WS-Slip-Found-Idx)
           COMPUTE WS-Pay-Net = ZERO - WS-SL-Net(WS-Slip-Found-Idx)
           PERFORM Update-Ytd-Master
           IF NOT WS-Ytd-File-Ok
               DISPLAY "Unable to update YTD for " EM-Employee-Id
                 " -- not voided."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PayPeriodRecord
           SET QP-Void TO TRUE
           MOVE SPACES TO QP-Pay-Ref
           MOVE WS-SL-Run-Date(WS-Slip-Found-Idx) TO QP-Voids-Date
           MOVE WS-SL-Source(WS-Slip-Found-Idx) TO QP-Voids-Source
           MOVE WS-SL-Ref(WS-Slip-Found-Idx) TO QP-Voids-Ref
           MOVE WS-Void-Reason TO QP-Void-Reason
           PERFORM Write-Pay-Period

           MOVE "VOID" TO PrnRegKind
           MOVE SPACES TO PrnRegNote
           STRING WS-Void-Reason DELIMITED BY SIZE
             " voids " DELIMITED BY SIZE
             WS-SL-Run-Date(WS-Slip-Found-Idx) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-SL-Source(WS-Slip-Found-Idx) DELIMITED BY SIZE
             INTO PrnRegNote
           END-STRING
           PERFORM Write-Register-Detail
           ADD 1 TO WS-Void-Count
           MOVE "Y" TO WS-SL-Voided-Flag(WS-Slip-Found-Idx)
           DISPLAY "Voided. A deposit already sent for this payslip "
             "must be recalled with the bank.".

       Accept-Employee.
           DISPLAY "Employee id: " WITH NO ADVANCING
           ACCEPT WS-Work-Employee
           IF WS-Work-Employee = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Work-Employee TO EM-Employee-Id
           READ EmployeeFile
               INVALID KEY
                   DISPLAY "Employee " WS-Work-Employee
                     " is not on the employee master."
                   MOVE SPACES TO WS-Work-Employee
                   EXIT PARAGRAPH
           END-READ
           DISPLAY EM-Employee-Id "  " EM-Name "  " EM-Department.

       Load-Employee-Slips.
      * Every payslip the employee has been issued, regular or
      * off-cycle, from the pay-period file; a void further down
      * the file marks the payslip it reversed. Past fifty, the
      * oldest drop off the list.
           MOVE ZEROES TO WS-Slip-Count, WS-Slip-Dropped
           MOVE "N" TO WS-Pay-Period-EOF
           OPEN INPUT PayPeriodFile
           IF NOT WS-Pay-Period-Ok
               EXIT PARAGRAPH
           END-IF
           READ PayPeriodFile
               AT END SET WS-Pay-Period-Done TO TRUE
           END-READ
           PERFORM Load-One-Slip UNTIL WS-Pay-Period-Done
           CLOSE PayPeriodFile.

       Load-One-Slip.
           IF QP-Employee-Id = WS-Work-Employee
               IF QP-Void
                   PERFORM Mark-Voided-Slip
                       VARYING WS-Slip-Idx FROM 1 BY 1
                       UNTIL WS-Slip-Idx > WS-Slip-Count
               ELSE
                   PERFORM Add-One-Slip
               END-IF
           END-IF
           READ PayPeriodFile
               AT END SET WS-Pay-Period-Done TO TRUE
           END-READ.

       Add-One-Slip.
           IF WS-Slip-Count = 50
               PERFORM Drop-Oldest-Slip
                   VARYING WS-Slip-Idx FROM 1 BY 1
                   UNTIL WS-Slip-Idx >= WS-Slip-Count
               ADD 1 TO WS-Slip-Dropped
           ELSE
               ADD 1 TO WS-Slip-Count
           END-IF
           MOVE QP-Run-Date TO WS-SL-Run-Date(WS-Slip-Count)
           MOVE QP-Source TO WS-SL-Source(WS-Slip-Count)
           MOVE QP-Pay-Ref TO WS-SL-Ref(WS-Slip-Count)
           MOVE QP-Gross TO WS-SL-Gross(WS-Slip-Count)
           MOVE QP-Taxable TO WS-SL-Taxable(WS-Slip-Count)
           MOVE QP-Tax TO WS-SL-Tax(WS-Slip-Count)
           MOVE QP-Pension TO WS-SL-Pension(WS-Slip-Count)
           MOVE QP-Other-Ded TO WS-SL-Other(WS-Slip-Count)
           MOVE QP-Net TO WS-SL-Net(WS-Slip-Count)
           MOVE "N" TO WS-SL-Voided-Flag(WS-Slip-Count).

       Drop-Oldest-Slip.
           MOVE WS-Slip-Entry(WS-Slip-Idx + 1)
             TO WS-Slip-Entry(WS-Slip-Idx).

       Mark-Voided-Slip.
           IF WS-SL-Run-Date(WS-Slip-Idx) = QP-Voids-Date
             AND WS-SL-Source(WS-Slip-Idx) = QP-Voids-Source
             AND WS-SL-Ref(WS-Slip-Idx) = QP-Voids-Ref
               MOVE "Y" TO WS-SL-Voided-Flag(WS-Slip-Idx)
           END-IF.

       List-One-Slip.
           MOVE WS-Slip-Idx TO WS-Prn-Slip-No
           IF WS-SL-Source(WS-Slip-Idx) = "O"
               MOVE "OFF-CYCLE" TO WS-Prn-Kind
           ELSE
               MOVE "REGULAR" TO WS-Prn-Kind
           END-IF
           IF WS-SL-Is-Voided(WS-Slip-Idx)
               MOVE "VOIDED" TO WS-Prn-Voided
           ELSE
               MOVE SPACES TO WS-Prn-Voided
           END-IF
           MOVE WS-SL-Gross(WS-Slip-Idx) TO WS-Prn-Gross
           MOVE WS-SL-Net(WS-Slip-Idx) TO WS-Prn-Net
           DISPLAY WS-Prn-Slip-No ". " WS-SL-Run-Date(WS-Slip-Idx)
             " " WS-Prn-Kind " " WS-SL-Ref(WS-Slip-Idx)
             "  gross " WS-Prn-Gross "  net " WS-Prn-Net
             "  " WS-Prn-Voided.

       Update-Ytd-Master.
      * Leaves the YTD file status set for the caller: a void of
      * pay with no YTD record behind it is refused.
           MOVE EM-Employee-Id TO YTD-Employee-Id
           READ YtdMasterFile
               KEY IS YTD-Employee-Id
               INVALID KEY
                   IF WS-Pay-Gross < ZEROES
                       EXIT PARAGRAPH
                   END-IF
                   MOVE EM-Employee-Id TO YTD-Employee-Id
                   MOVE WS-Pay-Gross TO YTD-Gross
                   MOVE WS-Pay-Tax TO YTD-Tax
                   MOVE WS-Pay-Pension TO YTD-Pension
                   MOVE WS-Pay-Other TO YTD-Other-Ded
                   MOVE WS-Pay-Net TO YTD-Net
                   WRITE YtdRecord
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-Pay-Gross TO YTD-Gross
                   ADD WS-Pay-Tax TO YTD-Tax
                   ADD WS-Pay-Pension TO YTD-Pension
                   ADD WS-Pay-Other TO YTD-Other-Ded
                   ADD WS-Pay-Net TO YTD-Net
                   REWRITE YtdRecord
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.

       Write-Pay-Period.
           OPEN EXTEND PayPeriodFile
           IF WS-Pay-Period-Missing
               OPEN OUTPUT PayPeriodFile
           END-IF
           MOVE WS-Run-Date TO QP-Run-Date
           MOVE EM-Employee-Id TO QP-Employee-Id
           MOVE WS-Pay-Gross TO QP-Gross
           COMPUTE QP-Taxable = WS-Pay-Gross - WS-Pay-Pension
           MOVE WS-Pay-Tax TO QP-Tax
           MOVE WS-Pay-Pension TO QP-Pension
           MOVE WS-Pay-Other TO QP-Other-Ded
           MOVE WS-Pay-Net TO QP-Net
           WRITE PayPeriodRecord
           CLOSE PayPeriodFile.

       Write-Register-Detail.
           MOVE EM-Employee-Id TO PrnRegEmployee
           MOVE EM-Name TO PrnRegName
           MOVE WS-Pay-Gross TO PrnRegGross
           MOVE WS-Pay-Tax TO PrnRegTax
           MOVE WS-Pay-Pension TO PrnRegPension
           MOVE WS-Pay-Other TO PrnRegOther
           MOVE WS-Pay-Net TO PrnRegNet
           WRITE RegisterLine FROM WS-Register-Detail
             AFTER ADVANCING 1 LINE
           ADD WS-Pay-Gross TO WS-Total-Gross
           ADD WS-Pay-Tax TO WS-Total-Tax
           ADD WS-Pay-Pension TO WS-Total-Pension
           ADD WS-Pay-Other TO WS-Total-Other
           ADD WS-Pay-Net TO WS-Total-Net.

       Write-Deposit-Detail.
      * As in the Payroll run: the split percent of net to the
      * bank, the rest by check.
           IF WS-Bank-File-Is-Open
               MOVE EM-Employee-Id TO BD-Employee-Id
               READ BankFile
                   INVALID KEY CONTINUE
               END-READ
           END-IF

           IF WS-Bank-File-Is-Open AND WS-Bank-File-Ok
               COMPUTE WS-Deposit-Amount ROUNDED =
                 (WS-Pay-Net * BD-Split-Pct) / 100
               MOVE SPACES TO DepositRec
               MOVE "D" TO DEP-Record-Type
               MOVE EM-Employee-Id TO DEP-Employee-Id
               MOVE BD-Routing-No TO DEP-Routing-No
               MOVE BD-Account-No TO DEP-Account-No
               MOVE WS-Deposit-Amount TO DEP-Amount
               WRITE DepositRec
               ADD 1 TO WS-Deposit-Count
               ADD WS-Deposit-Amount TO WS-Deposit-Total
               MOVE "DEPOSIT" TO WS-Pay-Method
               IF BD-Split-Pct < 100
                   COMPUTE WS-Prn-Amount =
                     WS-Pay-Net - WS-Deposit-Amount
                   PERFORM Write-Check-Line
                   MOVE "DEPOSIT AND CHECK" TO WS-Pay-Method
               END-IF
           ELSE
               MOVE ZEROES TO WS-Deposit-Amount
               MOVE WS-Pay-Net TO WS-Prn-Amount
               PERFORM Write-Check-Line
               MOVE "CHECK" TO WS-Pay-Method
           END-IF.

       Write-Check-Line.
           MOVE EM-Employee-Id TO PrnChkEmployee
           MOVE EM-Name TO PrnChkName
           MOVE WS-Prn-Amount TO PrnChkAmount
           WRITE CheckLine FROM WS-Check-Detail
           ADD 1 TO WS-Check-Count
           COMPUTE WS-Check-Total =
             WS-Check-Total + WS-Pay-Net - WS-Deposit-Amount.

       Write-Deposit-Trailer.
           MOVE SPACES TO DepositRec
           MOVE "T" TO TRL-Record-Type
           MOVE WS-Deposit-Count TO TRL-Detail-Count
           MOVE WS-Deposit-Total TO TRL-Amount-Total
           WRITE DepositRec.

       Load-Tax-Table.
      * The same edition the Payroll run would choose today: the
      * newest effective date on or before the run date.
           MOVE "N" TO WS-Tax-Table-EOF
           OPEN INPUT TaxTableFile
           IF NOT WS-Tax-Table-Ok
               EXIT PARAGRAPH
           END-IF
           READ TaxTableFile
               AT END MOVE "Y" TO WS-Tax-Table-EOF
           END-READ
           PERFORM Find-Best-Edition UNTIL WS-Tax-Table-Done
           CLOSE TaxTableFile
           IF WS-Best-Effective = ZEROES
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-Tax-Table-EOF
           OPEN INPUT TaxTableFile
           READ TaxTableFile
               AT END MOVE "Y" TO WS-Tax-Table-EOF
           END-READ
           PERFORM Load-One-Bracket UNTIL WS-Tax-Table-Done
           CLOSE TaxTableFile

           IF WS-Bracket-Count > ZEROES
               PERFORM Sort-Brackets
                   VARYING WS-Sort-Idx FROM 1 BY 1
                   UNTIL WS-Sort-Idx >= WS-Bracket-Count
               MOVE "Y" TO WS-Table-Loaded-Flag
           END-IF.

       Find-Best-Edition.
           IF TT-Effective-Date <= WS-Run-Date
             AND TT-Effective-Date > WS-Best-Effective
               MOVE TT-Effective-Date TO WS-Best-Effective
               MOVE TT-Edition TO WS-Applied-Edition
           END-IF
           READ TaxTableFile
               AT END MOVE "Y" TO WS-Tax-Table-EOF
           END-READ.

       Load-One-Bracket.
           IF TT-Effective-Date = WS-Best-Effective
             AND WS-Bracket-Count < 10
               ADD 1 TO WS-Bracket-Count
               MOVE TT-Bracket-Floor
                 TO WS-Bracket-Floor(WS-Bracket-Count)
               MOVE TT-Rate-Pct
                 TO WS-Bracket-Rate(WS-Bracket-Count)
           END-IF
           READ TaxTableFile
               AT END MOVE "Y" TO WS-Tax-Table-EOF
           END-READ.

       Sort-Brackets.
           PERFORM Sort-One-Bracket
               VARYING WS-Bracket-Idx FROM 1 BY 1
               UNTIL WS-Bracket-Idx >= WS-Bracket-Count.

       Sort-One-Bracket.
           IF WS-Bracket-Floor(WS-Bracket-Idx) >
              WS-Bracket-Floor(WS-Bracket-Idx + 1)
               MOVE WS-Bracket-Floor(WS-Bracket-Idx) TO WS-Swap-Floor
               MOVE WS-Bracket-Rate(WS-Bracket-Idx) TO WS-Swap-Rate
               MOVE WS-Bracket-Floor(WS-Bracket-Idx + 1)
                 TO WS-Bracket-Floor(WS-Bracket-Idx)
               MOVE WS-Bracket-Rate(WS-Bracket-Idx + 1)
                 TO WS-Bracket-Rate(WS-Bracket-Idx)
               MOVE WS-Swap-Floor
                 TO WS-Bracket-Floor(WS-Bracket-Idx + 1)
               MOVE WS-Swap-Rate
                 TO WS-Bracket-Rate(WS-Bracket-Idx + 1)
           END-IF.

       Compute-Bracket-Tax.
      * Marginal brackets, as the Payroll run works them: each slice
      * of gross between one bracket floor and the next is taxed at
      * that bracket's rate.
           MOVE ZEROES TO WS-Computed-Tax
           PERFORM Tax-One-Bracket
               VARYING WS-Bracket-Idx FROM 1 BY 1
               UNTIL WS-Bracket-Idx > WS-Bracket-Count
           MOVE WS-Computed-Tax TO WS-Pay-Tax
           COMPUTE WS-Pay-Net =
             WS-Pay-Gross - WS-Pay-Tax - WS-Pay-Pension - WS-Pay-Other.

       Tax-One-Bracket.
           IF WS-Pay-Gross <= WS-Bracket-Floor(WS-Bracket-Idx)
               EXIT PARAGRAPH
           END-IF
           IF WS-Bracket-Idx < WS-Bracket-Count
               MOVE WS-Bracket-Floor(WS-Bracket-Idx + 1)
                 TO WS-Bracket-Ceiling
           ELSE
               MOVE 999999.99 TO WS-Bracket-Ceiling
           END-IF
           IF WS-Pay-Gross < WS-Bracket-Ceiling
               COMPUTE WS-Taxable-Slice =
                 WS-Pay-Gross - WS-Bracket-Floor(WS-Bracket-Idx)
           ELSE
               COMPUTE WS-Taxable-Slice =
                 WS-Bracket-Ceiling
                 - WS-Bracket-Floor(WS-Bracket-Idx)
           END-IF
           COMPUTE WS-Computed-Tax ROUNDED =
             WS-Computed-Tax
             + (WS-Taxable-Slice
                * WS-Bracket-Rate(WS-Bracket-Idx)) / 100.
