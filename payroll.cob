      *                payslip shows which table edition applied.
      *                January rate changes are a data update now,
      *                not a program edit.
      * 2026-10-15 JG  Gross pay now comes from the gross-pay input
      *                the timesheet run makes up (data/gross-pay.dat:
      *                hours worked, salaried standing amounts and
      *                TeachLoad's teaching pay) instead of the figure
      *                keyed on the payslip file, which now supplies
      *                only the deductions. An employee held for a
      *                timesheet exception, or with no gross-pay line
      *                at all, is held out of the run; one with gross
      *                pay but no payslip record is paid with no
      *                keyed deductions. Every employee is listed on
      *                the gross reconciliation, timesheet gross
      *                against payslip gross.
      * 2026-10-15 JG  Employee master: every employee paid is checked
      *                against data/employees.dat (EmpMaint). One not
      *                on the master, or terminated on or before the
      *                run date, is held out of the run and listed on
      *                the gross reconciliation. The payslip heading
      *                and the register now show the employee's name
      *                and department from the master.
      * 2026-10-15 JG  Paid time off: the payslip prints the vacation
      *                and sick balances standing in
      *                data/pto-balances.dat after the timesheet run
      *                posted them, and PTO pay lines in the gross-pay
      *                input show on the reconciliation as PTO.
      * 2026-10-15 JG  Labor cost for the GL: the employer's share of
      *                payroll taxes is figured from the rates in
      *                data/employer-tax.dat (the edition with the
      *                latest effective date on or before the run
      *                date), and the run appends one line per
      *                department to data/labor-cost.dat -- gross,
      *                tax withheld, employer tax, pension, other
      *                deductions, net and direct deposits -- for
      *                GlExport to journal that night.
      * 2026-10-15 JG  Quarterly returns: every employee paid is also
      *                appended to data/payroll-quarter.dat with the
      *                run date -- gross, taxable wages, each
      *                deduction and net -- so QtrTax can rebuild the
      *                quarter pay period by pay period.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             "output/deposit-transmittal.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GrossPayFile ASSIGN TO "data/gross-pay.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Gross-File-Status.

           SELECT ReconReport ASSIGN TO
             "output/gross-reconciliation.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EmployeeFile ASSIGN TO "data/employees.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EM-Employee-Id
             FILE STATUS IS WS-Employee-File-Status.

           SELECT EmployerTaxFile ASSIGN TO "data/employer-tax.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Employer-Tax-Status.

           SELECT LaborCostFile ASSIGN TO "data/labor-cost.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Labor-Cost-Status.

           SELECT PayPeriodFile ASSIGN TO "data/payroll-quarter.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Pay-Period-Status.

           SELECT PtoBalanceFile ASSIGN TO "data/pto-balances.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PB-Employee-Id
             FILE STATUS IS WS-Pto-Balance-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PayslipFile.
       01  PayslipLine PIC X(80).

       FD  RegisterReport.
       01  RegisterLine PIC X(120).

       FD  TaxTableFile.
       01  TaxTableRecord.
       FD  TransmittalReport.
       01  TransmittalLine PIC X(70).

       FD  GrossPayFile.
           COPY GROSSPAY.

       FD  ReconReport.
       01  ReconLine PIC X(90).

       FD  EmployeeFile.
           COPY EMPREC.

       FD  PtoBalanceFile.
           COPY PTOBAL.

       FD  EmployerTaxFile.
       01  EmployerTaxRecord.
           05  ET-Effective-Date PIC 9(8).
           05  FILLER PIC X.
           05  ET-Rate-Pct PIC 99V999.
           05  FILLER PIC X.
           05  ET-Description PIC X(20).

       FD  LaborCostFile.
           COPY LABORCST.

       FD  PayPeriodFile.
           COPY PAYQTD.

       WORKING-STORAGE SECTION.
       01  WS-Payslip-File-Status PIC XX VALUE SPACES.
           88  WS-Payslip-File-Ok VALUE "00".
       01  WS-Payslip-Heading.
           05  FILLER PIC X(10) VALUE "Payslip - ".
           05  PrnSlipEmployee PIC X(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PrnSlipName PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PrnSlipDepartment PIC X(10).

       01  WS-Payslip-Money-Line.
           05  PrnSlipLabel PIC X(14).
       01  WS-Register-Heading PIC X(40) VALUE
           "Payroll Register".

       01  WS-Register-Column-Header.
           05  FILLER PIC X(8) VALUE "Employee".
           05  FILLER PIC X(21) VALUE "  Name".
           05  FILLER PIC X(13) VALUE "Dept".
           05  FILLER PIC X(48) VALUE
               "Gross       Tax        Pension    Other      Net".

       01  WS-Register-Detail.
           05  PrnRegEmployee PIC X(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PrnRegName PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  PrnRegDepartment PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  PrnRegGross PIC ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnRegTax PIC ZZZ,ZZ9.99-.
       01  WS-Taxable-Slice PIC S9(6)V99 VALUE ZEROES.
       01  WS-Bracket-Ceiling PIC 9(6)V99 VALUE ZEROES.

       01  WS-Pto-Balance-Status PIC XX VALUE SPACES.
           88  WS-Pto-Balance-Ok VALUE "00".
           88  WS-Pto-Balance-Missing VALUE "35".

       01  WS-Employer-Tax-Status PIC XX VALUE SPACES.
           88  WS-Employer-Tax-Ok VALUE "00".
       01  WS-Employer-Tax-EOF PIC X VALUE "N".
           88  WS-Employer-Tax-Done VALUE "Y".
       01  WS-Employer-Effective PIC 9(8) VALUE ZEROES.
       01  WS-Employer-Rate-Pct PIC 99V999 VALUE ZEROES.
       01  WS-Employer-Tax PIC 9(6)V99 VALUE ZEROES.
       01  WS-Total-Employer-Tax PIC 9(8)V99 VALUE ZEROES.
       01  WS-Prn-Employer-Tax PIC ZZ,ZZZ,ZZ9.99.
       01  WS-Employee-Deposit PIC 9(8)V99 VALUE ZEROES.

       01  WS-Labor-Cost-Status PIC XX VALUE SPACES.
           88  WS-Labor-Cost-Missing VALUE "35".
       01  WS-Pay-Period-Status PIC XX VALUE SPACES.
           88  WS-Pay-Period-Missing VALUE "35".

       01  WS-Dept-Count PIC 99 VALUE ZEROES.
       01  WS-Dept-Table.
           05  WS-Dept-Entry OCCURS 30 TIMES.
               10  WS-DT-Department PIC X(10).
               10  WS-DT-Gross PIC 9(7)V99.
               10  WS-DT-Employee-Tax PIC 9(7)V99.
               10  WS-DT-Employer-Tax PIC 9(7)V99.
               10  WS-DT-Pension PIC 9(7)V99.
               10  WS-DT-Other-Ded PIC 9(7)V99.
               10  WS-DT-Net-Pay PIC 9(7)V99.
               10  WS-DT-Deposits PIC 9(7)V99.
       01  WS-Dept-Idx PIC 99 VALUE ZEROES.
       01  WS-Dept-Found-Idx PIC 99 VALUE ZEROES.

       01  WS-Payslip-Pto-Line.
           05  FILLER PIC X(22) VALUE "PTO balance  vacation ".
           05  PrnSlipVacation PIC ZZZ9.99.
           05  FILLER PIC X(11) VALUE " hrs  sick ".
           05  PrnSlipSick PIC ZZZ9.99.
           05  FILLER PIC X(4) VALUE " hrs".

       01  WS-Payslip-Edition-Line.
           05  FILLER PIC X(21) VALUE "Tax table edition    ".
           05  PrnSlipEdition PIC X(8).
           05  FILLER PIC X(11) VALUE "  total $  ".
           05  PrnTrmCheckTotal PIC ZZ,ZZZ,ZZ9.99.

       01  WS-Gross-File-Status PIC XX VALUE SPACES.
           88  WS-Gross-File-Ok VALUE "00".
       01  WS-Gross-EOF PIC X VALUE "N".
           88  WS-Gross-Done VALUE "Y".

       01  WS-Gross-Count PIC 9(3) VALUE ZEROES.
       01  WS-Gross-Table.
           05  WS-Gross-Entry OCCURS 300 TIMES.
               10  WS-GT-Employee-Id PIC X(6).
               10  WS-GT-Source PIC X.
               10  WS-GT-Gross PIC 9(6)V99.
               10  WS-GT-Held-Flag PIC X.
                   88  WS-GT-Is-Held VALUE "Y".
               10  WS-GT-Hold-Reason PIC X(30).
               10  WS-GT-Used-Flag PIC X.
                   88  WS-GT-Is-Used VALUE "Y".
       01  WS-Gross-Idx PIC 9(3) VALUE ZEROES.
       01  WS-Gross-Found-Idx PIC 9(3) VALUE ZEROES.
       01  WS-Gross-Wanted-Id PIC X(6) VALUE SPACES.

       01  WS-Held-Flag PIC X VALUE "N".
           88  WS-Employee-Is-Held VALUE "Y".
       01  WS-Held-Count PIC 9(5) VALUE ZEROES.
       01  WS-Keyed-Gross PIC S9(6)V99 VALUE ZEROES.

       01  WS-Employee-File-Status PIC XX VALUE SPACES.
           88  WS-Employee-File-Ok VALUE "00".
       01  WS-Master-Hold-Reason PIC X(26) VALUE SPACES.
       01  WS-Prn-Term-Date PIC 9(8) VALUE ZEROES.

       01  WS-Recon-Heading PIC X(60) VALUE
           "Gross Pay Reconciliation -- timesheet against payslip".

       01  WS-Recon-Column-Header.
           05  FILLER PIC X(8) VALUE "Employee".
           05  FILLER PIC X(11) VALUE " Source".
           05  FILLER PIC X(12) VALUE "  Timesheet".
           05  FILLER PIC X(12) VALUE "    Payslip".
           05  FILLER PIC X(13) VALUE "  Difference".
           05  FILLER PIC X(6) VALUE "Action".

       01  WS-Recon-Detail.
           05  PrnRecEmployee PIC X(6).
           05  FILLER PIC X(3) VALUE SPACES.
           05  PrnRecSource PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PrnRecFeedGross PIC ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PrnRecKeyedGross PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PrnRecDifference PIC ZZZ,ZZ9.99-.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PrnRecAction PIC X(34).

       01  WS-Recon-Totals.
           05  FILLER PIC X(15) VALUE "Employees paid ".
           05  PrnRecPaid PIC ZZZZ9.
           05  FILLER PIC X(15) VALUE "   held out    ".
           05  PrnRecHeld PIC ZZZZ9.

       01  WS-Register-Totals.
           05  FILLER PIC X(40) VALUE "Totals  ".
           05  PrnTotGross PIC ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnTotTax PIC ZZZ,ZZ9.99-.
           DISPLAY "Withholding from table edition "
             WS-Applied-Edition "."

           PERFORM Load-Employer-Tax
           IF WS-Employer-Effective = ZEROES
               DISPLAY "No employer tax rates in effect -- labor "
                 "cost carries no employer tax."
           END-IF

           PERFORM Load-Gross-Pay
           IF NOT WS-Gross-File-Ok
               DISPLAY "Gross-pay input data/gross-pay.dat not "
                 "found -- make the timesheet run first."
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

           OPEN INPUT PtoBalanceFile

           OPEN INPUT PayslipFile
           IF NOT WS-Payslip-File-Ok
               DISPLAY "Payslip file data/payslip.dat not found."
               OPEN I-O YtdMasterFile
           END-IF

           OPEN EXTEND PayPeriodFile
           IF WS-Pay-Period-Missing
               OPEN OUTPUT PayPeriodFile
           END-IF

           OPEN OUTPUT PayslipReport
           OPEN OUTPUT RegisterReport

           END-IF
           OPEN OUTPUT DepositFile
           OPEN OUTPUT CheckExceptionFile
           OPEN OUTPUT ReconReport
           WRITE ReconLine FROM WS-Recon-Heading
             AFTER ADVANCING PAGE
           WRITE ReconLine FROM WS-Recon-Column-Header
             AFTER ADVANCING 2 LINES

           WRITE RegisterLine FROM WS-Register-Heading
             AFTER ADVANCING PAGE
           END-READ

           PERFORM Process-One-Employee UNTIL WS-Payslip-Done
           PERFORM Pay-Unmatched-Gross
               VARYING WS-Gross-Idx FROM 1 BY 1
               UNTIL WS-Gross-Idx > WS-Gross-Count

           MOVE WS-Employee-Count TO PrnRecPaid
           MOVE WS-Held-Count TO PrnRecHeld
           WRITE ReconLine FROM WS-Recon-Totals
             AFTER ADVANCING 2 LINES

           MOVE WS-Total-Gross TO PrnTotGross
           MOVE WS-Total-Tax TO PrnTotTax
             AFTER ADVANCING 2 LINES

           PERFORM Write-Deposit-Trailer
           PERFORM Write-Labor-Cost

           CLOSE PayslipFile, YtdMasterFile
           CLOSE PayslipReport, RegisterReport
           CLOSE DepositFile, CheckExceptionFile
           CLOSE ReconReport, EmployeeFile, PayPeriodFile
           IF NOT WS-Pto-Balance-Missing
               CLOSE PtoBalanceFile
           END-IF
           IF WS-Bank-File-Is-Open
               CLOSE BankFile
           END-IF
           PERFORM Print-Transmittal-Register

           DISPLAY "Employees paid: " WS-Employee-Count
           IF WS-Held-Count > ZEROES
               DISPLAY "Employees held out: " WS-Held-Count
                 " -- see output/gross-reconciliation.txt"
           END-IF
           MOVE WS-Total-Employer-Tax TO WS-Prn-Employer-Tax
           DISPLAY "Employer tax: " WS-Prn-Employer-Tax
             "  labor cost by department in data/labor-cost.dat"
           DISPLAY "Direct deposits: " WS-Deposit-Count
             "  checks to print: " WS-Check-Count
           STOP RUN.

       Process-One-Employee.
           PERFORM Apply-Gross-Pay
           IF WS-Employee-Is-Held
               ADD 1 TO WS-Held-Count
           ELSE
               PERFORM Pay-One-Employee
           END-IF

           READ PayslipFile
               AT END SET WS-Payslip-Done TO TRUE
           END-READ.

       Apply-Gross-Pay.
      * The payslip's keyed gross gives way to the gross-pay input;
      * nobody is paid without a line there.
           MOVE "N" TO WS-Held-Flag
           MOVE PR-Gross-Pay TO WS-Keyed-Gross
           MOVE PR-Employee-Id TO WS-Gross-Wanted-Id
           PERFORM Find-Gross-Entry
           MOVE PR-Employee-Id TO PrnRecEmployee
           MOVE WS-Keyed-Gross TO PrnRecKeyedGross
           IF WS-Gross-Found-Idx = ZEROES
               MOVE "Y" TO WS-Held-Flag
               MOVE "NONE" TO PrnRecSource
               MOVE ZEROES TO PrnRecFeedGross
               COMPUTE PrnRecDifference = ZERO - WS-Keyed-Gross
               MOVE "HELD -- NO TIMESHEET OR SALARY"
                 TO PrnRecAction
               WRITE ReconLine FROM WS-Recon-Detail
                 AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-GT-Used-Flag(WS-Gross-Found-Idx)
           PERFORM Set-Recon-Source
           PERFORM Check-Employee-Master
           MOVE WS-GT-Gross(WS-Gross-Found-Idx) TO PrnRecFeedGross
           COMPUTE PrnRecDifference =
             WS-GT-Gross(WS-Gross-Found-Idx) - WS-Keyed-Gross
           EVALUATE TRUE
               WHEN WS-GT-Is-Held(WS-Gross-Found-Idx)
                   MOVE "Y" TO WS-Held-Flag
                   MOVE SPACES TO PrnRecAction
                   STRING "HELD -- " DELIMITED BY SIZE
                     WS-GT-Hold-Reason(WS-Gross-Found-Idx)
                       DELIMITED BY SIZE
                     INTO PrnRecAction
                   END-STRING
               WHEN WS-Master-Hold-Reason NOT = SPACES
                   MOVE "Y" TO WS-Held-Flag
                   MOVE SPACES TO PrnRecAction
                   STRING "HELD -- " DELIMITED BY SIZE
                     WS-Master-Hold-Reason DELIMITED BY SIZE
                     INTO PrnRecAction
                   END-STRING
               WHEN OTHER
                   MOVE WS-GT-Gross(WS-Gross-Found-Idx)
                     TO PR-Gross-Pay
                   MOVE "PAID" TO PrnRecAction
           END-EVALUATE
           WRITE ReconLine FROM WS-Recon-Detail
             AFTER ADVANCING 1 LINE.

       Pay-Unmatched-Gross.
      * Gross pay with no payslip record: paid with no keyed
      * deductions, or listed if it is held.
           IF WS-GT-Is-Used(WS-Gross-Idx)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Gross-Idx TO WS-Gross-Found-Idx
           MOVE WS-GT-Employee-Id(WS-Gross-Idx) TO PrnRecEmployee
           MOVE WS-GT-Employee-Id(WS-Gross-Idx) TO WS-Gross-Wanted-Id
           PERFORM Set-Recon-Source
           PERFORM Check-Employee-Master
           MOVE WS-GT-Gross(WS-Gross-Idx) TO PrnRecFeedGross
           MOVE ZEROES TO PrnRecKeyedGross
           MOVE WS-GT-Gross(WS-Gross-Idx) TO PrnRecDifference
           IF WS-GT-Is-Held(WS-Gross-Idx)
               ADD 1 TO WS-Held-Count
               MOVE SPACES TO PrnRecAction
               STRING "HELD -- " DELIMITED BY SIZE
                 WS-GT-Hold-Reason(WS-Gross-Idx) DELIMITED BY SIZE
                 INTO PrnRecAction
               END-STRING
               WRITE ReconLine FROM WS-Recon-Detail
                 AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-Master-Hold-Reason NOT = SPACES
               ADD 1 TO WS-Held-Count
               MOVE SPACES TO PrnRecAction
               STRING "HELD -- " DELIMITED BY SIZE
                 WS-Master-Hold-Reason DELIMITED BY SIZE
                 INTO PrnRecAction
               END-STRING
               WRITE ReconLine FROM WS-Recon-Detail
                 AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "PAID -- NO PAYSLIP DEDUCTIONS" TO PrnRecAction
           WRITE ReconLine FROM WS-Recon-Detail
             AFTER ADVANCING 1 LINE
           MOVE WS-GT-Employee-Id(WS-Gross-Idx) TO PR-Employee-Id
           MOVE WS-GT-Gross(WS-Gross-Idx) TO PR-Gross-Pay
           MOVE ZEROES TO PR-Tax, PR-Pension, PR-Other-Ded
           PERFORM Pay-One-Employee.

       Check-Employee-Master.
      * Leaves the employee's master record in EmployeeRecord for the
      * payslip and register. A termination dated after the run
      * date is notice given, and the employee is still paid.
           MOVE SPACES TO WS-Master-Hold-Reason
           MOVE WS-Gross-Wanted-Id TO EM-Employee-Id
           READ EmployeeFile
               INVALID KEY
                   MOVE "NOT ON EMPLOYEE MASTER"
                     TO WS-Master-Hold-Reason
                   MOVE SPACES TO EM-Name, EM-Department
                   EXIT PARAGRAPH
           END-READ
           IF NOT EM-Still-Employed
             AND EM-Term-Date <= WS-Run-Date
               MOVE EM-Term-Date TO WS-Prn-Term-Date
               STRING "TERMINATED " DELIMITED BY SIZE
                 WS-Prn-Term-Date DELIMITED BY SIZE
                 INTO WS-Master-Hold-Reason
               END-STRING
           END-IF.

       Set-Recon-Source.
           EVALUATE WS-GT-Source(WS-Gross-Found-Idx)
               WHEN "H" MOVE "HOURLY" TO PrnRecSource
               WHEN "S" MOVE "SALARIED" TO PrnRecSource
               WHEN "T" MOVE "TEACHING" TO PrnRecSource
               WHEN "P" MOVE "PTO" TO PrnRecSource
               WHEN "M" MOVE "MIXED" TO PrnRecSource
               WHEN OTHER MOVE "HELD" TO PrnRecSource
           END-EVALUATE.

       Load-Gross-Pay.
      * An employee may have more than one gross-pay line (hours
      * and teaching pay, say); they are added together, and one
      * held line holds the lot.
           OPEN INPUT GrossPayFile
           IF NOT WS-Gross-File-Ok
               EXIT PARAGRAPH
           END-IF
           READ GrossPayFile
               AT END SET WS-Gross-Done TO TRUE
           END-READ
           PERFORM Load-One-Gross-Line UNTIL WS-Gross-Done
           CLOSE GrossPayFile.

       Load-One-Gross-Line.
           MOVE GP-Employee-Id TO WS-Gross-Wanted-Id
           PERFORM Find-Gross-Entry
           IF WS-Gross-Found-Idx = ZEROES AND WS-Gross-Count < 300
               ADD 1 TO WS-Gross-Count
               MOVE WS-Gross-Count TO WS-Gross-Found-Idx
               MOVE GP-Employee-Id
                 TO WS-GT-Employee-Id(WS-Gross-Found-Idx)
               MOVE SPACE TO WS-GT-Source(WS-Gross-Found-Idx)
               MOVE ZEROES TO WS-GT-Gross(WS-Gross-Found-Idx)
               MOVE "N" TO WS-GT-Held-Flag(WS-Gross-Found-Idx)
               MOVE SPACES TO WS-GT-Hold-Reason(WS-Gross-Found-Idx)
               MOVE "N" TO WS-GT-Used-Flag(WS-Gross-Found-Idx)
           END-IF
           IF WS-Gross-Found-Idx > ZEROES
               IF GP-Held
                   MOVE "Y" TO WS-GT-Held-Flag(WS-Gross-Found-Idx)
                   MOVE GP-Hold-Reason
                     TO WS-GT-Hold-Reason(WS-Gross-Found-Idx)
               ELSE
                   ADD GP-Gross-Pay TO WS-GT-Gross(WS-Gross-Found-Idx)
                   IF WS-GT-Source(WS-Gross-Found-Idx) = SPACE
                       MOVE GP-Pay-Source
                         TO WS-GT-Source(WS-Gross-Found-Idx)
                   ELSE
                       IF WS-GT-Source(WS-Gross-Found-Idx)
                          NOT = GP-Pay-Source
                           MOVE "M"
                             TO WS-GT-Source(WS-Gross-Found-Idx)
                       END-IF
                   END-IF
               END-IF
           END-IF
           READ GrossPayFile
               AT END SET WS-Gross-Done TO TRUE
           END-READ.

       Find-Gross-Entry.
           MOVE ZEROES TO WS-Gross-Found-Idx
           PERFORM Check-One-Gross-Entry
               VARYING WS-Gross-Idx FROM 1 BY 1
               UNTIL WS-Gross-Idx > WS-Gross-Count
                 OR WS-Gross-Found-Idx > ZEROES.

       Check-One-Gross-Entry.
           IF WS-GT-Employee-Id(WS-Gross-Idx) = WS-Gross-Wanted-Id
               MOVE WS-Gross-Idx TO WS-Gross-Found-Idx
           END-IF.

       Pay-One-Employee.
           PERFORM Compute-Bracket-Tax
           PERFORM Update-Ytd-Master
           PERFORM Print-One-Payslip
           PERFORM Write-Register-Detail
           PERFORM Write-Deposit-Detail
           PERFORM Add-Labor-Cost
           PERFORM Write-Pay-Period

           ADD PR-Gross-Pay TO WS-Total-Gross
           ADD PR-Tax TO WS-Total-Tax
           ADD PR-Pension TO WS-Total-Pension
           ADD PR-Other-Ded TO WS-Total-Other
           ADD PR-Net-Pay TO WS-Total-Net
           ADD 1 TO WS-Employee-Count.

       Write-Pay-Period.
           MOVE WS-Run-Date TO QP-Run-Date
           SET QP-Regular-Run TO TRUE
           MOVE PR-Employee-Id TO QP-Employee-Id
           MOVE PR-Gross-Pay TO QP-Gross
           COMPUTE QP-Taxable = PR-Gross-Pay - PR-Pension
           MOVE PR-Tax TO QP-Tax
           MOVE PR-Pension TO QP-Pension
           MOVE PR-Other-Ded TO QP-Other-Ded
           MOVE PR-Net-Pay TO QP-Net
           MOVE SPACES TO QP-Pay-Ref, QP-Voids-Source, QP-Voids-Ref
           MOVE SPACES TO QP-Void-Reason
           MOVE ZEROES TO QP-Voids-Date
           WRITE PayPeriodRecord.

       Write-Deposit-Detail.
           MOVE ZEROES TO WS-Employee-Deposit
           IF WS-Bank-File-Is-Open
               MOVE PR-Employee-Id TO BD-Employee-Id
               READ BankFile
               MOVE BD-Account-No TO DEP-Account-No
               MOVE WS-Deposit-Amount TO DEP-Amount
               WRITE DepositRec
               MOVE WS-Deposit-Amount TO WS-Employee-Deposit
               ADD 1 TO WS-Deposit-Count
               ADD WS-Deposit-Amount TO WS-Deposit-Total
               IF BD-Split-Pct < 100
             AFTER ADVANCING 1 LINE
           CLOSE TransmittalReport.

       Add-Labor-Cost.
      * The employee's pay goes to the department on the master; the
      * thirty-first department and beyond share the last row.
           COMPUTE WS-Employer-Tax ROUNDED =
             PR-Gross-Pay * WS-Employer-Rate-Pct / 100
           ADD WS-Employer-Tax TO WS-Total-Employer-Tax
           MOVE ZEROES TO WS-Dept-Found-Idx
           PERFORM Check-One-Department
               VARYING WS-Dept-Idx FROM 1 BY 1
               UNTIL WS-Dept-Idx > WS-Dept-Count
                 OR WS-Dept-Found-Idx > ZEROES
           IF WS-Dept-Found-Idx = ZEROES
               IF WS-Dept-Count < 30
                   ADD 1 TO WS-Dept-Count
                   MOVE EM-Department
                     TO WS-DT-Department(WS-Dept-Count)
                   MOVE ZEROES TO WS-DT-Gross(WS-Dept-Count)
                     WS-DT-Employee-Tax(WS-Dept-Count)
                     WS-DT-Employer-Tax(WS-Dept-Count)
                     WS-DT-Pension(WS-Dept-Count)
                     WS-DT-Other-Ded(WS-Dept-Count)
                     WS-DT-Net-Pay(WS-Dept-Count)
                     WS-DT-Deposits(WS-Dept-Count)
               END-IF
               MOVE WS-Dept-Count TO WS-Dept-Found-Idx
           END-IF
           ADD PR-Gross-Pay TO WS-DT-Gross(WS-Dept-Found-Idx)
           ADD PR-Tax TO WS-DT-Employee-Tax(WS-Dept-Found-Idx)
           ADD WS-Employer-Tax TO WS-DT-Employer-Tax(WS-Dept-Found-Idx)
           ADD PR-Pension TO WS-DT-Pension(WS-Dept-Found-Idx)
           ADD PR-Other-Ded TO WS-DT-Other-Ded(WS-Dept-Found-Idx)
           ADD PR-Net-Pay TO WS-DT-Net-Pay(WS-Dept-Found-Idx)
           ADD WS-Employee-Deposit
             TO WS-DT-Deposits(WS-Dept-Found-Idx).

       Check-One-Department.
           IF WS-DT-Department(WS-Dept-Idx) = EM-Department
               MOVE WS-Dept-Idx TO WS-Dept-Found-Idx
           END-IF.

       Write-Labor-Cost.
           IF WS-Dept-Count = ZEROES
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LaborCostFile
           IF WS-Labor-Cost-Missing
               OPEN OUTPUT LaborCostFile
           END-IF
           PERFORM Write-One-Labor-Cost
               VARYING WS-Dept-Idx FROM 1 BY 1
               UNTIL WS-Dept-Idx > WS-Dept-Count
           CLOSE LaborCostFile.

       Write-One-Labor-Cost.
           MOVE SPACES TO LaborCostRecord
           MOVE WS-Run-Date TO LC-Run-Date
           MOVE WS-DT-Department(WS-Dept-Idx) TO LC-Department
           MOVE WS-DT-Gross(WS-Dept-Idx) TO LC-Gross
           MOVE WS-DT-Employee-Tax(WS-Dept-Idx) TO LC-Employee-Tax
           MOVE WS-DT-Employer-Tax(WS-Dept-Idx) TO LC-Employer-Tax
           MOVE WS-DT-Pension(WS-Dept-Idx) TO LC-Pension
           MOVE WS-DT-Other-Ded(WS-Dept-Idx) TO LC-Other-Ded
           MOVE WS-DT-Net-Pay(WS-Dept-Idx) TO LC-Net-Pay
           MOVE WS-DT-Deposits(WS-Dept-Idx) TO LC-Deposits
           WRITE LaborCostRecord.

       Load-Employer-Tax.
      * Every rate line of the newest edition in effect applies --
      * social security, medicare, unemployment -- so their rates
      * are added together.
           OPEN INPUT EmployerTaxFile
           IF NOT WS-Employer-Tax-Ok
               EXIT PARAGRAPH
           END-IF
           READ EmployerTaxFile
               AT END MOVE "Y" TO WS-Employer-Tax-EOF
           END-READ
           PERFORM Find-Employer-Edition UNTIL WS-Employer-Tax-Done
           CLOSE EmployerTaxFile
           IF WS-Employer-Effective = ZEROES
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-Employer-Tax-EOF
           OPEN INPUT EmployerTaxFile
           READ EmployerTaxFile
               AT END MOVE "Y" TO WS-Employer-Tax-EOF
           END-READ
           PERFORM Add-One-Employer-Rate UNTIL WS-Employer-Tax-Done
           CLOSE EmployerTaxFile.

       Find-Employer-Edition.
           IF ET-Effective-Date <= WS-Run-Date
             AND ET-Effective-Date > WS-Employer-Effective
               MOVE ET-Effective-Date TO WS-Employer-Effective
           END-IF
           READ EmployerTaxFile
               AT END MOVE "Y" TO WS-Employer-Tax-EOF
           END-READ.

       Add-One-Employer-Rate.
           IF ET-Effective-Date = WS-Employer-Effective
               ADD ET-Rate-Pct TO WS-Employer-Rate-Pct
           END-IF
           READ EmployerTaxFile
               AT END MOVE "Y" TO WS-Employer-Tax-EOF
           END-READ.

       Load-Tax-Table.
      * Two passes over the table file: the first finds the newest
      * effective date on or before the run date, the second loads

       Print-One-Payslip.
           MOVE PR-Employee-Id TO PrnSlipEmployee
           MOVE EM-Name TO PrnSlipName
           MOVE EM-Department TO PrnSlipDepartment
           WRITE PayslipLine FROM WS-Payslip-Heading
             AFTER ADVANCING 2 LINES

           WRITE PayslipLine FROM WS-Payslip-Money-Line
             AFTER ADVANCING 1 LINE

           IF NOT WS-Pto-Balance-Missing
               MOVE PR-Employee-Id TO PB-Employee-Id
               READ PtoBalanceFile
                   INVALID KEY
                       MOVE ZEROES TO PB-Vac-Balance, PB-Sick-Balance
               END-READ
               MOVE PB-Vac-Balance TO PrnSlipVacation
               MOVE PB-Sick-Balance TO PrnSlipSick
               WRITE PayslipLine FROM WS-Payslip-Pto-Line
                 AFTER ADVANCING 1 LINE
           END-IF

           MOVE WS-Applied-Edition TO PrnSlipEdition
           WRITE PayslipLine FROM WS-Payslip-Edition-Line
             AFTER ADVANCING 1 LINE.

       Write-Register-Detail.
           MOVE PR-Employee-Id TO PrnRegEmployee
           MOVE EM-Name TO PrnRegName
           MOVE EM-Department TO PrnRegDepartment
           MOVE PR-Gross-Pay TO PrnRegGross
           MOVE PR-Tax TO PrnRegTax
           MOVE PR-Pension TO PrnRegPension
