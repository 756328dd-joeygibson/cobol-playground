       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QtrTax.
      * Quarterly payroll tax return worksheet: rebuilds the
      * quarter's wages, taxable wages and withholding from the
      * pay-period results every Payroll run appends to
      * data/payroll-quarter.dat, rather than from the printed
      * registers. The worksheet gives the return totals and the
      * number of employees paid, the withholding month by month
      * for the deposit schedule, each pay period's totals to tick
      * against that run's payroll register, and a detail line per
      * employee named from the employee master. Off-cycle checks
      * and voids made with OffCycle count in the quarter of the
      * day they were made, and each day's show as a run of their
      * own. Run with the quarter as yyyyq (20263 for July to
      * September); with no argument the current quarter is
      * reported so far. Output is
      * output/quarterly-tax-worksheet.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PayPeriodFile ASSIGN TO "data/payroll-quarter.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Pay-Period-Status.

           SELECT EmployeeFile ASSIGN TO "data/employees.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EM-Employee-Id
             FILE STATUS IS WS-Employee-File-Status.

           SELECT WorksheetReport ASSIGN TO
             "output/quarterly-tax-worksheet.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PayPeriodFile.
           COPY PAYQTD.

       FD  EmployeeFile.
           COPY EMPREC.

       FD  WorksheetReport.
       01  WorksheetLine PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-Pay-Period-Status PIC XX VALUE SPACES.
           88  WS-Pay-Period-Ok VALUE "00".
       01  WS-Pay-Period-EOF PIC X VALUE "N".
           88  WS-Pay-Period-Done VALUE "Y".
       01  WS-Employee-File-Status PIC XX VALUE SPACES.
           88  WS-Employee-File-Ok VALUE "00".

       01  WS-Args-Count PIC 9(4) COMP VALUE ZEROES.
       01  WS-Quarter-Arg PIC X(5) VALUE SPACES.
       01  WS-Quarter-Id.
           05  WS-Quarter-Year PIC 9(4).
           05  WS-Quarter-No PIC 9.
               88  WS-Quarter-Valid VALUE 1 THRU 4.
       01  WS-Run-Date PIC 9(8) VALUE ZEROES.
       01  WS-First-Month PIC 99 VALUE ZEROES.
       01  WS-Quarter-Start PIC 9(8) VALUE ZEROES.
       01  WS-Quarter-End PIC 9(8) VALUE ZEROES.
       01  WS-Period-Month PIC 99 VALUE ZEROES.
       01  WS-Month-No PIC 9 VALUE ZEROES.

       01  WS-Records-Read PIC 9(6) VALUE ZEROES.

       01  WS-Total-Gross PIC S9(9)V99 VALUE ZEROES.
       01  WS-Total-Taxable PIC S9(9)V99 VALUE ZEROES.
       01  WS-Total-Tax PIC S9(9)V99 VALUE ZEROES.
       01  WS-Total-Pension PIC S9(9)V99 VALUE ZEROES.
       01  WS-Total-Other PIC S9(9)V99 VALUE ZEROES.
       01  WS-Total-Net PIC S9(9)V99 VALUE ZEROES.
       01  WS-Detail-Gross PIC S9(9)V99 VALUE ZEROES.
       01  WS-Detail-Taxable PIC S9(9)V99 VALUE ZEROES.
       01  WS-Detail-Tax PIC S9(9)V99 VALUE ZEROES.

       01  WS-Month-Table.
           05  WS-Month-Entry OCCURS 3 TIMES.
               10  WS-MT-Employees PIC 9(5).
               10  WS-MT-Gross PIC S9(9)V99.
               10  WS-MT-Taxable PIC S9(9)V99.
               10  WS-MT-Tax PIC S9(9)V99.

       01  WS-Period-Count PIC 99 VALUE ZEROES.
       01  WS-Period-Table.
           05  WS-Period-Entry OCCURS 40 TIMES.
               10  WS-PT-Run-Date PIC 9(8).
               10  WS-PT-Source PIC X.
               10  WS-PT-Employees PIC 9(5).
               10  WS-PT-Gross PIC S9(9)V99.
               10  WS-PT-Tax PIC S9(9)V99.
               10  WS-PT-Pension PIC S9(9)V99.
               10  WS-PT-Other PIC S9(9)V99.
               10  WS-PT-Net PIC S9(9)V99.
       01  WS-Period-Idx PIC 99 VALUE ZEROES.
       01  WS-Period-Found-Idx PIC 99 VALUE ZEROES.

       01  WS-Emp-Count PIC 9(3) VALUE ZEROES.
       01  WS-Emp-Table.
           05  WS-Emp-Entry OCCURS 300 TIMES.
               10  WS-ET-Employee-Id PIC X(6).
               10  WS-ET-Gross PIC S9(8)V99.
               10  WS-ET-Taxable PIC S9(8)V99.
               10  WS-ET-Tax PIC S9(8)V99.
               10  WS-ET-Paid-Month PIC X OCCURS 3 TIMES.
       01  WS-Emp-Idx PIC 9(3) VALUE ZEROES.
       01  WS-Emp-Found-Idx PIC 9(3) VALUE ZEROES.
       01  WS-Sort-Idx PIC 9(3) VALUE ZEROES.
       01  WS-Swap-Entry PIC X(39) VALUE SPACES.
       01  WS-Dropped-Count PIC 9(5) VALUE ZEROES.

       01  WS-Worksheet-Heading.
           05  FILLER PIC X(42) VALUE
               "Quarterly Payroll Tax Return Worksheet -- ".
           05  PrnWksYear PIC 9(4).
           05  FILLER PIC X(2) VALUE " Q".
           05  PrnWksQuarter PIC 9.
           05  FILLER PIC X(12) VALUE "   printed  ".
           05  PrnWksRunDate PIC 9(8).

       01  WS-Section-Heading PIC X(60) VALUE SPACES.

       01  WS-Summary-Count-Line.
           05  PrnSumCountLabel PIC X(36).
           05  PrnSumCount PIC ZZZZ9.

       01  WS-Summary-Money-Line.
           05  PrnSumLabel PIC X(32).
           05  FILLER PIC X(2) VALUE "$ ".
           05  PrnSumAmount PIC ZZ,ZZZ,ZZ9.99-.

       01  WS-Month-Column-Header.
           05  FILLER PIC X(10) VALUE "Month".
           05  FILLER PIC X(11) VALUE "Employees".
           05  FILLER PIC X(15) VALUE "         Wages".
           05  FILLER PIC X(15) VALUE "       Taxable".
           05  FILLER PIC X(15) VALUE "      Withheld".

       01  WS-Month-Detail.
           05  PrnMonYear PIC 9(4).
           05  FILLER PIC X VALUE "-".
           05  PrnMonMonth PIC 99.
           05  FILLER PIC X(3) VALUE SPACES.
           05  PrnMonEmployees PIC ZZZZ9.
           05  FILLER PIC X(6) VALUE SPACES.
           05  PrnMonGross PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnMonTaxable PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnMonTax PIC ZZ,ZZZ,ZZ9.99-.

       01  WS-Month-Totals.
           05  FILLER PIC X(21) VALUE "Quarter".
           05  PrnMonTotGross PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnMonTotTaxable PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnMonTotTax PIC ZZ,ZZZ,ZZ9.99-.

       01  WS-Period-Column-Header.
           05  FILLER PIC X(10) VALUE "Run date".
           05  FILLER PIC X(10) VALUE "Run".
           05  FILLER PIC X(6) VALUE "Empl".
           05  FILLER PIC X(14) VALUE "         Gross".
           05  FILLER PIC X(14) VALUE "           Tax".
           05  FILLER PIC X(14) VALUE "       Pension".
           05  FILLER PIC X(14) VALUE "         Other".
           05  FILLER PIC X(14) VALUE "           Net".

       01  WS-Period-Detail.
           05  PrnPerRunDate PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PrnPerSource PIC X(10).
           05  PrnPerEmployees PIC ZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  PrnPerGross PIC Z,ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnPerTax PIC Z,ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnPerPension PIC Z,ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnPerOther PIC Z,ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnPerNet PIC Z,ZZZ,ZZ9.99-.

       01  WS-Period-Totals.
           05  FILLER PIC X(26) VALUE "Quarter".
           05  PrnPerTotGross PIC Z,ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnPerTotTax PIC Z,ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnPerTotPension PIC Z,ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnPerTotOther PIC Z,ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnPerTotNet PIC Z,ZZZ,ZZ9.99-.

       01  WS-Employee-Column-Header.
           05  FILLER PIC X(8) VALUE "Employee".
           05  FILLER PIC X(21) VALUE "  Name".
           05  FILLER PIC X(11) VALUE "Dept".
           05  FILLER PIC X(14) VALUE "         Wages".
           05  FILLER PIC X(14) VALUE "       Taxable".
           05  FILLER PIC X(14) VALUE "      Withheld".
           05  FILLER PIC X(6) VALUE "Months".

       01  WS-Employee-Detail.
           05  PrnEmpEmployee PIC X(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PrnEmpName PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  PrnEmpDepartment PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  PrnEmpGross PIC Z,ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnEmpTaxable PIC Z,ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnEmpTax PIC Z,ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnEmpMonths PIC X(3).

       01  WS-Employee-Totals.
           05  FILLER PIC X(40) VALUE "Employee detail total".
           05  PrnEmpTotGross PIC Z,ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnEmpTotTaxable PIC Z,ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnEmpTotTax PIC Z,ZZZ,ZZ9.99-.

       01  WS-Proof-Line.
           05  FILLER PIC X(48) VALUE
               "Employee detail against the pay-period totals: ".
           05  PrnProofVerdict PIC X(12).

       PROCEDURE DIVISION.
       BuildQuarterWorksheet.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
           IF WS-Args-Count > 0
               ACCEPT WS-Quarter-Arg FROM ARGUMENT-VALUE
               MOVE WS-Quarter-Arg TO WS-Quarter-Id
           ELSE
               MOVE WS-Run-Date(1:4) TO WS-Quarter-Year
               MOVE WS-Run-Date(5:2) TO WS-Period-Month
               COMPUTE WS-Quarter-No = (WS-Period-Month + 2) / 3
           END-IF
           IF WS-Quarter-Id NOT NUMERIC OR NOT WS-Quarter-Valid
               DISPLAY "Quarter must be given as yyyyq, 1 to 4 -- "
                 "run stopped."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-First-Month = (WS-Quarter-No - 1) * 3 + 1
           COMPUTE WS-Quarter-Start =
             WS-Quarter-Year * 10000 + WS-First-Month * 100 + 1
           COMPUTE WS-Quarter-End =
             WS-Quarter-Year * 10000 + (WS-First-Month + 2) * 100
             + 31

           OPEN INPUT PayPeriodFile
           IF NOT WS-Pay-Period-Ok
               DISPLAY "Pay-period file data/payroll-quarter.dat not "
                 "found -- no Payroll run has been made."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EmployeeFile
           IF NOT WS-Employee-File-Ok
               DISPLAY "Employee master data/employees.dat not found."
               CLOSE PayPeriodFile
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WS-Month-Table
           READ PayPeriodFile
               AT END SET WS-Pay-Period-Done TO TRUE
           END-READ
           PERFORM Add-One-Pay-Period UNTIL WS-Pay-Period-Done
           CLOSE PayPeriodFile

           PERFORM Count-Month-Employees
               VARYING WS-Emp-Idx FROM 1 BY 1
               UNTIL WS-Emp-Idx > WS-Emp-Count
           PERFORM Sort-Employees
               VARYING WS-Sort-Idx FROM 1 BY 1
               UNTIL WS-Sort-Idx >= WS-Emp-Count

           OPEN OUTPUT WorksheetReport
           MOVE WS-Quarter-Year TO PrnWksYear
           MOVE WS-Quarter-No TO PrnWksQuarter
           MOVE WS-Run-Date TO PrnWksRunDate
           WRITE WorksheetLine FROM WS-Worksheet-Heading
             AFTER ADVANCING PAGE

           PERFORM Print-Return-Summary
           PERFORM Print-Monthly-Withholding
           PERFORM Print-Pay-Periods
           PERFORM Print-Employee-Detail

           CLOSE WorksheetReport, EmployeeFile

           DISPLAY "Quarter " WS-Quarter-Year " Q" WS-Quarter-No
             ": " WS-Emp-Count " employee(s) in "
             WS-Period-Count " pay run(s) -- "
             "output/quarterly-tax-worksheet.txt"
           IF WS-Dropped-Count > ZEROES
               DISPLAY WS-Dropped-Count " pay-period line(s) did not "
                 "fit the tables -- worksheet is incomplete."
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       Add-One-Pay-Period.
           IF QP-Run-Date >= WS-Quarter-Start
             AND QP-Run-Date <= WS-Quarter-End
               PERFORM Post-Pay-Period
           END-IF
           READ PayPeriodFile
               AT END SET WS-Pay-Period-Done TO TRUE
           END-READ.

       Post-Pay-Period.
           PERFORM Find-Period-Entry
           PERFORM Find-Employee-Entry
           IF WS-Period-Found-Idx = ZEROES
             OR WS-Emp-Found-Idx = ZEROES
               ADD 1 TO WS-Dropped-Count
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Records-Read

           ADD QP-Gross TO WS-Total-Gross
           ADD QP-Taxable TO WS-Total-Taxable
           ADD QP-Tax TO WS-Total-Tax
           ADD QP-Pension TO WS-Total-Pension
           ADD QP-Other-Ded TO WS-Total-Other
           ADD QP-Net TO WS-Total-Net

           MOVE QP-Run-Date(5:2) TO WS-Period-Month
           COMPUTE WS-Month-No = WS-Period-Month - WS-First-Month + 1
           ADD QP-Gross TO WS-MT-Gross(WS-Month-No)
           ADD QP-Taxable TO WS-MT-Taxable(WS-Month-No)
           ADD QP-Tax TO WS-MT-Tax(WS-Month-No)

           ADD 1 TO WS-PT-Employees(WS-Period-Found-Idx)
           ADD QP-Gross TO WS-PT-Gross(WS-Period-Found-Idx)
           ADD QP-Tax TO WS-PT-Tax(WS-Period-Found-Idx)
           ADD QP-Pension TO WS-PT-Pension(WS-Period-Found-Idx)
           ADD QP-Other-Ded TO WS-PT-Other(WS-Period-Found-Idx)
           ADD QP-Net TO WS-PT-Net(WS-Period-Found-Idx)

           ADD QP-Gross TO WS-ET-Gross(WS-Emp-Found-Idx)
           ADD QP-Taxable TO WS-ET-Taxable(WS-Emp-Found-Idx)
           ADD QP-Tax TO WS-ET-Tax(WS-Emp-Found-Idx)
           MOVE "Y" TO WS-ET-Paid-Month(WS-Emp-Found-Idx, WS-Month-No).

       Find-Period-Entry.
      * One entry per Payroll run -- the run date and kind of run --
      * to agree to that run's register totals.
           MOVE ZEROES TO WS-Period-Found-Idx
           PERFORM Check-One-Period
               VARYING WS-Period-Idx FROM 1 BY 1
               UNTIL WS-Period-Idx > WS-Period-Count
                 OR WS-Period-Found-Idx > ZEROES
           IF WS-Period-Found-Idx = ZEROES AND WS-Period-Count < 40
               ADD 1 TO WS-Period-Count
               MOVE WS-Period-Count TO WS-Period-Found-Idx
               INITIALIZE WS-Period-Entry(WS-Period-Count)
               MOVE QP-Run-Date TO WS-PT-Run-Date(WS-Period-Count)
               MOVE QP-Source TO WS-PT-Source(WS-Period-Count)
           END-IF.

       Check-One-Period.
           IF WS-PT-Run-Date(WS-Period-Idx) = QP-Run-Date
             AND WS-PT-Source(WS-Period-Idx) = QP-Source
               MOVE WS-Period-Idx TO WS-Period-Found-Idx
           END-IF.

       Find-Employee-Entry.
           MOVE ZEROES TO WS-Emp-Found-Idx
           PERFORM Check-One-Employee
               VARYING WS-Emp-Idx FROM 1 BY 1
               UNTIL WS-Emp-Idx > WS-Emp-Count
                 OR WS-Emp-Found-Idx > ZEROES
           IF WS-Emp-Found-Idx = ZEROES AND WS-Emp-Count < 300
               ADD 1 TO WS-Emp-Count
               MOVE WS-Emp-Count TO WS-Emp-Found-Idx
               MOVE QP-Employee-Id TO WS-ET-Employee-Id(WS-Emp-Count)
               MOVE ZEROES TO WS-ET-Gross(WS-Emp-Count)
                 WS-ET-Taxable(WS-Emp-Count)
                 WS-ET-Tax(WS-Emp-Count)
               MOVE "N" TO WS-ET-Paid-Month(WS-Emp-Count, 1)
                 WS-ET-Paid-Month(WS-Emp-Count, 2)
                 WS-ET-Paid-Month(WS-Emp-Count, 3)
           END-IF.

       Check-One-Employee.
           IF WS-ET-Employee-Id(WS-Emp-Idx) = QP-Employee-Id
               MOVE WS-Emp-Idx TO WS-Emp-Found-Idx
           END-IF.

       Count-Month-Employees.
           PERFORM Count-One-Month
               VARYING WS-Month-No FROM 1 BY 1
               UNTIL WS-Month-No > 3.

       Count-One-Month.
           IF WS-ET-Paid-Month(WS-Emp-Idx, WS-Month-No) = "Y"
               ADD 1 TO WS-MT-Employees(WS-Month-No)
           END-IF.

       Sort-Employees.
      * One bubble pass per call; the detail prints in employee id
      * order.
           PERFORM Sort-One-Employee
               VARYING WS-Emp-Idx FROM 1 BY 1
               UNTIL WS-Emp-Idx >= WS-Emp-Count.

       Sort-One-Employee.
           IF WS-ET-Employee-Id(WS-Emp-Idx) >
              WS-ET-Employee-Id(WS-Emp-Idx + 1)
               MOVE WS-Emp-Entry(WS-Emp-Idx) TO WS-Swap-Entry
               MOVE WS-Emp-Entry(WS-Emp-Idx + 1)
                 TO WS-Emp-Entry(WS-Emp-Idx)
               MOVE WS-Swap-Entry TO WS-Emp-Entry(WS-Emp-Idx + 1)
           END-IF.

       Print-Return-Summary.
           MOVE "Return totals" TO WS-Section-Heading
           WRITE WorksheetLine FROM WS-Section-Heading
             AFTER ADVANCING 3 LINES
           MOVE "Employees paid in the quarter" TO PrnSumCountLabel
           MOVE WS-Emp-Count TO PrnSumCount
           WRITE WorksheetLine FROM WS-Summary-Count-Line
             AFTER ADVANCING 2 LINES
           MOVE "Total wages paid" TO PrnSumLabel
           MOVE WS-Total-Gross TO PrnSumAmount
           WRITE WorksheetLine FROM WS-Summary-Money-Line
             AFTER ADVANCING 1 LINE
           MOVE "Taxable wages (less pension)" TO PrnSumLabel
           MOVE WS-Total-Taxable TO PrnSumAmount
           WRITE WorksheetLine FROM WS-Summary-Money-Line
             AFTER ADVANCING 1 LINE
           MOVE "Tax withheld" TO PrnSumLabel
           MOVE WS-Total-Tax TO PrnSumAmount
           WRITE WorksheetLine FROM WS-Summary-Money-Line
             AFTER ADVANCING 1 LINE.

       Print-Monthly-Withholding.
           MOVE "Withholding by month -- deposit schedule"
             TO WS-Section-Heading
           WRITE WorksheetLine FROM WS-Section-Heading
             AFTER ADVANCING 3 LINES
           WRITE WorksheetLine FROM WS-Month-Column-Header
             AFTER ADVANCING 2 LINES
           PERFORM Print-One-Month
               VARYING WS-Month-No FROM 1 BY 1
               UNTIL WS-Month-No > 3
           MOVE WS-Total-Gross TO PrnMonTotGross
           MOVE WS-Total-Taxable TO PrnMonTotTaxable
           MOVE WS-Total-Tax TO PrnMonTotTax
           WRITE WorksheetLine FROM WS-Month-Totals
             AFTER ADVANCING 2 LINES.

       Print-One-Month.
           MOVE WS-Quarter-Year TO PrnMonYear
           COMPUTE PrnMonMonth = WS-First-Month + WS-Month-No - 1
           MOVE WS-MT-Employees(WS-Month-No) TO PrnMonEmployees
           MOVE WS-MT-Gross(WS-Month-No) TO PrnMonGross
           MOVE WS-MT-Taxable(WS-Month-No) TO PrnMonTaxable
           MOVE WS-MT-Tax(WS-Month-No) TO PrnMonTax
           WRITE WorksheetLine FROM WS-Month-Detail
             AFTER ADVANCING 1 LINE.

       Print-Pay-Periods.
           MOVE "Pay runs -- agree each to its payroll register"
             TO WS-Section-Heading
           WRITE WorksheetLine FROM WS-Section-Heading
             AFTER ADVANCING 3 LINES
           WRITE WorksheetLine FROM WS-Period-Column-Header
             AFTER ADVANCING 2 LINES
           PERFORM Print-One-Period
               VARYING WS-Period-Idx FROM 1 BY 1
               UNTIL WS-Period-Idx > WS-Period-Count
           MOVE WS-Total-Gross TO PrnPerTotGross
           MOVE WS-Total-Tax TO PrnPerTotTax
           MOVE WS-Total-Pension TO PrnPerTotPension
           MOVE WS-Total-Other TO PrnPerTotOther
           MOVE WS-Total-Net TO PrnPerTotNet
           WRITE WorksheetLine FROM WS-Period-Totals
             AFTER ADVANCING 2 LINES.

       Print-One-Period.
           MOVE WS-PT-Run-Date(WS-Period-Idx) TO PrnPerRunDate
           EVALUATE WS-PT-Source(WS-Period-Idx)
               WHEN "R" MOVE "REGULAR" TO PrnPerSource
               WHEN "O" MOVE "OFF-CYCLE" TO PrnPerSource
               WHEN "V" MOVE "VOIDS" TO PrnPerSource
               WHEN OTHER MOVE "OTHER" TO PrnPerSource
           END-EVALUATE
           MOVE WS-PT-Employees(WS-Period-Idx) TO PrnPerEmployees
           MOVE WS-PT-Gross(WS-Period-Idx) TO PrnPerGross
           MOVE WS-PT-Tax(WS-Period-Idx) TO PrnPerTax
           MOVE WS-PT-Pension(WS-Period-Idx) TO PrnPerPension
           MOVE WS-PT-Other(WS-Period-Idx) TO PrnPerOther
           MOVE WS-PT-Net(WS-Period-Idx) TO PrnPerNet
           WRITE WorksheetLine FROM WS-Period-Detail
             AFTER ADVANCING 1 LINE.

       Print-Employee-Detail.
           MOVE "Employee detail" TO WS-Section-Heading
           WRITE WorksheetLine FROM WS-Section-Heading
             AFTER ADVANCING 3 LINES
           WRITE WorksheetLine FROM WS-Employee-Column-Header
             AFTER ADVANCING 2 LINES
           PERFORM Print-One-Employee
               VARYING WS-Emp-Idx FROM 1 BY 1
               UNTIL WS-Emp-Idx > WS-Emp-Count
           MOVE WS-Detail-Gross TO PrnEmpTotGross
           MOVE WS-Detail-Taxable TO PrnEmpTotTaxable
           MOVE WS-Detail-Tax TO PrnEmpTotTax
           WRITE WorksheetLine FROM WS-Employee-Totals
             AFTER ADVANCING 2 LINES

           IF WS-Detail-Gross = WS-Total-Gross
             AND WS-Detail-Taxable = WS-Total-Taxable
             AND WS-Detail-Tax = WS-Total-Tax
               MOVE "IN BALANCE" TO PrnProofVerdict
           ELSE
               MOVE "OUT OF BAL" TO PrnProofVerdict
           END-IF
           WRITE WorksheetLine FROM WS-Proof-Line
             AFTER ADVANCING 2 LINES.

       Print-One-Employee.
           MOVE WS-ET-Employee-Id(WS-Emp-Idx) TO EM-Employee-Id
           READ EmployeeFile
               INVALID KEY
                   INITIALIZE EmployeeRecord
                   MOVE "** NOT ON MASTER **" TO EM-Name
           END-READ
           MOVE WS-ET-Employee-Id(WS-Emp-Idx) TO PrnEmpEmployee
           MOVE EM-Name TO PrnEmpName
           MOVE EM-Department TO PrnEmpDepartment
           MOVE WS-ET-Gross(WS-Emp-Idx) TO PrnEmpGross
           MOVE WS-ET-Taxable(WS-Emp-Idx) TO PrnEmpTaxable
           MOVE WS-ET-Tax(WS-Emp-Idx) TO PrnEmpTax
           MOVE SPACES TO PrnEmpMonths
           PERFORM Mark-One-Month
               VARYING WS-Month-No FROM 1 BY 1
               UNTIL WS-Month-No > 3
           WRITE WorksheetLine FROM WS-Employee-Detail
             AFTER ADVANCING 1 LINE
           ADD WS-ET-Gross(WS-Emp-Idx) TO WS-Detail-Gross
           ADD WS-ET-Taxable(WS-Emp-Idx) TO WS-Detail-Taxable
           ADD WS-ET-Tax(WS-Emp-Idx) TO WS-Detail-Tax.

       Mark-One-Month.
      * The months of the quarter the employee was paid in, as 1, 2
      * and 3.
           IF WS-ET-Paid-Month(WS-Emp-Idx, WS-Month-No) = "Y"
               MOVE WS-Month-No TO PrnEmpMonths(WS-Month-No:1)
           END-IF.
