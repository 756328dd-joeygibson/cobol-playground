      * new year. Without ROLL the statements print and the master
      * is left alone, so the scary hand-edit is gone and a trial
      * run is always safe.
      * Each statement is addressed from the employee master
      * (data/employees.dat) with the employee's name, department
      * and home address, and the control list shows the name and
      * department; a YTD record for an employee not on the master
      * is flagged on the control list and counted for follow-up.
      * The ROLL run also carries paid time off into the new year:
      * each balance in data/pto-balances.dat is cut back to the
      * carryover cap for the employee's pay type in
      * data/pto-rules.dat, the year's accrued and taken figures go
      * to zero, and the hours kept and forfeited are listed in
      * output/pto-carryover.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS YTD-Employee-Id
             FILE STATUS IS WS-Ytd-File-Status.

           SELECT EmployeeFile ASSIGN TO "data/employees.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EM-Employee-Id
             FILE STATUS IS WS-Employee-File-Status.

           SELECT PtoRuleFile ASSIGN TO "data/pto-rules.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Pto-Rule-Status.

           SELECT PtoBalanceFile ASSIGN TO "data/pto-balances.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PB-Employee-Id
             FILE STATUS IS WS-Pto-Balance-Status.

           SELECT CarryoverReport ASSIGN TO
             "output/pto-carryover.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT StatementReport ASSIGN TO
             "output/annual-statements.txt"
             ORGANIZATION IS LINE SEQUENTIAL.
       FD  YtdMasterFile.
           COPY YTDREC.

       FD  EmployeeFile.
           COPY EMPREC.

       FD  PtoRuleFile.
           COPY PTORULE.

       FD  PtoBalanceFile.
           COPY PTOBAL.

       FD  CarryoverReport.
       01  CarryoverLine PIC X(90).

       FD  StatementReport.
       01  StatementLine PIC X(70).

       FD  ControlReport.
       01  ControlLine PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-Ytd-File-Status PIC XX VALUE SPACES.
           88  WS-Ytd-File-Ok VALUE "00".
           88  WS-Ytd-File-Missing VALUE "35".

       01  WS-Employee-File-Status PIC XX VALUE SPACES.
           88  WS-Employee-File-Ok VALUE "00".
       01  WS-Unmatched-Count PIC 9(5) VALUE ZEROES.

       01  WS-Pto-Rule-Status PIC XX VALUE SPACES.
           88  WS-Pto-Rule-Ok VALUE "00".
       01  WS-Pto-Rule-EOF PIC X VALUE "N".
           88  WS-Pto-Rule-Done VALUE "Y".
       01  WS-Pto-Balance-Status PIC XX VALUE SPACES.
           88  WS-Pto-Balance-Ok VALUE "00".
       01  WS-Pto-Balance-EOF PIC X VALUE "N".
           88  WS-Pto-Balance-Done VALUE "Y".
       01  WS-Rule-Count PIC 9 VALUE ZEROES.
       01  WS-Rule-Table.
           05  WS-Rule-Entry OCCURS 5 TIMES.
               10  WS-RL-Pay-Type PIC X.
               10  WS-RL-Vac-Cap PIC 999V9.
               10  WS-RL-Sick-Cap PIC 999V9.
       01  WS-Rule-Idx PIC 9 VALUE ZEROES.
       01  WS-Rule-Found-Idx PIC 9 VALUE ZEROES.
       01  WS-Vac-Forfeit PIC 9(4)V99 VALUE ZEROES.
       01  WS-Sick-Forfeit PIC 9(4)V99 VALUE ZEROES.
       01  WS-Carryover-Count PIC 9(5) VALUE ZEROES.

       01  WS-Carryover-Heading.
           05  FILLER PIC X(36) VALUE
               "PTO Carryover into the new year -- ".
           05  PrnCarYear PIC 9(4).

       01  WS-Carryover-Column-Header.
           05  FILLER PIC X(8) VALUE "Employee".
           05  FILLER PIC X(21) VALUE "  Name".
           05  FILLER PIC X(20) VALUE "Vac kept / forfeit".
           05  FILLER PIC X(20) VALUE "Sick kept / forfeit".

       01  WS-Carryover-Detail.
           05  PrnCarEmployee PIC X(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PrnCarName PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  PrnCarVacKept PIC Z,ZZ9.99.
           05  FILLER PIC X(3) VALUE " / ".
           05  PrnCarVacForfeit PIC Z,ZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  PrnCarSickKept PIC Z,ZZ9.99.
           05  FILLER PIC X(3) VALUE " / ".
           05  PrnCarSickForfeit PIC Z,ZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  PrnCarNote PIC X(16).

       01  WS-Ytd-EOF PIC X VALUE "N".
           88  WS-Ytd-Done VALUE "Y".

       01  WS-Statement-Employee-Line.
           05  FILLER PIC X(12) VALUE "Employee:   ".
           05  PrnStmEmployee PIC X(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PrnStmName PIC X(25).

       01  WS-Statement-Detail-Line.
           05  PrnStmDetailLabel PIC X(12).
           05  PrnStmDetail PIC X(45).

       01  WS-Statement-Money-Line.
           05  PrnStmLabel PIC X(20).
       01  WS-Control-Detail.
           05  PrnCtlEmployee PIC X(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PrnCtlName PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  PrnCtlDepartment PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  PrnCtlGross PIC Z,ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnCtlTax PIC Z,ZZZ,ZZ9.99-.
           05  PrnCtlNet PIC Z,ZZZ,ZZ9.99-.

       01  WS-Control-Totals.
           05  FILLER PIC X(40) VALUE "Totals  ".
           05  PrnTotGross PIC Z,ZZZ,ZZ9.99-.
           05  FILLER PIC X VALUE SPACE.
           05  PrnTotTax PIC Z,ZZZ,ZZ9.99-.
               STOP RUN
           END-IF

           OPEN INPUT EmployeeFile
           IF NOT WS-Employee-File-Ok
               DISPLAY "Employee master data/employees.dat not found."
               STOP RUN
           END-IF

           OPEN OUTPUT StatementReport
           OPEN OUTPUT ControlReport

           WRITE ControlLine FROM WS-Control-Totals
             AFTER ADVANCING 2 LINES

           CLOSE YtdMasterFile, EmployeeFile
           CLOSE StatementReport, ControlReport

           IF WS-Unmatched-Count > ZEROES
               DISPLAY WS-Unmatched-Count " YTD record(s) not on the "
                 "employee master -- see output/year-end-control.txt"
           END-IF

           IF WS-Wants-Roll
               PERFORM Archive-And-Roll-Master
               PERFORM Roll-Pto-Balances
           ELSE
               DISPLAY "Statements printed for " WS-Employee-Count
                 " employee(s). Run again with ROLL to archive "
           STOP RUN.

       Print-One-Statement.
           MOVE YTD-Employee-Id TO EM-Employee-Id
           READ EmployeeFile
               INVALID KEY
                   INITIALIZE EmployeeRecord
                   MOVE "** NOT ON MASTER **" TO EM-Name
                   ADD 1 TO WS-Unmatched-Count
           END-READ

           MOVE WS-Year TO PrnStmYear
           WRITE StatementLine FROM WS-Statement-Heading
             AFTER ADVANCING PAGE
           MOVE YTD-Employee-Id TO PrnStmEmployee
           MOVE EM-Name TO PrnStmName
           WRITE StatementLine FROM WS-Statement-Employee-Line
             AFTER ADVANCING 2 LINES
           MOVE "Department: " TO PrnStmDetailLabel
           MOVE EM-Department TO PrnStmDetail
           WRITE StatementLine FROM WS-Statement-Detail-Line
             AFTER ADVANCING 1 LINE
           MOVE "Address:    " TO PrnStmDetailLabel
           MOVE EM-Street TO PrnStmDetail
           WRITE StatementLine FROM WS-Statement-Detail-Line
             AFTER ADVANCING 1 LINE
           MOVE SPACES TO PrnStmDetailLabel, PrnStmDetail
           STRING EM-City DELIMITED BY "  "
             " " DELIMITED BY SIZE
             EM-State DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             EM-Postal-Code DELIMITED BY SIZE
             INTO PrnStmDetail
           END-STRING
           WRITE StatementLine FROM WS-Statement-Detail-Line
             AFTER ADVANCING 1 LINE

           MOVE "Gross earnings      " TO PrnStmLabel
           MOVE YTD-Gross TO PrnStmAmount
             AFTER ADVANCING 2 LINES

           MOVE YTD-Employee-Id TO PrnCtlEmployee
           MOVE EM-Name TO PrnCtlName
           MOVE EM-Department TO PrnCtlDepartment
           MOVE YTD-Gross TO PrnCtlGross
           MOVE YTD-Tax TO PrnCtlTax
           MOVE YTD-Pension TO PrnCtlPension

           READ YtdMasterFile NEXT
               AT END SET WS-Ytd-Done TO TRUE.

       Roll-Pto-Balances.
           OPEN I-O PtoBalanceFile
           IF NOT WS-Pto-Balance-Ok
               DISPLAY "No PTO balances on file -- nothing to carry "
                 "over."
               EXIT PARAGRAPH
           END-IF
           PERFORM Load-Pto-Caps
           OPEN INPUT EmployeeFile
           OPEN OUTPUT CarryoverReport
           MOVE WS-Year TO PrnCarYear
           WRITE CarryoverLine FROM WS-Carryover-Heading
             AFTER ADVANCING PAGE
           WRITE CarryoverLine FROM WS-Carryover-Column-Header
             AFTER ADVANCING 2 LINES

           READ PtoBalanceFile NEXT
               AT END SET WS-Pto-Balance-Done TO TRUE
           END-READ
           PERFORM Carry-One-Balance UNTIL WS-Pto-Balance-Done

           CLOSE PtoBalanceFile, EmployeeFile, CarryoverReport
           DISPLAY "PTO carried over for " WS-Carryover-Count
             " employee(s) -- output/pto-carryover.txt".

       Load-Pto-Caps.
           OPEN INPUT PtoRuleFile
           IF NOT WS-Pto-Rule-Ok
               DISPLAY "No PTO rules file -- balances carry over "
                 "without a cap."
               EXIT PARAGRAPH
           END-IF
           READ PtoRuleFile
               AT END SET WS-Pto-Rule-Done TO TRUE
           END-READ
           PERFORM Load-One-Pto-Cap UNTIL WS-Pto-Rule-Done
           CLOSE PtoRuleFile.

       Load-One-Pto-Cap.
           IF WS-Rule-Count < 5
             AND PTR-Vac-Cap NUMERIC AND PTR-Sick-Cap NUMERIC
               ADD 1 TO WS-Rule-Count
               MOVE PTR-Pay-Type TO WS-RL-Pay-Type(WS-Rule-Count)
               MOVE PTR-Vac-Cap TO WS-RL-Vac-Cap(WS-Rule-Count)
               MOVE PTR-Sick-Cap TO WS-RL-Sick-Cap(WS-Rule-Count)
           END-IF
           READ PtoRuleFile
               AT END SET WS-Pto-Rule-Done TO TRUE
           END-READ.

       Carry-One-Balance.
      * An employee with no master record or no rule for the pay
      * type keeps the whole balance and is flagged for the office.
           MOVE SPACES TO PrnCarNote
           MOVE PB-Employee-Id TO EM-Employee-Id
           READ EmployeeFile
               INVALID KEY
                   INITIALIZE EmployeeRecord
                   MOVE "NOT ON MASTER" TO PrnCarNote
           END-READ
           MOVE ZEROES TO WS-Rule-Found-Idx
           PERFORM Check-One-Pto-Cap
               VARYING WS-Rule-Idx FROM 1 BY 1
               UNTIL WS-Rule-Idx > WS-Rule-Count
                 OR WS-Rule-Found-Idx > ZEROES

           MOVE ZEROES TO WS-Vac-Forfeit, WS-Sick-Forfeit
           IF WS-Rule-Found-Idx = ZEROES
               IF PrnCarNote = SPACES
                   MOVE "NO CAP FOR TYPE" TO PrnCarNote
               END-IF
           ELSE
               IF PB-Vac-Balance > WS-RL-Vac-Cap(WS-Rule-Found-Idx)
                   COMPUTE WS-Vac-Forfeit =
                     PB-Vac-Balance - WS-RL-Vac-Cap(WS-Rule-Found-Idx)
                   MOVE WS-RL-Vac-Cap(WS-Rule-Found-Idx)
                     TO PB-Vac-Balance
               END-IF
               IF PB-Sick-Balance > WS-RL-Sick-Cap(WS-Rule-Found-Idx)
                   COMPUTE WS-Sick-Forfeit =
                     PB-Sick-Balance
                     - WS-RL-Sick-Cap(WS-Rule-Found-Idx)
                   MOVE WS-RL-Sick-Cap(WS-Rule-Found-Idx)
                     TO PB-Sick-Balance
               END-IF
           END-IF
           MOVE ZEROES TO PB-Vac-Accrued-Ytd, PB-Vac-Taken-Ytd
           MOVE ZEROES TO PB-Sick-Accrued-Ytd, PB-Sick-Taken-Ytd
           REWRITE PtoBalanceRecord
               INVALID KEY
                   DISPLAY "Unable to carry over PTO for "
                     PB-Employee-Id
           END-REWRITE

           MOVE PB-Employee-Id TO PrnCarEmployee
           MOVE EM-Name TO PrnCarName
           MOVE PB-Vac-Balance TO PrnCarVacKept
           MOVE WS-Vac-Forfeit TO PrnCarVacForfeit
           MOVE PB-Sick-Balance TO PrnCarSickKept
           MOVE WS-Sick-Forfeit TO PrnCarSickForfeit
           WRITE CarryoverLine FROM WS-Carryover-Detail
             AFTER ADVANCING 1 LINE
           ADD 1 TO WS-Carryover-Count

           READ PtoBalanceFile NEXT
               AT END SET WS-Pto-Balance-Done TO TRUE
           END-READ.

       Check-One-Pto-Cap.
           IF WS-RL-Pay-Type(WS-Rule-Idx) = EM-Pay-Type
               MOVE WS-Rule-Idx TO WS-Rule-Found-Idx
           END-IF.
