       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PtoLiab.
      * PTO liability report for the accountant: every employee's
      * outstanding vacation and sick hours from
      * data/pto-balances.dat, valued at the employee's regular
      * hourly rate from the employee master -- a salaried
      * employee's per-period salary over the standard hours -- with
      * totals for each kind of time off and in all. Output is
      * output/pto-liability.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PtoBalanceFile ASSIGN TO "data/pto-balances.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PB-Employee-Id
             FILE STATUS IS WS-Pto-Balance-Status.

           SELECT EmployeeFile ASSIGN TO "data/employees.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EM-Employee-Id
             FILE STATUS IS WS-Employee-File-Status.

           SELECT LiabilityReport ASSIGN TO
             "output/pto-liability.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PtoBalanceFile.
           COPY PTOBAL.

       FD  EmployeeFile.
           COPY EMPREC.

       FD  LiabilityReport.
       01  LiabilityLine PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-Pto-Balance-Status PIC XX VALUE SPACES.
           88  WS-Pto-Balance-Ok VALUE "00".
       01  WS-Employee-File-Status PIC XX VALUE SPACES.
           88  WS-Employee-File-Ok VALUE "00".

       01  WS-Balance-EOF PIC X VALUE "N".
           88  WS-Balance-Done VALUE "Y".

       01  WS-Run-Date PIC 9(8) VALUE ZEROES.
       01  WS-Hourly-Rate PIC 9(5)V99 VALUE ZEROES.
       01  WS-Vac-Value PIC 9(7)V99 VALUE ZEROES.
       01  WS-Sick-Value PIC 9(7)V99 VALUE ZEROES.

       01  WS-Employee-Count PIC 9(5) VALUE ZEROES.
       01  WS-Total-Vac-Hours PIC 9(7)V99 VALUE ZEROES.
       01  WS-Total-Sick-Hours PIC 9(7)V99 VALUE ZEROES.
       01  WS-Total-Vac-Value PIC 9(9)V99 VALUE ZEROES.
       01  WS-Total-Sick-Value PIC 9(9)V99 VALUE ZEROES.
       01  WS-Total-Value PIC 9(9)V99 VALUE ZEROES.

       01  WS-Liability-Heading.
           05  FILLER PIC X(30) VALUE
               "PTO Liability -- as of ".
           05  PrnLiaDate PIC 9(8).

       01  WS-Liability-Column-Header.
           05  FILLER PIC X(8) VALUE "Employee".
           05  FILLER PIC X(21) VALUE "  Name".
           05  FILLER PIC X(11) VALUE "Dept".
           05  FILLER PIC X(10) VALUE " Vac hrs".
           05  FILLER PIC X(10) VALUE " Sick hrs".
           05  FILLER PIC X(10) VALUE "    Rate".
           05  FILLER PIC X(14) VALUE "   Vac value".
           05  FILLER PIC X(14) VALUE "  Sick value".

       01  WS-Liability-Detail.
           05  PrnLiaEmployee PIC X(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PrnLiaName PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  PrnLiaDepartment PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  PrnLiaVacHours PIC Z,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PrnLiaSickHours PIC Z,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PrnLiaRate PIC ZZ,ZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  PrnLiaVacValue PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  PrnLiaSickValue PIC Z,ZZZ,ZZ9.99.

       01  WS-Liability-Totals.
           05  FILLER PIC X(38) VALUE "Totals".
           05  PrnTotVacHours PIC ZZZ,ZZ9.99.
           05  PrnTotSickHours PIC ZZZ,ZZ9.99.
           05  FILLER PIC X(10) VALUE SPACES.
           05  PrnTotVacValue PIC ZZZ,ZZZ,ZZ9.99.
           05  PrnTotSickValue PIC ZZ,ZZZ,ZZ9.99.

       01  WS-Liability-Grand-Line.
           05  FILLER PIC X(30) VALUE "Total PTO liability        $ ".
           05  PrnTotValue PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       ReportPtoLiability.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD

           OPEN INPUT PtoBalanceFile
           IF NOT WS-Pto-Balance-Ok
               DISPLAY "No PTO balances on file -- nothing to value."
               STOP RUN
           END-IF
           OPEN INPUT EmployeeFile
           IF NOT WS-Employee-File-Ok
               DISPLAY "Employee master data/employees.dat not found."
               CLOSE PtoBalanceFile
               STOP RUN
           END-IF
           OPEN OUTPUT LiabilityReport

           MOVE WS-Run-Date TO PrnLiaDate
           WRITE LiabilityLine FROM WS-Liability-Heading
             AFTER ADVANCING PAGE
           WRITE LiabilityLine FROM WS-Liability-Column-Header
             AFTER ADVANCING 2 LINES

           READ PtoBalanceFile NEXT
               AT END SET WS-Balance-Done TO TRUE
           END-READ
           PERFORM Value-One-Balance UNTIL WS-Balance-Done

           MOVE WS-Total-Vac-Hours TO PrnTotVacHours
           MOVE WS-Total-Sick-Hours TO PrnTotSickHours
           MOVE WS-Total-Vac-Value TO PrnTotVacValue
           MOVE WS-Total-Sick-Value TO PrnTotSickValue
           WRITE LiabilityLine FROM WS-Liability-Totals
             AFTER ADVANCING 2 LINES
           COMPUTE WS-Total-Value =
             WS-Total-Vac-Value + WS-Total-Sick-Value
           MOVE WS-Total-Value TO PrnTotValue
           WRITE LiabilityLine FROM WS-Liability-Grand-Line
             AFTER ADVANCING 2 LINES

           CLOSE PtoBalanceFile, EmployeeFile, LiabilityReport

           DISPLAY "PTO balances valued: " WS-Employee-Count
             " -- output/pto-liability.txt"
           STOP RUN.

       Value-One-Balance.
           MOVE PB-Employee-Id TO EM-Employee-Id
           READ EmployeeFile
               INVALID KEY
                   INITIALIZE EmployeeRecord
                   MOVE "** NOT ON MASTER **" TO EM-Name
           END-READ

           PERFORM Set-Hourly-Rate
           COMPUTE WS-Vac-Value ROUNDED =
             PB-Vac-Balance * WS-Hourly-Rate
           COMPUTE WS-Sick-Value ROUNDED =
             PB-Sick-Balance * WS-Hourly-Rate

           MOVE PB-Employee-Id TO PrnLiaEmployee
           MOVE EM-Name TO PrnLiaName
           MOVE EM-Department TO PrnLiaDepartment
           MOVE PB-Vac-Balance TO PrnLiaVacHours
           MOVE PB-Sick-Balance TO PrnLiaSickHours
           MOVE WS-Hourly-Rate TO PrnLiaRate
           MOVE WS-Vac-Value TO PrnLiaVacValue
           MOVE WS-Sick-Value TO PrnLiaSickValue
           WRITE LiabilityLine FROM WS-Liability-Detail
             AFTER ADVANCING 1 LINE

           ADD PB-Vac-Balance TO WS-Total-Vac-Hours
           ADD PB-Sick-Balance TO WS-Total-Sick-Hours
           ADD WS-Vac-Value TO WS-Total-Vac-Value
           ADD WS-Sick-Value TO WS-Total-Sick-Value
           ADD 1 TO WS-Employee-Count

           READ PtoBalanceFile NEXT
               AT END SET WS-Balance-Done TO TRUE
           END-READ.

       Set-Hourly-Rate.
      * A salaried employee's rate is the per-period salary spread
      * over the standard hours; with no standard hours on the
      * master the balance cannot be valued and shows at zero.
           EVALUATE TRUE
               WHEN EM-Hourly
                   MOVE EM-Pay-Rate TO WS-Hourly-Rate
               WHEN EM-Salaried AND EM-Standard-Hours > ZEROES
                   COMPUTE WS-Hourly-Rate ROUNDED =
                     EM-Pay-Rate / EM-Standard-Hours
               WHEN OTHER
                   MOVE ZEROES TO WS-Hourly-Rate
           END-EVALUATE.
