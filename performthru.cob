      *                half, and impossible hours (over 80, or zero
      *                for an active employee) go to an exception
      *                listing instead of the total.
      * 2026-10-15 JG  The run now makes up the gross-pay input for
      *                Payroll (data/gross-pay.dat): each included
      *                timesheet's pay, each salaried employee's
      *                standing amount from data/salary-standing.dat
      *                (a salaried employee's timesheet is not paid
      *                on top), and a held line for every employee
      *                on the exception listing so Payroll keeps them
      *                out of the run until the timesheet is right.
      *                ComputePayWithOvertime and
      *                WriteTimesheetException move below
      *                SumEarningsExit, out of the PERFORM THRU
      *                range, so they run only when performed.
      * 2026-10-15 JG  Timesheets are checked against the employee
      *                master (data/employees.dat, EmpMaint): one for
      *                an employee not on the master, or at an hourly
      *                rate other than the master's, goes to the
      *                exception listing; one for an employee the
      *                master shows terminated is skipped. Salaried
      *                employees and their standing pay per period
      *                now come from the master's pay type and rate,
      *                so data/salary-standing.dat is retired. The
      *                audit and exception lines show the employee's
      *                name and department.
      * 2026-10-15 JG  Paid time off: a timesheet may now carry PTO
      *                hours taken, V vacation or S sick. They are
      *                paid at the master's regular rate on a gross
      *                line of their own (P) and come off the balance
      *                in data/pto-balances.dat; taking more than the
      *                balance goes to the exception listing. Each
      *                employee accrues vacation and sick hours on the
      *                hours worked, by the rules for the pay type in
      *                data/pto-rules.dat -- salaried employees on
      *                their standard hours -- once per run date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             "output/timesheet-exceptions.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EmployeeFile ASSIGN TO "data/employees.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EM-Employee-Id
             FILE STATUS IS WS-Employee-File-Status.

           SELECT GrossPayFile ASSIGN TO "data/gross-pay.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PtoRuleFile ASSIGN TO "data/pto-rules.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Pto-Rule-Status.

           SELECT PtoBalanceFile ASSIGN TO "data/pto-balances.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PB-Employee-Id
             FILE STATUS IS WS-Pto-Balance-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  TimesheetFile.
               88  TR-Active       VALUE "A".
           05  TR-Hours-Worked     PIC 99V9.
           05  TR-Hourly-Rate      PIC 999V99.
           05  TR-Pto-Type         PIC X.
               88  TR-Pto-Vacation VALUE "V".
               88  TR-Pto-Sick     VALUE "S".
               88  TR-Pto-Valid    VALUE "V" "S".
           05  TR-Pto-Hours        PIC 99V9.

       FD  AuditFile.
       01  AuditLine PIC X(120).

       FD  ExceptionFile.
       01  ExceptionLine PIC X(100).

       FD  EmployeeFile.
           COPY EMPREC.

       FD  GrossPayFile.
           COPY GROSSPAY.

       FD  PtoRuleFile.
           COPY PTORULE.

       FD  PtoBalanceFile.
           COPY PTOBAL.

       WORKING-STORAGE SECTION.
           COPY ERRXSTAT.
       01  WS-Exception-Detail.
           05  FILLER PIC X(15) VALUE "Bad timesheet ".
           05  WS-ED-Employee-Id PIC X(6).
           05  FILLER PIC X VALUE SPACE.
           05  WS-ED-Name PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  WS-ED-Department PIC X(10).
           05  FILLER PIC X(2) VALUE ": ".
           05  WS-ED-Reason PIC X(40).
       01  WS-Timesheet-EOF PIC X VALUE "N".
       01  WS-Total-Earnings PIC 9(8)V99 VALUE ZEROES.
       01  WS-Formatted-Total PIC ZZZ,ZZ9.99.

       01  WS-Employee-File-Status PIC XX VALUE SPACES.
           88  WS-Employee-File-Ok VALUE "00".
       01  WS-Employee-EOF PIC X VALUE "N".
           88  WS-Employee-Done VALUE "Y".
       01  WS-Master-Flag PIC X VALUE "N".
           88  WS-On-Master VALUE "Y".
       01  WS-Run-Date PIC 9(8) VALUE ZEROES.
       01  WS-Salaried-Total PIC 9(8)V99 VALUE ZEROES.

       01  WS-Pto-Rule-Status PIC XX VALUE SPACES.
           88  WS-Pto-Rule-Ok VALUE "00".
       01  WS-Pto-Rule-EOF PIC X VALUE "N".
           88  WS-Pto-Rule-Done VALUE "Y".
       01  WS-Rule-Count PIC 9 VALUE ZEROES.
       01  WS-Rule-Table.
           05  WS-Rule-Entry OCCURS 5 TIMES.
               10  WS-RL-Pay-Type PIC X.
               10  WS-RL-Vac-Rate PIC 9V9999.
               10  WS-RL-Sick-Rate PIC 9V9999.
       01  WS-Rule-Idx PIC 9 VALUE ZEROES.
       01  WS-Rule-Found-Idx PIC 9 VALUE ZEROES.

       01  WS-Pto-Balance-Status PIC XX VALUE SPACES.
           88  WS-Pto-Balance-Ok VALUE "00".
           88  WS-Pto-Balance-Missing VALUE "35".
       01  WS-Balance-Flag PIC X VALUE "N".
           88  WS-Balance-On-File VALUE "Y".
       01  WS-Pto-Employee-Id PIC X(6) VALUE SPACES.
       01  WS-Pto-Basis-Hours PIC 99V9 VALUE ZEROES.
       01  WS-Pto-Taken-Type PIC X VALUE SPACES.
       01  WS-Pto-Taken-Hours PIC 99V9 VALUE ZEROES.
       01  WS-Pto-Earned PIC 9(4)V99 VALUE ZEROES.
       01  WS-Pto-Pay PIC 9(6)V99 VALUE ZEROES.
       01  WS-Pto-Pay-Total PIC 9(8)V99 VALUE ZEROES.

       01  WS-Audit-Detail.
           05  WS-AD-Employee-Id PIC X(6).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-AD-Name        PIC X(20).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-AD-Department  PIC X(10).
           05  FILLER            PIC X(3) VALUE " - ".
           05  WS-AD-Decision    PIC X(8).
           05  FILLER            PIC X(3) VALUE " - ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           OPEN INPUT EmployeeFile
           IF NOT WS-Employee-File-Ok
               DISPLAY "Employee master data/employees.dat not "
                 "found -- set employees up with EmpMaint first."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TimesheetFile
           OPEN OUTPUT AuditFile
           OPEN OUTPUT ExceptionFile
           OPEN OUTPUT GrossPayFile
           PERFORM LoadPtoRules
           OPEN I-O PtoBalanceFile
           IF WS-Pto-Balance-Missing
               OPEN OUTPUT PtoBalanceFile
               CLOSE PtoBalanceFile
               OPEN I-O PtoBalanceFile
           END-IF

           READ TimesheetFile
               AT END SET WS-Timesheet-Done TO TRUE
           PERFORM SumEarnings THRU SumEarningsExit
             UNTIL WS-Timesheet-Done

           PERFORM StartStandingPass
           PERFORM WriteStandingGross UNTIL WS-Employee-Done

           CLOSE EmployeeFile, PtoBalanceFile
           CLOSE TimesheetFile
           CLOSE AuditFile
           CLOSE ExceptionFile
           CLOSE GrossPayFile

           MOVE WS-Total-Earnings TO WS-Formatted-Total
           DISPLAY "Total earnings: " WS-Formatted-Total
           MOVE WS-Salaried-Total TO WS-Formatted-Total
           DISPLAY "Salaried standing pay: " WS-Formatted-Total
           MOVE WS-Pto-Pay-Total TO WS-Formatted-Total
           DISPLAY "Paid time off: " WS-Formatted-Total
           IF WS-Exception-Count > 0
               DISPLAY WS-Exception-Count " timesheet(s) had "
                 "exceptions -- see "
                 "output/timesheet-exceptions.txt"
           END-IF
           STOP RUN.
           DISPLAY "SumEarnings: " TR-Employee-Id

           MOVE 0 TO ShouldSkip
           IF TR-Pto-Hours NOT NUMERIC
               MOVE ZEROES TO TR-Pto-Hours
           END-IF
           PERFORM CheckEmployeeMaster
           IF TR-Terminated
               MOVE 1 TO ShouldSkip
               MOVE "terminated employee" TO WS-Exit-Message
           END-IF

           IF ShouldSkip = 0
               IF NOT WS-On-Master
                   MOVE 1 TO ShouldSkip
                   MOVE "not on the employee master"
                     TO WS-Exit-Message
                   PERFORM WriteTimesheetException
               END-IF
           END-IF

           IF ShouldSkip = 0
               IF NOT EM-Still-Employed
                 AND EM-Term-Date <= WS-Run-Date
                   MOVE 1 TO ShouldSkip
                   MOVE "terminated on the employee master"
                     TO WS-Exit-Message
               END-IF
           END-IF

           IF ShouldSkip = 0
               PERFORM CheckPtoTaken
           END-IF

      * A salaried employee's PTO comes off the balance; the
      * standing amount already pays for it.
           IF ShouldSkip = 0
               IF EM-Salaried
                   MOVE 1 TO ShouldSkip
                   MOVE "salaried -- standing amount paid"
                     TO WS-Exit-Message
                   MOVE ZEROES TO WS-Pto-Basis-Hours
                   PERFORM PostTimesheetPto
               END-IF
           END-IF

           IF ShouldSkip = 0
               IF TR-Hourly-Rate NOT = EM-Pay-Rate
                   MOVE 1 TO ShouldSkip
                   MOVE "hourly rate not as on master"
                     TO WS-Exit-Message
                   PERFORM WriteTimesheetException
               END-IF
           END-IF

           IF ShouldSkip = 0
               IF TR-Hours-Worked > WS-Maximum-Hours
                   MOVE 1 TO ShouldSkip

           IF ShouldSkip = 0
               IF TR-Hours-Worked = ZEROES AND TR-Active
                 AND TR-Pto-Hours = ZEROES
                   MOVE 1 TO ShouldSkip
                   MOVE "zero hours for an active employee"
                     TO WS-Exit-Message
               MOVE "included in total" TO WS-Exit-Message
               PERFORM ComputePayWithOvertime
               ADD WS-Computed-Pay TO WS-Total-Earnings
               MOVE SPACES TO GrossPayRecord
               MOVE TR-Employee-Id TO GP-Employee-Id
               SET GP-From-Timesheet TO TRUE
               MOVE TR-Hours-Worked TO GP-Hours
               MOVE WS-Computed-Pay TO GP-Gross-Pay
               WRITE GrossPayRecord
               IF TR-Pto-Hours > ZEROES
                   PERFORM WritePtoGross
               END-IF
               MOVE TR-Hours-Worked TO WS-Pto-Basis-Hours
               PERFORM PostTimesheetPto
               DISPLAY "Not skipping"
           END-IF.

       SumEarningsExit.
           DISPLAY "SumEarningsExit"

           MOVE TR-Employee-Id TO WS-AD-Employee-Id
           MOVE EM-Name TO WS-AD-Name
           MOVE EM-Department TO WS-AD-Department
           IF WS-Status-Skipped
               MOVE "SKIPPED" TO WS-AD-Decision
           ELSE
               MOVE "INCLUDED" TO WS-AD-Decision
           END-IF
           MOVE WS-Exit-Message TO WS-AD-Reason
           MOVE WS-Audit-Detail TO AuditLine
           WRITE AuditLine

           READ TimesheetFile
               AT END SET WS-Timesheet-Done TO TRUE
           END-READ

           EXIT.

       ComputePayWithOvertime.
           IF TR-Hours-Worked <= WS-Overtime-Threshold
               COMPUTE WS-Computed-Pay ROUNDED =

       WriteTimesheetException.
           MOVE TR-Employee-Id TO WS-ED-Employee-Id
           MOVE EM-Name TO WS-ED-Name
           MOVE EM-Department TO WS-ED-Department
           MOVE WS-Exit-Message TO WS-ED-Reason
           WRITE ExceptionLine FROM WS-Exception-Detail
           ADD 1 TO WS-Exception-Count
      * Held out of Payroll until the timesheet is corrected and
      * this run is made again.
           MOVE SPACES TO GrossPayRecord
           MOVE TR-Employee-Id TO GP-Employee-Id
           SET GP-Held TO TRUE
           MOVE TR-Hours-Worked TO GP-Hours
           MOVE ZEROES TO GP-Gross-Pay
           MOVE WS-Exit-Message TO GP-Hold-Reason
           WRITE GrossPayRecord.

       CheckEmployeeMaster.
      * Leaves the employee's master record in EmployeeRecord, or a
      * blank one when the employee is not on file.
           MOVE "Y" TO WS-Master-Flag
           MOVE TR-Employee-Id TO EM-Employee-Id
           READ EmployeeFile
               INVALID KEY
                   MOVE "N" TO WS-Master-Flag
                   MOVE SPACES TO EM-Name, EM-Department
                   MOVE ZEROES TO EM-Term-Date, EM-Pay-Rate
                   MOVE "H" TO EM-Pay-Type
           END-READ.

       StartStandingPass.
           MOVE LOW-VALUES TO EM-Employee-Id
           START EmployeeFile KEY IS >= EM-Employee-Id
               INVALID KEY SET WS-Employee-Done TO TRUE
           END-START
           IF NOT WS-Employee-Done
               READ EmployeeFile NEXT
                   AT END SET WS-Employee-Done TO TRUE
               END-READ
           END-IF.

       WriteStandingGross.
      * A salaried employee is paid the master's rate every period
      * until the termination date has passed.
           IF EM-Salaried
             AND (EM-Still-Employed OR EM-Term-Date > WS-Run-Date)
               MOVE SPACES TO GrossPayRecord
               MOVE EM-Employee-Id TO GP-Employee-Id
               SET GP-From-Standing TO TRUE
               MOVE ZEROES TO GP-Hours
               MOVE EM-Pay-Rate TO GP-Gross-Pay
               WRITE GrossPayRecord
               ADD EM-Pay-Rate TO WS-Salaried-Total
               MOVE EM-Employee-Id TO WS-Pto-Employee-Id
               MOVE EM-Standard-Hours TO WS-Pto-Basis-Hours
               MOVE SPACES TO WS-Pto-Taken-Type
               MOVE ZEROES TO WS-Pto-Taken-Hours
               PERFORM PostPtoBalance
           END-IF
           READ EmployeeFile NEXT
               AT END SET WS-Employee-Done TO TRUE
           END-READ.

       LoadPtoRules.
           OPEN INPUT PtoRuleFile
           IF NOT WS-Pto-Rule-Ok
               DISPLAY "No PTO rules file -- no time off accrues "
                 "this run."
               EXIT PARAGRAPH
           END-IF
           READ PtoRuleFile
               AT END SET WS-Pto-Rule-Done TO TRUE
           END-READ
           PERFORM LoadOnePtoRule UNTIL WS-Pto-Rule-Done
           CLOSE PtoRuleFile.

       LoadOnePtoRule.
           IF WS-Rule-Count < 5
             AND PTR-Vac-Rate NUMERIC AND PTR-Sick-Rate NUMERIC
               ADD 1 TO WS-Rule-Count
               MOVE PTR-Pay-Type TO WS-RL-Pay-Type(WS-Rule-Count)
               MOVE PTR-Vac-Rate TO WS-RL-Vac-Rate(WS-Rule-Count)
               MOVE PTR-Sick-Rate TO WS-RL-Sick-Rate(WS-Rule-Count)
           END-IF
           READ PtoRuleFile
               AT END SET WS-Pto-Rule-Done TO TRUE
           END-READ.

       FindPtoRule.
           MOVE ZEROES TO WS-Rule-Found-Idx
           PERFORM CheckOnePtoRule
               VARYING WS-Rule-Idx FROM 1 BY 1
               UNTIL WS-Rule-Idx > WS-Rule-Count
                 OR WS-Rule-Found-Idx > ZEROES.

       CheckOnePtoRule.
           IF WS-RL-Pay-Type(WS-Rule-Idx) = EM-Pay-Type
               MOVE WS-Rule-Idx TO WS-Rule-Found-Idx
           END-IF.

       ReadPtoBalance.
      * Leaves a zero balance in the record for an employee with no
      * time off on file yet.
           MOVE "Y" TO WS-Balance-Flag
           MOVE WS-Pto-Employee-Id TO PB-Employee-Id
           READ PtoBalanceFile
               INVALID KEY
                   MOVE "N" TO WS-Balance-Flag
                   INITIALIZE PtoBalanceRecord
                   MOVE WS-Pto-Employee-Id TO PB-Employee-Id
           END-READ.

       CheckPtoTaken.
      * Hours already taken off the balance by an earlier run today
      * are not checked against it a second time.
           IF TR-Pto-Hours = ZEROES
               EXIT PARAGRAPH
           END-IF
           MOVE TR-Employee-Id TO WS-Pto-Employee-Id
           PERFORM ReadPtoBalance
           EVALUATE TRUE
               WHEN NOT TR-Pto-Valid
                   MOVE 1 TO ShouldSkip
                   MOVE "PTO hours without a V or S type"
                     TO WS-Exit-Message
                   PERFORM WriteTimesheetException
               WHEN PB-Last-Taken-Date = WS-Run-Date
                   CONTINUE
               WHEN TR-Pto-Vacation
                 AND TR-Pto-Hours > PB-Vac-Balance
                   MOVE 1 TO ShouldSkip
                   MOVE "vacation taken exceeds balance"
                     TO WS-Exit-Message
                   PERFORM WriteTimesheetException
               WHEN TR-Pto-Sick
                 AND TR-Pto-Hours > PB-Sick-Balance
                   MOVE 1 TO ShouldSkip
                   MOVE "sick time taken exceeds balance"
                     TO WS-Exit-Message
                   PERFORM WriteTimesheetException
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WritePtoGross.
           COMPUTE WS-Pto-Pay ROUNDED = TR-Pto-Hours * EM-Pay-Rate
           MOVE SPACES TO GrossPayRecord
           MOVE TR-Employee-Id TO GP-Employee-Id
           SET GP-From-Pto TO TRUE
           MOVE TR-Pto-Hours TO GP-Hours
           MOVE WS-Pto-Pay TO GP-Gross-Pay
           WRITE GrossPayRecord
           ADD WS-Pto-Pay TO WS-Pto-Pay-Total.

       PostTimesheetPto.
           MOVE TR-Employee-Id TO WS-Pto-Employee-Id
           MOVE TR-Pto-Type TO WS-Pto-Taken-Type
           MOVE TR-Pto-Hours TO WS-Pto-Taken-Hours
           PERFORM PostPtoBalance.

       PostPtoBalance.
      * The accrual and the hours taken each post once per run date,
      * so a run made again after an exception is corrected does
      * not count anyone twice.
           PERFORM ReadPtoBalance
           IF WS-Pto-Basis-Hours > ZEROES
             AND PB-Last-Accrual-Date NOT = WS-Run-Date
               PERFORM FindPtoRule
               IF WS-Rule-Found-Idx > ZEROES
                   COMPUTE WS-Pto-Earned ROUNDED =
                     WS-Pto-Basis-Hours
                     * WS-RL-Vac-Rate(WS-Rule-Found-Idx)
                   ADD WS-Pto-Earned TO PB-Vac-Balance
                   ADD WS-Pto-Earned TO PB-Vac-Accrued-Ytd
                   COMPUTE WS-Pto-Earned ROUNDED =
                     WS-Pto-Basis-Hours
                     * WS-RL-Sick-Rate(WS-Rule-Found-Idx)
                   ADD WS-Pto-Earned TO PB-Sick-Balance
                   ADD WS-Pto-Earned TO PB-Sick-Accrued-Ytd
                   MOVE WS-Run-Date TO PB-Last-Accrual-Date
               END-IF
           END-IF
           IF WS-Pto-Taken-Hours > ZEROES
             AND PB-Last-Taken-Date NOT = WS-Run-Date
               IF WS-Pto-Taken-Type = "V"
                   SUBTRACT WS-Pto-Taken-Hours FROM PB-Vac-Balance
                   ADD WS-Pto-Taken-Hours TO PB-Vac-Taken-Ytd
               ELSE
                   SUBTRACT WS-Pto-Taken-Hours FROM PB-Sick-Balance
                   ADD WS-Pto-Taken-Hours TO PB-Sick-Taken-Ytd
               END-IF
               MOVE WS-Run-Date TO PB-Last-Taken-Date
           END-IF
           IF WS-Balance-On-File
               REWRITE PtoBalanceRecord
                   INVALID KEY
                       DISPLAY "Unable to update the PTO balance for "
                         PB-Employee-Id
               END-REWRITE
           ELSE
               WRITE PtoBalanceRecord
                   INVALID KEY
                       DISPLAY "Unable to start the PTO balance for "
                         PB-Employee-Id
               END-WRITE
           END-IF.
