      * Paid time off balance per employee in data/pto-balances.dat,
      * keyed by employee id: the vacation and sick hours standing,
      * what was earned and taken so far this year, and the run
      * dates the last accrual and the last hours taken were posted
      * (so a timesheet run made again the same day posts nothing
      * twice). PerformThru posts it, Payroll prints it on the
      * payslip, PtoLiab values it, and YearEnd caps the carryover.
       01  PtoBalanceRecord.
           05  PB-Employee-Id       PIC X(6).
           05  PB-Vac-Balance       PIC 9(4)V99.
           05  PB-Sick-Balance      PIC 9(4)V99.
           05  PB-Vac-Accrued-Ytd   PIC 9(4)V99.
           05  PB-Vac-Taken-Ytd     PIC 9(4)V99.
           05  PB-Sick-Accrued-Ytd  PIC 9(4)V99.
           05  PB-Sick-Taken-Ytd    PIC 9(4)V99.
           05  PB-Last-Accrual-Date PIC 9(8).
           05  PB-Last-Taken-Date   PIC 9(8).
