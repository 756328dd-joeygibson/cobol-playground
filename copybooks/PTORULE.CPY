      * Paid time off accrual rule in data/pto-rules.dat, one per
      * employee pay type (H hourly, S salaried): the vacation and
      * sick hours earned for each hour worked, and the most of each
      * balance an employee may carry into the new year.
       01  PtoRuleRecord.
           05  PTR-Pay-Type       PIC X.
           05  FILLER             PIC X.
           05  PTR-Vac-Rate       PIC 9V9999.
           05  FILLER             PIC X.
           05  PTR-Sick-Rate      PIC 9V9999.
           05  FILLER             PIC X.
           05  PTR-Vac-Cap        PIC 999V9.
           05  FILLER             PIC X.
           05  PTR-Sick-Cap       PIC 999V9.
