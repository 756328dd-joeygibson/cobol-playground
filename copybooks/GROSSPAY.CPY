      * Gross-pay input record for the Payroll run in
      * data/gross-pay.dat, one or more per employee: made up fresh
      * by the PerformThru timesheet run (H, hours worked at the
      * hourly rate with overtime; S, a salaried employee's standing
      * amount; P, paid time off taken at the regular rate; X, held
      * out for a timesheet exception until it is corrected), then
      * added to by TeachLoad (T, an instructor's teaching-load share
      * for the period). Payroll pays gross from these lines, not
      * from the figure keyed on the payslip file.
       01  GrossPayRecord.
           05  GP-Employee-Id  PIC X(6).
           05  GP-Pay-Source   PIC X.
               88  GP-From-Timesheet VALUE "H".
               88  GP-From-Standing  VALUE "S".
               88  GP-From-Teaching  VALUE "T".
               88  GP-From-Pto       VALUE "P".
               88  GP-Held           VALUE "X".
           05  GP-Hours        PIC 99V9.
           05  GP-Gross-Pay    PIC 9(6)V99.
           05  GP-Hold-Reason  PIC X(30).
