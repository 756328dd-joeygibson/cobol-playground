      * Payroll labor-cost record in data/labor-cost.dat, one per
      * department per Payroll run, appended by Payroll and picked
      * up by GlExport for the night's journal (codes K net wages,
      * X tax withheld, N pension, O other deductions, F employer
      * tax and Q direct deposits paid in data/gl-accounts.dat).
      * Gross is the net pay, tax withheld, pension and other
      * deductions together.
       01  LaborCostRecord.
           05  LC-Run-Date        PIC 9(8).
           05  FILLER             PIC X.
           05  LC-Department      PIC X(10).
           05  FILLER             PIC X.
           05  LC-Gross           PIC 9(7)V99.
           05  FILLER             PIC X.
           05  LC-Employee-Tax    PIC 9(7)V99.
           05  FILLER             PIC X.
           05  LC-Employer-Tax    PIC 9(7)V99.
           05  FILLER             PIC X.
           05  LC-Pension         PIC 9(7)V99.
           05  FILLER             PIC X.
           05  LC-Other-Ded       PIC 9(7)V99.
           05  FILLER             PIC X.
           05  LC-Net-Pay         PIC 9(7)V99.
           05  FILLER             PIC X.
           05  LC-Deposits        PIC 9(7)V99.
