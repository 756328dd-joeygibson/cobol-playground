      * Pay-period result record in data/payroll-quarter.dat, one
      * per employee paid, appended by every Payroll run so the
      * quarter's wages and withholding can be rebuilt pay period
      * by pay period (payroll-ytd.dat only holds running totals).
      * Taxable wages are gross less the pension contribution,
      * which is taken before tax. QtrTax reads it for the
      * quarterly return worksheet.
      * OffCycle appends its payments here too (source O, with the
      * time issued as the payment reference) and its voids
      * (source V): a void carries the voided payslip's amounts
      * negated, names the payslip it reverses by run date, source
      * and reference, and gives the reason code.
       01  PayPeriodRecord.
           05  QP-Run-Date     PIC 9(8).
           05  QP-Source       PIC X.
               88  QP-Regular-Run VALUE "R".
               88  QP-Off-Cycle   VALUE "O".
               88  QP-Void        VALUE "V".
           05  QP-Employee-Id  PIC X(6).
           05  QP-Gross        PIC S9(6)V99 SIGN LEADING SEPARATE.
           05  QP-Taxable      PIC S9(6)V99 SIGN LEADING SEPARATE.
           05  QP-Tax          PIC S9(6)V99 SIGN LEADING SEPARATE.
           05  QP-Pension      PIC S9(6)V99 SIGN LEADING SEPARATE.
           05  QP-Other-Ded    PIC S9(6)V99 SIGN LEADING SEPARATE.
           05  QP-Net          PIC S9(6)V99 SIGN LEADING SEPARATE.
           05  QP-Pay-Ref      PIC X(6).
           05  QP-Voids-Date   PIC 9(8).
           05  QP-Voids-Source PIC X.
           05  QP-Voids-Ref    PIC X(6).
           05  QP-Void-Reason  PIC XX.
