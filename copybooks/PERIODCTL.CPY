      * Accounting-period control record, one per calendar month
      * (yyyymm) in data/period-control.dat, maintained by PeriodCtl.
      * A month the controller has closed carries status C and no
      * program may post a payments-ledger or dues-billed entry dated
      * in it; a month with no record, or reopened, is open. The
      * last close and the last reopen are kept on the record; every
      * change is also written to data/period-control-log.dat.
       01 PeriodCtlRec.
        88 EndOfPeriodCtlFile VALUE HIGH-VALUES.
        02 PcMonth PIC 9(6).
        02 PcStatus PIC X.
           88 PcPeriodOpen VALUE "O" " ".
           88 PcPeriodClosed VALUE "C".
        02 PcClosedDate PIC 9(8).
        02 PcClosedBy PIC X(3).
        02 PcReopenedDate PIC 9(8).
        02 PcReopenedBy PIC X(3).
        02 PcReopenCount PIC 99.
