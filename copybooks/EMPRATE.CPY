      * Pay-rate audit record, one appended to
      * data/employee-rate-audit.dat by EmpMaint whenever an
      * employee is added or the pay type or pay rate changes, with
      * the before and after figures, who made the change and why.
       01  RateAuditRecord.
           05  RA-Date            PIC 9(8).
           05  FILLER             PIC X.
           05  RA-Time            PIC 9(8).
           05  FILLER             PIC X.
           05  RA-Employee-Id     PIC X(6).
           05  FILLER             PIC X.
           05  RA-Action          PIC X.
               88  RA-Action-Add     VALUE "A".
               88  RA-Action-Change  VALUE "C".
           05  FILLER             PIC X.
           05  RA-Old-Pay-Type    PIC X.
           05  FILLER             PIC X.
           05  RA-Old-Rate        PIC 9(6)V99.
           05  FILLER             PIC X.
           05  RA-New-Pay-Type    PIC X.
           05  FILLER             PIC X.
           05  RA-New-Rate        PIC 9(6)V99.
           05  FILLER             PIC X.
           05  RA-Changed-By      PIC X(8).
           05  FILLER             PIC X.
           05  RA-Reason          PIC X(30).
