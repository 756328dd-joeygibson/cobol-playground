      * Operator record for sign-on: id, name, password and an
      * authority level (9 = supervisor; only supervisors may
      * inactivate members). Maintained in data/operators.dat.
      * 2026-10-15 JG  Shared-id flag: Y marks a generic id that more
      *                than one person signs on under; SodRpt reports
      *                activity posted under it. Blank on older lines.
       01 OperatorRec.
        02 OperId PIC X(3).
        02 OperName PIC X(20).
        02 OperPassword PIC X(8).
        02 OperAuthority PIC 9.
        02 OperSharedFlag PIC X.
           88 OperIdIsShared VALUE "Y".
