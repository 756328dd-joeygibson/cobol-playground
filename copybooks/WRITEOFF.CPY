      * Bad-debt write-off record, one per member written off, keyed
      * by the member id in data/writeoffs.dat. Written by BadDebt
      * when a supervisor approves writing off a suspended, inactive
      * or archived member's dues balance (a W entry on the payments
      * ledger), updated when the account is placed with the
      * collection agency and as the agency's recoveries are posted
      * (each an X reinstatement plus a V recovery receipt). A later
      * write-off for the same member adds to the amount.
       01 WriteOffRec.
        88 EndOfWriteOffFile VALUE HIGH-VALUES.
        02 WoMemberId PIC X(5).
        02 WoMemberName PIC X(20).
        02 WoDate PIC 9(8).
        02 WoAmount PIC 9(6)V99.
        02 WoReason PIC X(30).
        02 WoApproverId PIC X(3).
        02 WoAgencyStatus PIC X.
           88 WoNotPlaced VALUE " " "N".
           88 WoPlacedWithAgency VALUE "P".
        02 WoPlacedDate PIC 9(8).
        02 WoRecoveredAmount PIC 9(6)V99.
        02 WoLastRecoveryDate PIC 9(8).
