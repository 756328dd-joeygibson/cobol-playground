      * Initiation and equity-certificate record, one per member in
      * data/equity-certs.dat, keyed by member id. Written by
      * MemberMaint when the member is added (the fee and equity
      * portion in effect for the member type, dated from
      * MemberJoinDate). The fee bills once through DuesBilling on
      * the next statement and flips to billed when that run
      * commits (DuesUndo flips it back). The certificate stays
      * outstanding while the member belongs, awaits resale from
      * the day the member is inactivated, and is redeemed -- due
      * for repayment -- when MemberMaint adds the next member of
      * the same type, oldest resignation first. EquityRpt prints
      * the register.
       01 EquityCertRec.
        88 EndOfEquityFile VALUE HIGH-VALUES.
        02 EqMemberId PIC X(5).
        02 EqMemberType PIC 9.
        02 EqJoinDate PIC 9(8).
        02 EqInitFeeAmount PIC 9(5)V99.
        02 EqEquityAmount PIC 9(5)V99.
        02 EqFeeStatus PIC X.
           88 EqFeeUnbilled VALUE "U".
           88 EqFeeBilled VALUE "B".
        02 EqFeeBilledPeriod PIC 9(6).
        02 EqFeeBilledDate PIC 9(8).
        02 EqCertStatus PIC X.
           88 EqCertNone VALUE "N".
           88 EqCertOutstanding VALUE "O".
           88 EqCertAwaitingResale VALUE "A".
           88 EqCertRedeemed VALUE "R".
        02 EqResignDate PIC 9(8).
        02 EqRedeemDate PIC 9(8).
        02 EqResoldToMemberId PIC X(5).
        02 EqLastOper PIC X(3).
