      * Initiation-fee schedule record, one line per member type in
      * data/initiation-fees.dat: the one-time fee a new member owes
      * and the part of it that is a refundable equity certificate,
      * repaid when the member resigns and the spot is resold. Both
      * amounts carry two implied decimals (0500000 is $5,000.00).
      * Read by MemberMaint when a member is added.
       01 InitFeeRec.
        02 IfMemberType PIC 9.
        02 FILLER PIC X.
        02 IfFeeAmount PIC 9(5)V99.
        02 FILLER PIC X.
        02 IfEquityAmount PIC 9(5)V99.
        02 FILLER PIC X.
        02 IfDescription PIC X(20).
