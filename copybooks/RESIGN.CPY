      * Member resignation record, one per resigned member, keyed by
      * the member id in data/resignations.dat. Written by the Resign
      * close-out transaction with the resignation date and reason,
      * the final-statement outcome (amount still owed or refund due;
      * both zero when the account was settled) and a count of what
      * was closed. The daily CorrQueue batch reads it to send the
      * close-out letter, coded CLyyyymm from the resignation date.
      * A member who rejoins and resigns again overwrites the record.
       01 ResignRec.
        88 EndOfResignFile VALUE HIGH-VALUES.
        02 RsMemberId PIC X(5).
        02 RsMemberName PIC X(20).
        02 RsMemberType PIC 9.
        02 RsResignDate PIC 9(8).
        02 RsReasonCode PIC X.
           88 RsReasonMoved VALUE "M".
           88 RsReasonHealth VALUE "H".
           88 RsReasonFinancial VALUE "F".
           88 RsReasonDeceased VALUE "D".
           88 RsReasonOther VALUE "O".
           88 RsReasonValid VALUE "M" "H" "F" "D" "O".
        02 RsReasonText PIC X(30).
        02 RsProcessDate PIC 9(8).
        02 RsOperId PIC X(3).
        02 RsAmountOwed PIC 9(6)V99.
        02 RsRefundDue PIC 9(6)V99.
        02 RsEquityAmount PIC 9(5)V99.
        02 RsRentalsEnded PIC 99.
        02 RsStandingDropped PIC 99.
        02 RsAutoPayDropped PIC X.
           88 RsAutoPayWasDropped VALUE "Y".
        02 RsTeeTimesCancelled PIC 99.
