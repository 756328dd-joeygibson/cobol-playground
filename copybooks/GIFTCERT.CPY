      * Gift-certificate and pro-shop credit voucher record, one per
      * certificate number in data/gift-certs.dat. GiftCert issues
      * them at the desk -- a gift certificate is sold for money
      * into the drawer, a pro-shop credit voucher is awarded with
      * supervisor approval -- and redeems them in the pro shop;
      * PayPost accepts one as a tender. The remaining value is what
      * the club still owes on it. GiftLiab expires a certificate
      * still holding value after its expiry date and books the
      * remainder as breakage.
      * 2026-10-15 JG  Rain checks: RainCheck issues a kind C
      *                certificate to the sponsoring member for the
      *                guest and cart fees of a round cut short by a
      *                mid-day closure. It redeems and expires like
      *                any other certificate.
       01 GiftCertRec.
        88 EndOfGiftCertFile VALUE HIGH-VALUES.
        02 GcNumber PIC 9(6).
        02 GcKind PIC X.
           88 GcIsGiftCert VALUE "G".
           88 GcIsShopCredit VALUE "V".
           88 GcIsRainCheck VALUE "C".
        02 GcIssueDate PIC 9(8).
        02 GcPurchaserId PIC X(5).
        02 GcPurchaserName PIC X(20).
        02 GcFaceValue PIC 9(5)V99.
        02 GcRemainingValue PIC 9(5)V99.
        02 GcExpiryDate PIC 9(8).
        02 GcStatus PIC X.
           88 GcOpen VALUE "O".
           88 GcFullyRedeemed VALUE "R".
           88 GcExpired VALUE "E".
        02 GcIssueSession PIC 9(4).
        02 GcIssueOper PIC X(3).
        02 GcLastRedeemDate PIC 9(8).
        02 GcBreakageDate PIC 9(8).
        02 GcBreakageAmount PIC 9(5)V99.
