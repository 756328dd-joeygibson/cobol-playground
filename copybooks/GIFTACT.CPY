      * Gift-certificate activity line, appended to
      * data/gift-cert-activity.dat for every movement in a
      * certificate's value: S sold at the desk (money into the
      * drawer by the method shown), A pro-shop credit awarded,
      * U used in the pro shop, P tendered at PayPost against a
      * member's account, E expired with the remainder taken as
      * breakage. DrawerSess and CashProof add the sales to the
      * drawer; GlExport journals every type by date through the
      * matching code in data/gl-accounts.dat; GiftLiab summarizes
      * the month.
      * 2026-10-15 JG  Type C, a rain check issued by RainCheck for
      *                fees paid on a round the course closed on.
       01 GiftActivityRec.
        88 EndOfGiftActivityFile VALUE HIGH-VALUES.
        02 GaDate PIC 9(8).
        02 FILLER PIC X.
        02 GaCertNumber PIC 9(6).
        02 FILLER PIC X.
        02 GaType PIC X.
           88 GaIsSale VALUE "S".
           88 GaIsCreditAward VALUE "A".
           88 GaIsShopUse VALUE "U".
           88 GaIsPayTender VALUE "P".
           88 GaIsBreakage VALUE "E".
           88 GaIsRainCheck VALUE "C".
        02 FILLER PIC X.
        02 GaAmount PIC 9(5)V99.
        02 FILLER PIC X.
        02 GaMethod PIC X.
           88 GaByCheck VALUE "K".
           88 GaByCard VALUE "C".
           88 GaByCash VALUE "H".
        02 FILLER PIC X.
        02 GaSessionId PIC 9(4).
        02 FILLER PIC X.
        02 GaOperId PIC X(3).
        02 FILLER PIC X.
        02 GaMemberId PIC X(5).
