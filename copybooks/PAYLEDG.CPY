      *                drawer session was open) so a shift's takings
      *                can be balanced and a receipt traced to the
      *                operator's session.
      * 2026-10-15 JG  Bad-debt entry types from BadDebt: W writes
      *                off an uncollectable balance (counts like a
      *                payment against the bill), X reinstates the
      *                part the collection agency recovers (adds back
      *                like a refund) and V receipts the recovery.
      *                W and X move no money, so the cash proof
      *                leaves them out.
      * 2026-10-15 JG  Foreign tender: a payment taken in a foreign
      *                currency at PayPost carries the currency code,
      *                the amount tendered in that currency and the
      *                exchange rate used; PayAmount is always the
      *                home-dollar value. Dollar entries carry zeroes.
      * 2026-10-15 JG  Method G: paid with a GiftCert gift
      *                certificate or pro-shop credit voucher, whose
      *                number is carried in PayCheckNo. No money
      *                enters the drawer, so the cash proof and the
      *                Z-report show it apart from the takings.
      * 2026-10-15 JG  Operator stamp: the operator signed on to
      *                PayPost or NsfPost who keyed the entry, and for
      *                a refund the approving supervisor, so SodRpt
      *                can check duties are split. Batch and older
      *                entries carry spaces.
      * 2026-10-15 JG  Tournament event id on entry fees and their
      *                refunds and reversals, so TournPay can total
      *                the fees an event actually collected for its
      *                purse. Other entries carry spaces.
       01 PaymentRec.
        88 EndOfPaymentFile VALUE HIGH-VALUES.
        02 PayKey.
           88 PayByCheck VALUE "K".
           88 PayByCard VALUE "C".
           88 PayByCash VALUE "H".
           88 PayByGiftCert VALUE "G".
        02 PayPurpose PIC X.
           88 PayForDues VALUE "D".
           88 PayForRenewal VALUE "R".
           88 PayIsPayment VALUE "P" " ".
           88 PayIsRefund VALUE "F".
           88 PayIsNsfReversal VALUE "N".
           88 PayIsWriteOff VALUE "W".
           88 PayIsWriteOffReinstated VALUE "X".
           88 PayIsRecovery VALUE "V".
           88 PayIsNonCash VALUE "W" "X".
           88 PayReducesLedger VALUE "F" "N" "X".
        02 PaySessionId PIC 9(4).
        02 PayForeignTender.
         03 PayCurrencyCode PIC 99.
           88 PayInHomeCurrency VALUE ZEROES.
         03 PayTenderedAmount PIC 9(7)V99.
         03 PayFxRate PIC 9(3)V9(6).
        02 PayOperId PIC X(3).
        02 PayApprovedBy PIC X(3).
        02 PayEventId PIC X(5).
