      *                with a REF note and subtract from the method
      *                and drawer totals, so the register agrees with
      *                the money actually in the drawer.
      * 2026-10-15 JG  Payments tendered with a gift certificate
      *                list as GIFT with their own total and stay out
      *                of the drawer total, since no money changed
      *                hands.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 CheckTotal PIC S9(7)V99 VALUE ZEROES.
       01 CardTotal PIC S9(7)V99 VALUE ZEROES.
       01 CashTotal PIC S9(7)V99 VALUE ZEROES.
       01 GiftTotal PIC S9(7)V99 VALUE ZEROES.
       01 DayTotal PIC S9(7)V99 VALUE ZEROES.
       01 SignedPayAmount PIC S9(5)V99 VALUE ZEROES.

                   WHEN PayByCard
                       MOVE "CARD" TO PrnRegMethod
                       ADD SignedPayAmount TO CardTotal
                   WHEN PayByGiftCert
                       MOVE "GIFT" TO PrnRegMethod
                       ADD SignedPayAmount TO GiftTotal
                   WHEN OTHER
                       MOVE "CASH" TO PrnRegMethod
                       ADD SignedPayAmount TO CashTotal
               WRITE RegisterPrintLine FROM RegisterDetailLine
                 AFTER ADVANCING 1 LINE

               IF NOT PayByGiftCert
                   ADD SignedPayAmount TO DayTotal
               END-IF
               ADD 1 TO ReceiptCount
           END-IF

           MOVE "Cash    " TO PrnMtdLabel
           MOVE CashTotal TO PrnMtdAmount
           WRITE RegisterPrintLine FROM MethodTotalLine
             AFTER ADVANCING 1 LINE

           IF GiftTotal NOT = ZEROES
               MOVE "Gift    " TO PrnMtdLabel
               MOVE GiftTotal TO PrnMtdAmount
               WRITE RegisterPrintLine FROM MethodTotalLine
                 AFTER ADVANCING 1 LINE
           END-IF.
