      * method and prints a Z-report of the session's ledger takings
      * against the count with over/short per method. A dispute now
      * traces to a shift instead of to "the drawer".
      * 2026-10-15 JG  Foreign tender taken at PayPost is kept out of
      *                the dollar method lines; the drawer is counted
      *                per foreign currency and the Z-report shows
      *                each currency's takings, count and over/short
      *                in that currency, with the dollar value posted.
      * 2026-10-15 JG  Gift certificates sold at GiftCert during the
      *                session count in the takings by the method
      *                paid; certificates taken as a tender at
      *                PayPost bring no money into the drawer and
      *                show on their own line outside the over/short.
      * 2026-10-15 JG  NSF reversals now carry the session they were
      *                keyed under; the bank takes that money back, not
      *                the drawer, so the takings leave them out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ZReport ASSIGN TO 'output/z-report.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CurrencyTableFile ASSIGN TO
             'data/country-currency.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CurrencyTableStatus.

           SELECT ExchangeRateFile ASSIGN TO
             'data/exchange-rates.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ExchangeRateStatus.

           SELECT GiftActivityFile ASSIGN TO
             'data/gift-cert-activity.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GiftActivityStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SessionFile.
       FD ZReport.
       01 ZPrintLine PIC X(70).

       FD CurrencyTableFile.
           COPY CURRREF.

       FD ExchangeRateFile.
           COPY FXRATE.

       FD GiftActivityFile.
           COPY GIFTACT.

       WORKING-STORAGE SECTION.
           COPY FXLOOK.
       01 SessionFileStatus PIC XX VALUE ZEROES.
        88 SessionFileOk VALUE "00".
        88 SessionFileMissing VALUE "35".
        88 PaymentFileOk VALUE "00".
        88 PaymentFileMissing VALUE "35".

       01 GiftActivityStatus PIC XX VALUE SPACES.
        88 GiftActivityOk VALUE "00".

       01 MenuChoice PIC X VALUE SPACES.
        88 WantsOpen VALUE "O" "o".
        88 WantsClose VALUE "C" "c".
       01 SysCardTotal PIC S9(7)V99 VALUE ZEROES.
       01 SysCashTotal PIC S9(7)V99 VALUE ZEROES.
       01 SignedPayAmount PIC S9(5)V99 VALUE ZEROES.
       01 GiftSoldTotal PIC S9(7)V99 VALUE ZEROES.
       01 GiftTenderTotal PIC S9(7)V99 VALUE ZEROES.
       01 MethodOverShort PIC S9(7)V99 VALUE ZEROES.
       01 SessionOverShort PIC S9(7)V99 VALUE ZEROES.

       01 ForeignTenderTable.
        02 ForeignTender OCCURS 10 TIMES.
         03 FtCurrencyCode PIC 99.
         03 FtTenderedTotal PIC S9(7)V99.
         03 FtDollarTotal PIC S9(7)V99.
         03 FtCountedTotal PIC 9(7)V99.
       01 ForeignTenderCount PIC 99 VALUE ZEROES.
       01 ForeignIdx PIC 99 VALUE ZEROES.
       01 ForeignFoundFlag PIC X VALUE "N".
        88 ForeignCurrencyFound VALUE "Y".
       01 SignedTenderAmount PIC S9(7)V99 VALUE ZEROES.
       01 ForeignOverShort PIC S9(7)V99 VALUE ZEROES.

       01 ZHeading.
        02 FILLER PIC X(30) VALUE
          "Drawer Z-Report -- session    ".
        02 FILLER PIC X(26) VALUE "Session over/short    $   ".
        02 PrnZTotalOverShort PIC ZZZ,ZZ9.99-.

       01 ZGiftLine.
        02 PrnZGiftLabel PIC X(26).
        02 PrnZGiftAmount PIC ZZZ,ZZ9.99-.

       01 ZForeignHeader PIC X(70) VALUE
          "Foreign tender       Takings      Counted  Over/Short      Do
      -    "llars".

       01 ZForeignLine.
        02 PrnZFxSymbol PIC X.
        02 FILLER PIC X VALUE SPACE.
        02 PrnZFxName PIC X(15).
        02 FILLER PIC X VALUE SPACE.
        02 PrnZFxSystem PIC ZZZ,ZZ9.99-.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnZFxCounted PIC ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnZFxOverShort PIC ZZZ,ZZ9.99-.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnZFxDollars PIC ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       RunDrawerSessions.
           OPEN I-O SessionFile
           ACCEPT CountedCashTotal

           PERFORM TotalSessionTakings
           PERFORM CountOneForeignTender
               VARYING ForeignIdx FROM 1 BY 1
               UNTIL ForeignIdx > ForeignTenderCount
           PERFORM PrintZReport

           ACCEPT WS-Today FROM DATE YYYYMMDD
           MOVE ZEROES TO SysCheckTotal
           MOVE ZEROES TO SysCardTotal
           MOVE ZEROES TO SysCashTotal
           MOVE ZEROES TO ForeignTenderCount
           MOVE ZEROES TO GiftSoldTotal
           MOVE ZEROES TO GiftTenderTotal

           PERFORM TotalSessionGiftSales

           OPEN INPUT PaymentFile
           IF PaymentFileMissing

           CLOSE PaymentFile.

       TotalSessionGiftSales.
      * Certificates sold over the desk are money in the drawer.
           OPEN INPUT GiftActivityFile
           IF NOT GiftActivityOk
               EXIT PARAGRAPH
           END-IF

           READ GiftActivityFile
            AT END SET EndOfGiftActivityFile TO TRUE
           END-READ

           PERFORM TotalOneGiftSale UNTIL EndOfGiftActivityFile

           CLOSE GiftActivityFile.

       TotalOneGiftSale.
           IF GaSessionId = SessionId AND GaIsSale
               ADD GaAmount TO GiftSoldTotal
               EVALUATE TRUE
                   WHEN GaByCheck
                       ADD GaAmount TO SysCheckTotal
                   WHEN GaByCard
                       ADD GaAmount TO SysCardTotal
                   WHEN OTHER
                       ADD GaAmount TO SysCashTotal
               END-EVALUATE
           END-IF

           READ GiftActivityFile
            AT END SET EndOfGiftActivityFile TO TRUE.

       TotalOneSessionEntry.
           IF PaySessionId = SessionId AND NOT PayIsNsfReversal
               IF PayReducesLedger
                   COMPUTE SignedPayAmount = ZERO - PayAmount
               ELSE
                   MOVE PayAmount TO SignedPayAmount
               END-IF
               EVALUATE TRUE
                   WHEN NOT PayInHomeCurrency
                       PERFORM AddForeignTender
                   WHEN PayByGiftCert
                       ADD SignedPayAmount TO GiftTenderTotal
                   WHEN PayByCheck
                       ADD SignedPayAmount TO SysCheckTotal
                   WHEN PayByCard
           READ PaymentFile
            AT END SET EndOfPaymentFile TO TRUE.

       AddForeignTender.
      * One table entry per currency taken during the session.
           IF PayReducesLedger
               COMPUTE SignedTenderAmount = ZERO - PayTenderedAmount
           ELSE
               MOVE PayTenderedAmount TO SignedTenderAmount
           END-IF
           MOVE "N" TO ForeignFoundFlag
           PERFORM MatchOneForeignTender
               VARYING ForeignIdx FROM 1 BY 1
               UNTIL ForeignIdx > ForeignTenderCount
                  OR ForeignCurrencyFound
           IF ForeignCurrencyFound
               SUBTRACT 1 FROM ForeignIdx
           ELSE
               IF ForeignTenderCount >= 10
                   DISPLAY "** More than 10 foreign currencies -- "
                     "currency " PayCurrencyCode " left off."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ForeignTenderCount
               MOVE ForeignTenderCount TO ForeignIdx
               MOVE PayCurrencyCode TO FtCurrencyCode(ForeignIdx)
               MOVE ZEROES TO FtTenderedTotal(ForeignIdx)
               MOVE ZEROES TO FtDollarTotal(ForeignIdx)
               MOVE ZEROES TO FtCountedTotal(ForeignIdx)
           END-IF
           ADD SignedTenderAmount TO FtTenderedTotal(ForeignIdx)
           ADD SignedPayAmount TO FtDollarTotal(ForeignIdx).

       MatchOneForeignTender.
           IF FtCurrencyCode(ForeignIdx) = PayCurrencyCode
               MOVE "Y" TO ForeignFoundFlag
           END-IF.

       CountOneForeignTender.
           MOVE FtCurrencyCode(ForeignIdx) TO FxLookupCode
           PERFORM LookUpFxCurrency
           DISPLAY "Counted drawer, " FxFoundName " (" FxFoundSymbol
             "): " WITH NO ADVANCING
           ACCEPT FtCountedTotal(ForeignIdx).

       PrintZReport.
           OPEN OUTPUT ZReport

           WRITE ZPrintLine FROM ZTotalLine
             AFTER ADVANCING 2 LINES

           IF GiftSoldTotal NOT = ZEROES
             OR GiftTenderTotal NOT = ZEROES
               MOVE "Gift certs sold        $ " TO PrnZGiftLabel
               MOVE GiftSoldTotal TO PrnZGiftAmount
               WRITE ZPrintLine FROM ZGiftLine
                 AFTER ADVANCING 2 LINES
               MOVE "Gift certs tendered    $ " TO PrnZGiftLabel
               MOVE GiftTenderTotal TO PrnZGiftAmount
               WRITE ZPrintLine FROM ZGiftLine
                 AFTER ADVANCING 1 LINE
           END-IF

           IF ForeignTenderCount > ZEROES
               WRITE ZPrintLine FROM ZForeignHeader
                 AFTER ADVANCING 2 LINES
               PERFORM WriteOneForeignLine
                   VARYING ForeignIdx FROM 1 BY 1
                   UNTIL ForeignIdx > ForeignTenderCount
           END-IF

           CLOSE ZReport.

       WriteOneZLine.
           WRITE ZPrintLine FROM ZDetailLine
             AFTER ADVANCING 1 LINE.

       WriteOneForeignLine.
      * Over/short is in the foreign currency, outside the dollar
      * session total.
           MOVE FtCurrencyCode(ForeignIdx) TO FxLookupCode
           PERFORM LookUpFxCurrency
           MOVE FxFoundSymbol TO PrnZFxSymbol
           MOVE FxFoundName TO PrnZFxName
           MOVE FtTenderedTotal(ForeignIdx) TO PrnZFxSystem
           MOVE FtCountedTotal(ForeignIdx) TO PrnZFxCounted
           COMPUTE ForeignOverShort =
             FtCountedTotal(ForeignIdx) - FtTenderedTotal(ForeignIdx)
           MOVE ForeignOverShort TO PrnZFxOverShort
           MOVE FtDollarTotal(ForeignIdx) TO PrnZFxDollars
           WRITE ZPrintLine FROM ZForeignLine
             AFTER ADVANCING 1 LINE.

       OperatorSignOn.
           MOVE "N" TO SignedOnFlag
           DISPLAY "Operator Id: " WITH NO ADVANCING
                   AT END MOVE "Y" TO OperatorEofFlag
               END-READ
           END-IF.

           COPY FXLOOKP.
