      * method -- so a miskeyed amount surfaces at close instead of
      * on the bank statement weeks later. The proof date is the
      * first argument, defaulting to today.
      * 2026-10-15 JG  Bad-debt write-off and reinstatement entries
      *                move no money and are left out of the proof.
      * 2026-10-15 JG  Foreign tender taken at PayPost is proved on
      *                its own: the dollar method lines leave it out,
      *                the teller keys the deposit slip per foreign
      *                currency, and each currency prints with its
      *                over/short in that currency and the dollar
      *                value posted.
      * 2026-10-15 JG  Gift certificates sold at GiftCert on the
      *                proof date are proved with the day's takings
      *                by the method paid; certificates taken as a
      *                tender at PayPost bring in no money and print
      *                on their own line outside the over/short.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ProofReport ASSIGN TO 'output/cash-proof.txt'
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
       FD PaymentFile.
       FD ProofReport.
       01 ProofPrintLine PIC X(70).

       FD CurrencyTableFile.
           COPY CURRREF.

       FD ExchangeRateFile.
           COPY FXRATE.

       FD GiftActivityFile.
           COPY GIFTACT.

       WORKING-STORAGE SECTION.
           COPY FXLOOK.
       01 PaymentFileStatus PIC XX VALUE SPACES.
        88 PaymentFileOk VALUE "00".
        88 PaymentFileMissing VALUE "35".

       01 GiftActivityStatus PIC XX VALUE SPACES.
        88 GiftActivityOk VALUE "00".

       01 WS-Args-Count PIC 9(4) COMP VALUE ZEROES.
       01 WS-Proof-Date PIC 9(8) VALUE ZEROES.

       01 SysCardTotal PIC S9(7)V99 VALUE ZEROES.
       01 SysCashTotal PIC S9(7)V99 VALUE ZEROES.
       01 SignedPayAmount PIC S9(5)V99 VALUE ZEROES.
       01 GiftSoldTotal PIC S9(7)V99 VALUE ZEROES.
       01 GiftTenderTotal PIC S9(7)V99 VALUE ZEROES.

       01 MethodOverShort PIC S9(7)V99 VALUE ZEROES.
       01 DayOverShort PIC S9(7)V99 VALUE ZEROES.
       01 EntryCount PIC 9(5) VALUE ZEROES.

       01 ForeignTenderTable.
        02 ForeignTender OCCURS 10 TIMES.
         03 FtCurrencyCode PIC 99.
         03 FtTenderedTotal PIC S9(7)V99.
         03 FtDollarTotal PIC S9(7)V99.
         03 FtSlipTotal PIC 9(7)V99.
       01 ForeignTenderCount PIC 99 VALUE ZEROES.
       01 ForeignIdx PIC 99 VALUE ZEROES.
       01 ForeignFoundFlag PIC X VALUE "N".
        88 ForeignCurrencyFound VALUE "Y".
       01 SignedTenderAmount PIC S9(7)V99 VALUE ZEROES.
       01 ForeignOverShort PIC S9(7)V99 VALUE ZEROES.

       01 ProofHeading.
        02 FILLER PIC X(44) VALUE
          "Rolling Greens Golf Club - Daily Cash Proof ".
        02 FILLER PIC X(24) VALUE "Total over/short     $  ".
        02 PrnPrfDayOverShort PIC ZZZ,ZZ9.99-.

       01 ProofGiftLine.
        02 PrnPrfGiftLabel PIC X(24).
        02 PrnPrfGiftAmount PIC ZZZ,ZZ9.99-.

       01 ProofForeignHeader PIC X(70) VALUE
          "Foreign tender        System Deposit Slip  Over/Short      Do
      -    "llars".

       01 ProofForeignLine.
        02 PrnPrfFxSymbol PIC X.
        02 FILLER PIC X VALUE SPACE.
        02 PrnPrfFxName PIC X(15).
        02 FILLER PIC X VALUE SPACE.
        02 PrnPrfFxSystem PIC ZZZ,ZZ9.99-.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnPrfFxSlip PIC ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnPrfFxOverShort PIC ZZZ,ZZ9.99-.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnPrfFxDollars PIC ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       RunCashProof.
           ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
           END-READ

           PERFORM TotalOnePayment UNTIL EndOfPaymentFile
           PERFORM TotalDayGiftSales

           PERFORM KeyOneForeignSlip
               VARYING ForeignIdx FROM 1 BY 1
               UNTIL ForeignIdx > ForeignTenderCount

           MOVE "Checks " TO PrnPrfMethod
           MOVE SysCheckTotal TO PrnPrfSystem
           WRITE ProofPrintLine FROM ProofTotalLine
             AFTER ADVANCING 2 LINES

           IF GiftSoldTotal NOT = ZEROES
             OR GiftTenderTotal NOT = ZEROES
               MOVE "Gift certs sold      $  " TO PrnPrfGiftLabel
               MOVE GiftSoldTotal TO PrnPrfGiftAmount
               WRITE ProofPrintLine FROM ProofGiftLine
                 AFTER ADVANCING 2 LINES
               MOVE "Gift certs tendered  $  " TO PrnPrfGiftLabel
               MOVE GiftTenderTotal TO PrnPrfGiftAmount
               WRITE ProofPrintLine FROM ProofGiftLine
                 AFTER ADVANCING 1 LINE
           END-IF

           IF ForeignTenderCount > ZEROES
               WRITE ProofPrintLine FROM ProofForeignHeader
                 AFTER ADVANCING 2 LINES
               PERFORM WriteOneForeignLine
                   VARYING ForeignIdx FROM 1 BY 1
                   UNTIL ForeignIdx > ForeignTenderCount
           END-IF

           CLOSE PaymentFile, ProofReport

           IF DayOverShort = ZEROES
           STOP RUN.

       TotalOnePayment.
           IF PayDate = WS-Proof-Date AND NOT PayIsNonCash
               ADD 1 TO EntryCount
               IF PayReducesLedger
                   COMPUTE SignedPayAmount = ZERO - PayAmount
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

       TotalDayGiftSales.
      * Certificates sold over the desk are money on the deposit.
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
           IF GaDate = WS-Proof-Date AND GaIsSale
               ADD 1 TO EntryCount
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

       AddForeignTender.
      * One table entry per currency taken on the proof date.
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
               MOVE ZEROES TO FtSlipTotal(ForeignIdx)
           END-IF
           ADD SignedTenderAmount TO FtTenderedTotal(ForeignIdx)
           ADD SignedPayAmount TO FtDollarTotal(ForeignIdx).

       MatchOneForeignTender.
           IF FtCurrencyCode(ForeignIdx) = PayCurrencyCode
               MOVE "Y" TO ForeignFoundFlag
           END-IF.

       KeyOneForeignSlip.
           MOVE FtCurrencyCode(ForeignIdx) TO FxLookupCode
           PERFORM LookUpFxCurrency
           DISPLAY "Deposit-slip total, " FxFoundName " ("
             FxFoundSymbol "): " WITH NO ADVANCING
           ACCEPT FtSlipTotal(ForeignIdx).

       WriteOneForeignLine.
      * Over/short is in the foreign currency, outside the dollar
      * day total.
           MOVE FtCurrencyCode(ForeignIdx) TO FxLookupCode
           PERFORM LookUpFxCurrency
           MOVE FxFoundSymbol TO PrnPrfFxSymbol
           MOVE FxFoundName TO PrnPrfFxName
           MOVE FtTenderedTotal(ForeignIdx) TO PrnPrfFxSystem
           MOVE FtSlipTotal(ForeignIdx) TO PrnPrfFxSlip
           COMPUTE ForeignOverShort =
             FtSlipTotal(ForeignIdx) - FtTenderedTotal(ForeignIdx)
           MOVE ForeignOverShort TO PrnPrfFxOverShort
           MOVE FtDollarTotal(ForeignIdx) TO PrnPrfFxDollars
           WRITE ProofPrintLine FROM ProofForeignLine
             AFTER ADVANCING 1 LINE.

       WriteOneProofLine.
           MOVE MethodOverShort TO PrnPrfOverShort
           ADD MethodOverShort TO DayOverShort
           END-EVALUATE
           WRITE ProofPrintLine FROM ProofDetailLine
             AFTER ADVANCING 1 LINE.

           COPY FXLOOKP.
