      * Companion procedures for FXLOOK. COPY into PROCEDURE
      * DIVISION.
       LookUpFxCurrency.
           MOVE "N" TO FxRefFoundFlag
           MOVE "N" TO FxRefRetiredFlag
           MOVE SPACE TO FxFoundSymbol
           MOVE SPACES TO FxFoundName
           MOVE "N" TO CurrencyTableEofFlag
           OPEN INPUT CurrencyTableFile
           IF NOT CurrencyTableOk
               EXIT PARAGRAPH
           END-IF
           READ CurrencyTableFile
               AT END MOVE "Y" TO CurrencyTableEofFlag
           END-READ
           PERFORM CheckOneFxCurrency UNTIL EndOfCurrencyTable
           CLOSE CurrencyTableFile.

       CheckOneFxCurrency.
           IF CRR-CurrencyCode = FxLookupCode
               MOVE "Y" TO FxRefFoundFlag
               MOVE CRR-CurrencySymbol TO FxFoundSymbol
               MOVE CRR-CurrencyName TO FxFoundName
               IF CRR-EntryRetired
                   MOVE "Y" TO FxRefRetiredFlag
               END-IF
           END-IF
           READ CurrencyTableFile
               AT END MOVE "Y" TO CurrencyTableEofFlag
           END-READ.

       LookUpFxRate.
      * The rate in effect is the one with the latest effective
      * date on or before the lookup date, as FxReval takes it.
           MOVE ZEROES TO FxRateFound
           MOVE ZEROES TO FxRateDate
           MOVE "N" TO ExchangeRateEofFlag
           OPEN INPUT ExchangeRateFile
           IF NOT ExchangeRateOk
               EXIT PARAGRAPH
           END-IF
           READ ExchangeRateFile
               AT END MOVE "Y" TO ExchangeRateEofFlag
           END-READ
           PERFORM CheckOneFxRate UNTIL EndOfExchangeRates
           CLOSE ExchangeRateFile.

       CheckOneFxRate.
           IF FXR-CurrencyCode = FxLookupCode
             AND FXR-EffectiveDate <= FxLookupDate
             AND FXR-EffectiveDate > FxRateDate
               MOVE FXR-EffectiveDate TO FxRateDate
               MOVE FXR-Rate TO FxRateFound
           END-IF
           READ ExchangeRateFile
               AT END MOVE "Y" TO ExchangeRateEofFlag
           END-READ.
