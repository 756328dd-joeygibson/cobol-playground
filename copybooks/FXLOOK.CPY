      * Shared currency and exchange-rate lookup working storage.
      * COPY into WORKING-STORAGE and COPY FXLOOKP into PROCEDURE
      * DIVISION. The caller must declare the reference and rate
      * files:
      *     SELECT CurrencyTableFile ASSIGN TO
      *       'data/country-currency.dat'
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS CurrencyTableStatus.
      *     SELECT ExchangeRateFile ASSIGN TO
      *       'data/exchange-rates.dat'
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS ExchangeRateStatus.
      * with FD CurrencyTableFile / COPY CURRREF and FD
      * ExchangeRateFile / COPY FXRATE. Move the currency code to
      * FxLookupCode and PERFORM LookUpFxCurrency for its name,
      * symbol and retired flag; move the date to FxLookupDate too
      * and PERFORM LookUpFxRate for the rate in effect that day
      * (zero when none is on file).
       01 CurrencyTableStatus PIC XX VALUE SPACES.
          88 CurrencyTableOk VALUE "00".
       01 CurrencyTableEofFlag PIC X VALUE "N".
          88 EndOfCurrencyTable VALUE "Y".
       01 ExchangeRateStatus PIC XX VALUE SPACES.
          88 ExchangeRateOk VALUE "00".
       01 ExchangeRateEofFlag PIC X VALUE "N".
          88 EndOfExchangeRates VALUE "Y".
       01 FxLookupCode PIC 99 VALUE ZEROES.
       01 FxLookupDate PIC 9(8) VALUE ZEROES.
       01 FxRefFoundFlag PIC X VALUE "N".
          88 FxCurrencyOnReference VALUE "Y".
       01 FxRefRetiredFlag PIC X VALUE "N".
          88 FxCurrencyRetired VALUE "Y".
       01 FxFoundSymbol PIC X VALUE SPACE.
       01 FxFoundName PIC X(15) VALUE SPACES.
       01 FxRateFound PIC 9(3)V9(6) VALUE ZEROES.
       01 FxRateDate PIC 9(8) VALUE ZEROES.
