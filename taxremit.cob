      * and prints taxable base, rate and tax per class with a grand
      * total. The remittance period (YYYYMM) is the first argument,
      * defaulting to the current month.
      * 2026-10-15 JG  Taxable grill and pro-shop house charges (class
      *                H) dated in the remittance month are now a
      *                third class on the return.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS RentalKey
             FILE STATUS IS RentalFileStatus.

           SELECT HouseChargeFile ASSIGN TO 'data/house-charges.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS HcKey
             FILE STATUS IS HouseChgFileStatus.

           SELECT TaxRateFile ASSIGN TO 'data/tax-rates.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TaxRateFileStatus.
       FD RentalFile.
           COPY RENTREC.

       FD HouseChargeFile.
           COPY HOUSECHG.

       FD TaxRateFile.
           COPY TAXRATE.

        88 RentalFileOk VALUE "00".
        88 RentalFileMissing VALUE "35".

       01 HouseChgFileStatus PIC XX VALUE ZEROES.
        88 HouseChgFileMissing VALUE "35".

       01 TaxRateFileStatus PIC XX VALUE SPACES.
        88 TaxRateFileOk VALUE "00".
       01 TaxRateEofFlag PIC X VALUE "N".
       01 RentalTaxRate PIC 99V999 VALUE ZEROES.
       01 GuestRateDescription PIC X(20) VALUE SPACES.
       01 RentalRateDescription PIC X(20) VALUE SPACES.
       01 HouseTaxRate PIC 99V999 VALUE ZEROES.
       01 HouseRateDescription PIC X(20) VALUE SPACES.

       01 GuestFeeBase PIC 9(7)V99 VALUE ZEROES.
       01 RentalBase PIC 9(7)V99 VALUE ZEROES.
       01 HouseChargeBase PIC 9(7)V99 VALUE ZEROES.
       01 ClassTaxAmount PIC 9(6)V99 VALUE ZEROES.
       01 TotalTaxDue PIC 9(7)V99 VALUE ZEROES.
       01 GuestPassMonth PIC 9(6) VALUE ZEROES.

           PERFORM LoadTaxRates
           IF GuestTaxRate = ZEROES AND RentalTaxRate = ZEROES
             AND HouseTaxRate = ZEROES
               DISPLAY "No rates in data/tax-rates.dat -- nothing "
                 "to remit."
               STOP RUN
           IF QuarterOpeningMonth
               PERFORM TotalRentalCharges
           END-IF
           PERFORM TotalHouseCharges

           OPEN OUTPUT RemitReport
           MOVE WS-Remit-Period TO PrnRemitPeriod
               ADD ClassTaxAmount TO TotalTaxDue
           END-IF

           IF HouseTaxRate > ZEROES
               COMPUTE ClassTaxAmount ROUNDED =
                 (HouseChargeBase * HouseTaxRate) / 100
               MOVE HouseRateDescription TO PrnRemClass
               MOVE HouseChargeBase TO PrnRemBase
               MOVE HouseTaxRate TO PrnRemRate
               MOVE ClassTaxAmount TO PrnRemTax
               WRITE RemitPrintLine FROM RemitDetailLine
                 AFTER ADVANCING 1 LINE
               ADD ClassTaxAmount TO TotalTaxDue
           END-IF

           MOVE TotalTaxDue TO PrnRemTotal
           WRITE RemitPrintLine FROM RemitTotalLine
             AFTER ADVANCING 2 LINES
               WHEN "R"
                   MOVE TaxRatePct TO RentalTaxRate
                   MOVE TaxDescription TO RentalRateDescription
               WHEN "H"
                   MOVE TaxRatePct TO HouseTaxRate
                   MOVE TaxDescription TO HouseRateDescription
               WHEN OTHER CONTINUE
           END-EVALUATE
           READ TaxRateFile

           READ RentalFile
            AT END SET EndOfRentalFile TO TRUE.

       TotalHouseCharges.
           OPEN INPUT HouseChargeFile
           IF HouseChgFileMissing
               EXIT PARAGRAPH
           END-IF

           READ HouseChargeFile
            AT END SET EndOfHouseChargeFile TO TRUE
           END-READ

           PERFORM TotalOneHouseCharge UNTIL EndOfHouseChargeFile

           CLOSE HouseChargeFile.

       TotalOneHouseCharge.
           IF HcChargeDate(1:6) = WS-Remit-Period
             AND HcIsTaxable AND NOT HcVoided
               ADD HcAmount TO HouseChargeBase
           END-IF

           READ HouseChargeFile
            AT END SET EndOfHouseChargeFile TO TRUE.
