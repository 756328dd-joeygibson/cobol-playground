      * tax line, by GuestPass at fee entry and by the monthly
      * TaxRemit remittance report. The rate carries three implied
      * decimals: 06000 is 6.000 percent.
      * 2026-10-15 JG  Class H added for taxable grill and pro-shop
      *                house charges.
       01 TaxRateRec.
        02 TaxClass PIC X.
        02 FILLER PIC X.
