      * Dues-rate schedule record, one line per rate class and
      * effective date in data/dues-rates.dat, maintained by
      * RateMaint in place of the rate table that used to be
      * compiled into DuesBilling. The class is the MemberType digit
      * (1-3) or F for the household family rate; the amount is the
      * dues for one billing quarter. The rate in effect for a
      * billing period is the one with the latest effective date on
      * or before the first day of the period, and its edition code
      * prints on the statement and goes into the control record.
       01 DuesRateRec.
        02 DrRateClass PIC X.
           88 DrFamilyRate VALUE "F".
           88 DrRateClassValid VALUE "1" "2" "3" "F".
        02 FILLER PIC X.
        02 DrEffectiveDate PIC 9(8).
        02 FILLER PIC X.
        02 DrEdition PIC X(8).
        02 FILLER PIC X.
        02 DrRateAmount PIC 9(3)V99.
        02 FILLER PIC X.
        02 DrDescription PIC X(20).
