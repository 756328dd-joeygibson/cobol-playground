      * Quarterly food-and-beverage minimum record, one line per rate
      * class in data/fb-minimums.dat. The class is the MemberType
      * digit (1-3) or F for a household, whose grill spending is
      * pooled across the primary and dependents; a zero minimum
      * means that class has no minimum. The minimum carries two
      * implied decimals: 015000 is $150.00. Read by FbMinimum.
       01 FbMinimumRec.
        02 FmClass PIC X.
           88 FmFamilyClass VALUE "F".
        02 FILLER PIC X.
        02 FmQuarterMinimum PIC 9(4)V99.
        02 FILLER PIC X.
        02 FmDescription PIC X(20).
