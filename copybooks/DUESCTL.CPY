      *                primary's statement are counted in their own
      *                field so read = printed + skipped +
      *                consolidated still balances.
      * 2026-10-15 JG  The rate-schedule edition each type and the
      *                family rate billed at is carried at the end,
      *                so DuesBal can show it and explain a swing that
      *                comes from a board-approved increase. Older
      *                control lines read with the editions blank.
       01 DuesControlRec.
        02 CtlRunDate PIC 9(8).
        02 CtlMembersRead PIC 9(6).
        02 CtlBilledByType OCCURS 3 TIMES PIC 9(7)V99.
        02 CtlGrandTotal PIC 9(9)V99.
        02 CtlDepsConsolidated PIC 9(6).
        02 CtlRateEdition OCCURS 3 TIMES PIC X(8).
        02 CtlFamilyRateEdition PIC X(8).
