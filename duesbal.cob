      * their own control field) -- a swing
      * beyond the tolerance stops the mailing with a failing
      * RETURN-CODE instead of being discovered by a board member.
      * 2026-10-15 JG  The report now shows the dues-rate edition
      *                each type and the family rate billed at, and
      *                notes when an edition changed since the prior
      *                run so a swing from a rate increase is
      *                explained on the page.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        02 LatBilledByType OCCURS 3 TIMES PIC 9(7)V99.
        02 LatGrandTotal PIC 9(9)V99.
        02 LatDepsConsolidated PIC 9(6).
        02 LatRateEditions.
         03 LatRateEdition OCCURS 3 TIMES PIC X(8).
         03 LatFamilyRateEdition PIC X(8).

       01 PriorControl.
        02 PriRunDate PIC 9(8).
        02 PriBilledByType OCCURS 3 TIMES PIC 9(7)V99.
        02 PriGrandTotal PIC 9(9)V99.
        02 PriDepsConsolidated PIC 9(6).
        02 PriRateEditions.
         03 PriRateEdition OCCURS 3 TIMES PIC X(8).
         03 PriFamilyRateEdition PIC X(8).

       01 SwingPercent PIC S9(3)V99 VALUE ZEROES.
       01 SwingTolerance PIC 9(3) VALUE 25.
        02 PrnBalSwing PIC ZZ9.99-.
        02 FILLER PIC X(9) VALUE " percent".

       01 EditionLine.
        02 FILLER PIC X(16) VALUE "rate editions  1".
        02 FILLER PIC X VALUE SPACES.
        02 PrnBalEdition1 PIC X(8).
        02 FILLER PIC X(4) VALUE "  2 ".
        02 PrnBalEdition2 PIC X(8).
        02 FILLER PIC X(4) VALUE "  3 ".
        02 PrnBalEdition3 PIC X(8).
        02 FILLER PIC X(9) VALUE "  family ".
        02 PrnBalEditionF PIC X(8).

       01 EditionChangedLine PIC X(60) VALUE
          "rate edition changed since the prior run -- see swing".

       01 VerdictLine.
        02 FILLER PIC X(18) VALUE "Balancing result  ".
        02 PrnBalVerdict PIC X(20).
           END-IF

           PERFORM CheckCountsBalance
           PERFORM ShowRateEditions
           IF ControlRecordCount > 1
               PERFORM CheckRunToRunSwing
           END-IF
           WRITE BalancePrintLine FROM BalanceDetailLine
             AFTER ADVANCING 1 LINE.

       ShowRateEditions.
           MOVE LatRateEdition(1) TO PrnBalEdition1
           MOVE LatRateEdition(2) TO PrnBalEdition2
           MOVE LatRateEdition(3) TO PrnBalEdition3
           MOVE LatFamilyRateEdition TO PrnBalEditionF
           WRITE BalancePrintLine FROM EditionLine
             AFTER ADVANCING 1 LINE
           IF ControlRecordCount > 1
             AND LatRateEditions NOT = PriRateEditions
               WRITE BalancePrintLine FROM EditionChangedLine
                 AFTER ADVANCING 1 LINE
           END-IF.

       CheckRunToRunSwing.
           MOVE LatGrandTotal TO PrnBalThisTotal
           MOVE PriGrandTotal TO PrnBalPriorTotal
