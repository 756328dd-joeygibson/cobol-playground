      * Companion procedures for PERIODCK. COPY into PROCEDURE
      * DIVISION.
       OpenPeriodControl.
           MOVE "N" TO PeriodCtlOpenFlag
           OPEN INPUT PeriodCtlFile
           IF PeriodCtlOk
               MOVE "Y" TO PeriodCtlOpenFlag
           END-IF.

       ClosePeriodControl.
           IF PeriodCtlIsOpen
               CLOSE PeriodCtlFile
               MOVE "N" TO PeriodCtlOpenFlag
           END-IF.

       CheckPostingPeriod.
           MOVE "N" TO PeriodClosedFlag
           MOVE PeriodCheckDate(1:6) TO PeriodCheckMonth
           MOVE PeriodCheckMonth TO OpenPeriodMonth
           IF NOT PeriodCtlIsOpen
               EXIT PARAGRAPH
           END-IF
           MOVE PeriodCheckMonth TO PcMonth
           READ PeriodCtlFile
               INVALID KEY CONTINUE
           END-READ
           IF PeriodCtlOk AND PcPeriodClosed
               MOVE "Y" TO PeriodClosedFlag
               PERFORM FindNextOpenPeriod
           END-IF.

       FindNextOpenPeriod.
      * The first month after the closed one that is not closed
      * itself; three years ahead is as far as it looks.
           MOVE "N" TO OpenPeriodFoundFlag
           MOVE ZEROES TO OpenPeriodTries
           PERFORM TryNextOpenPeriod
             UNTIL OpenPeriodFound OR OpenPeriodTries >= 36.

       TryNextOpenPeriod.
           ADD 1 TO OpenPeriodTries
           IF OpenPeriodMonthNo >= 12
               ADD 1 TO OpenPeriodYear
               MOVE 1 TO OpenPeriodMonthNo
           ELSE
               ADD 1 TO OpenPeriodMonthNo
           END-IF
           MOVE OpenPeriodMonth TO PcMonth
           READ PeriodCtlFile
               INVALID KEY MOVE "Y" TO OpenPeriodFoundFlag
           END-READ
           IF PeriodCtlOk AND NOT PcPeriodClosed
               MOVE "Y" TO OpenPeriodFoundFlag
           END-IF.

       ShowClosedPeriod.
           DISPLAY "Period " PeriodCheckMonth " is closed -- post to "
             "the current open period " OpenPeriodMonth " instead.".
