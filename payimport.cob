      *   detail:  D member(5) date(8) amount(7, cents implied)
      *            purpose(1) reference(8), blank separated
      *   trailer: T count(5) amount(9, cents implied)
      * 2026-10-15 JG  A detail dated in a month closed in PeriodCtl
      *                is not posted; it goes to the exception
      *                listing to be re-keyed through PayPost in the
      *                open period, and still counts toward the
      *                trailer control totals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Run-Log-Status.

           SELECT PeriodCtlFile ASSIGN TO 'data/period-control.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PcMonth
             FILE STATUS IS PeriodCtlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD VendorFile.
       FD RunLogFile.
       01 RunLogRec PIC X(80).

       FD PeriodCtlFile.
           COPY PERIODCTL.

       WORKING-STORAGE SECTION.
           COPY RUNLOG.
           COPY PERIODCK.

       01 VendorFileStatus PIC XX VALUE SPACES.
        88 VendorFileOk VALUE "00".
       01 GoodEntryCount PIC 9(4) VALUE ZEROES.
       01 GoodEntryTotal PIC 9(7)V99 VALUE ZEROES.
       01 RejectCount PIC 9(4) VALUE ZEROES.
       01 ClosedPeriodCount PIC 9(4) VALUE ZEROES.
       01 ClosedPeriodTotal PIC 9(7)V99 VALUE ZEROES.
       01 PostedCount PIC 9(4) VALUE ZEROES.

       01 GoodEntryTable.
           END-IF

           OPEN INPUT MemberFile
           PERFORM OpenPeriodControl
           OPEN OUTPUT RejectReport
           WRITE RejectPrintLine FROM RejectHeading
             AFTER ADVANCING PAGE
           PERFORM ValidateOneVendorLine UNTIL EndOfVendorFile

           CLOSE VendorFile, MemberFile
           PERFORM ClosePeriodControl

           IF NOT TrailerWasSeen
               PERFORM StopOnControlFailure
           END-IF
      * Closed-period lines were paid at the vendor, so the trailer
      * includes them even though they are held back from posting.
           IF GoodEntryCount + ClosedPeriodCount NOT = TrlCount
             OR GoodEntryTotal + ClosedPeriodTotal NOT = TrlAmount
               PERFORM StopOnControlFailure
           END-IF

           PERFORM Write-Run-Log
           DISPLAY "Online payments posted: " PostedCount
             "  rejected: " RejectCount
           IF ClosedPeriodCount > ZEROES
               DISPLAY ClosedPeriodCount " payment(s) dated in a "
                 "closed period -- post them through PayPost in the "
                 "open period."
           END-IF
           STOP RUN.

       ValidateOneVendorLine.
               MOVE "purpose not recognized" TO RejectReason
           END-IF

           IF RejectReason = SPACES
               MOVE VndPayDate TO PeriodCheckDate
               PERFORM CheckPostingPeriod
               IF PostingPeriodClosed
                   MOVE "period closed - use " TO RejectReason
                   MOVE OpenPeriodMonth TO RejectReason(21:6)
                   ADD 1 TO ClosedPeriodCount
                   ADD VndAmount TO ClosedPeriodTotal
               END-IF
           END-IF

           IF RejectReason = SPACES
             AND GoodEntryCount >= 500
               MOVE "import table full" TO RejectReason
       StopOnControlFailure.
           DISPLAY "Control-total check FAILED: validated "
             GoodEntryCount " lines for " GoodEntryTotal
             " (plus " ClosedPeriodCount " in closed periods for "
             ClosedPeriodTotal ")"
             " against vendor trailer " TrlCount " for " TrlAmount
             " -- nothing posted."
           CLOSE RejectReport
           MOVE "P" TO PayEntryType

           MOVE ZEROES TO PaySessionId
           MOVE ZEROES TO PayForeignTender
           MOVE SPACES TO PayOperId, PayApprovedBy
           MOVE SPACES TO PayEventId
           WRITE PaymentRec
               INVALID KEY
                   DISPLAY "Unable to post online payment for "
           END-READ.

           COPY RUNLOGPR.

           COPY PERIODPR.
