      * same receipt sequence PayPost uses, and lists everything
      * auto-posted on a register. A member whose payments already
      * cover the billing is skipped, so a rerun cannot double-post.
      * 2026-10-15 JG  Nothing is posted while today's month is
      *                closed in PeriodCtl.
      * 2026-10-15 JG  Payments are cut off at installment 01's
      *                billing date; a later type-change
      *                adjustment keeps its own date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             'output/autopay-register.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PeriodCtlFile ASSIGN TO 'data/period-control.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PcMonth
             FILE STATUS IS PeriodCtlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD AutoPayFile.
       FD RegisterReport.
       01 RegisterPrintLine PIC X(70).

       FD PeriodCtlFile.
           COPY PERIODCTL.

       WORKING-STORAGE SECTION.
           COPY PERIODCK.
       01 AutoPayFileStatus PIC XX VALUE ZEROES.
        88 AutoPayFileOk VALUE "00".
        88 AutoPayFileMissing VALUE "35".

       PROCEDURE DIVISION.
       RunAutoPost.
           ACCEPT WS-Today FROM DATE YYYYMMDD
           PERFORM OpenPeriodControl
           MOVE WS-Today TO PeriodCheckDate
           PERFORM CheckPostingPeriod
           PERFORM ClosePeriodControl
           IF PostingPeriodClosed
               PERFORM ShowClosedPeriod
               DISPLAY "Auto-pay not posted."
               STOP RUN
           END-IF

           OPEN INPUT AutoPayFile
           IF AutoPayFileMissing
               DISPLAY "No auto-pay enrollment file -- nothing to "
           WRITE RegisterPrintLine FROM RegisterColumnHeader
             AFTER ADVANCING 2 LINES

           READ AutoPayFile
            AT END SET EndOfAutoPayFile TO TRUE
           END-READ
               MOVE "Y" TO EndOfBilledScanFlag
           ELSE
               ADD BilledAmount TO MemberBilledTotal
               IF BilledInstallmentNo = 01
                   MOVE BilledDate TO MemberBilledDate
               END-IF
               READ BilledFile NEXT
                AT END MOVE "Y" TO EndOfBilledScanFlag
               END-READ
           MOVE "P" TO PayEntryType

           MOVE ZEROES TO PaySessionId
           MOVE ZEROES TO PayForeignTender
           MOVE SPACES TO PayOperId, PayApprovedBy
           MOVE SPACES TO PayEventId
           WRITE PaymentRec
               INVALID KEY
                   SUBTRACT 1 FROM CurrentReceiptNo
           MOVE CurrentReceiptNo TO NextReceiptNo
           WRITE ReceiptSeqRec
           CLOSE ReceiptSeqFile.

           COPY PERIODPR.
