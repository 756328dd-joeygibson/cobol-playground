       IDENTIFICATION DIVISION.
       PROGRAM-ID. GiftLiab.
      * Monthly gift-certificate liability report. First expires
      * every open GiftCert certificate or pro-shop credit voucher
      * whose expiry date has passed by the end of the report month
      * and still holds value: the certificate is marked expired,
      * the remainder is taken as breakage and an E line dated the
      * run date is appended to data/gift-cert-activity.dat, so the
      * night's GlExport books it from the certificate liability to
      * breakage income. Then lists every certificate still open
      * with its remaining value -- the club's outstanding liability
      * as at the run date -- and summarizes the month's sales,
      * awards, pro-shop use, desk tenders and breakage from the
      * activity file. Run with the month as yyyymm; with no
      * argument the previous month is reported. A run date in a
      * month closed in PeriodCtl stops the run, since the breakage
      * would post into it.
      * 2026-10-15 JG  Rain checks from RainCheck list as kind RAIN
      *                and the month's issues are summarized.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GiftCertFile ASSIGN TO 'data/gift-certs.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GcNumber
             FILE STATUS IS GiftCertFileStatus.

           SELECT GiftActivityFile ASSIGN TO
             'data/gift-cert-activity.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GiftActivityStatus.

           SELECT PeriodCtlFile ASSIGN TO 'data/period-control.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PcMonth
             FILE STATUS IS PeriodCtlStatus.

           SELECT LiabilityReport ASSIGN TO
             'output/gift-cert-liability.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RunLogFile ASSIGN TO 'output/batch-run-log.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD GiftCertFile.
           COPY GIFTCERT.

       FD GiftActivityFile.
           COPY GIFTACT.

       FD PeriodCtlFile.
           COPY PERIODCTL.

       FD LiabilityReport.
       01 LiabPrintLine PIC X(80).

       FD RunLogFile.
       01 RunLogRec PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNLOG.
           COPY PERIODCK.

       01 GiftCertFileStatus PIC XX VALUE ZEROES.
        88 GiftCertFileOk VALUE "00".
        88 GiftCertFileMissing VALUE "35".
       01 GiftActivityStatus PIC XX VALUE SPACES.
        88 GiftActivityOk VALUE "00".
        88 GiftActivityMissing VALUE "35".

       01 WS-Args-Count PIC 9(4) COMP VALUE ZEROES.
       01 WS-Today PIC 9(8) VALUE ZEROES.
       01 ReportMonth PIC 9(6) VALUE ZEROES.
       01 ReportMonthParts REDEFINES ReportMonth.
        02 ReportYear PIC 9(4).
        02 ReportMonthNo PIC 99.
           88 ReportMonthNoValid VALUE 1 THRU 12.
       01 MonthStartDate PIC 9(8) VALUE ZEROES.
       01 MonthEndDate PIC 9(8) VALUE ZEROES.

       01 ExpiredCount PIC 9(5) VALUE ZEROES.
       01 ExpiredTotal PIC 9(7)V99 VALUE ZEROES.
       01 OutstandingCount PIC 9(5) VALUE ZEROES.
       01 OutstandingTotal PIC 9(7)V99 VALUE ZEROES.

       01 MonthSoldTotal PIC 9(7)V99 VALUE ZEROES.
       01 MonthAwardTotal PIC 9(7)V99 VALUE ZEROES.
       01 MonthRainCheckTotal PIC 9(7)V99 VALUE ZEROES.
       01 MonthShopUseTotal PIC 9(7)V99 VALUE ZEROES.
       01 MonthTenderTotal PIC 9(7)V99 VALUE ZEROES.
       01 MonthBreakageTotal PIC 9(7)V99 VALUE ZEROES.

       01 LiabHeading.
        02 FILLER PIC X(30) VALUE "Gift Certificate Liability -- ".
        02 FILLER PIC X(6) VALUE "month ".
        02 PrnLbMonth PIC 9(6).
        02 FILLER PIC X(7) VALUE "   run ".
        02 PrnLbRunDate PIC 9(8).

       01 LiabSectionLine.
        02 PrnLbSectionTitle PIC X(40).
        02 PrnLbSectionDate PIC 9(8).

       01 LiabColumnHeader.
        02 FILLER PIC X(33) VALUE
          "Number  Kind  Issued    Purchaser".
        02 FILLER PIC X(42) VALUE
          "                  Face  Remaining  Expires".

       01 LiabDetailLine.
        02 PrnLbNumber PIC 9(6).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnLbKind PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnLbIssued PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnLbName PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnLbFace PIC ZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnLbRemaining PIC ZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnLbExpiry PIC 9(8).

       01 LiabTotalLine.
        02 PrnLbTotalLabel PIC X(30).
        02 PrnLbTotalCount PIC ZZ,ZZ9.
        02 FILLER PIC X(13) VALUE " certificates".
        02 FILLER PIC X(5) VALUE "   $ ".
        02 PrnLbTotalAmount PIC Z,ZZZ,ZZ9.99.

       01 LiabSummaryLine.
        02 PrnLbSummaryLabel PIC X(30).
        02 FILLER PIC X(2) VALUE "$ ".
        02 PrnLbSummaryAmount PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       RunGiftLiability.
           MOVE "GIFTLIAB" TO WS-Run-Program-Name
           PERFORM Start-Run-Log

           PERFORM SetReportMonth
           IF NOT ReportMonthNoValid
               DISPLAY "Month must be given as yyyymm, mm 01 to 12."
               MOVE "FAILED" TO WS-Run-Completion
               PERFORM Write-Run-Log
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE MonthStartDate = ReportMonth * 100 + 1
           COMPUTE MonthEndDate = ReportMonth * 100 + 31

           PERFORM OpenPeriodControl
           MOVE WS-Today TO PeriodCheckDate
           PERFORM CheckPostingPeriod
           PERFORM ClosePeriodControl
           IF PostingPeriodClosed
               PERFORM ShowClosedPeriod
               DISPLAY "Gift-certificate breakage not taken."
               MOVE "FAILED" TO WS-Run-Completion
               PERFORM Write-Run-Log
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT LiabilityReport
           MOVE ReportMonth TO PrnLbMonth
           MOVE WS-Today TO PrnLbRunDate
           WRITE LiabPrintLine FROM LiabHeading
             AFTER ADVANCING PAGE

           OPEN I-O GiftCertFile
           IF GiftCertFileMissing
               DISPLAY "No gift certificates on file."
           ELSE
               PERFORM ExpireCertificates
               PERFORM ListOutstanding
               CLOSE GiftCertFile
           END-IF

           PERFORM SummarizeMonthActivity
           CLOSE LiabilityReport

           MOVE ExpiredTotal TO PrnLbTotalAmount
           DISPLAY ExpiredCount " certificates expired, $"
             PrnLbTotalAmount " breakage."
           MOVE OutstandingTotal TO PrnLbTotalAmount
           DISPLAY "Outstanding liability $" PrnLbTotalAmount
             " -- report in output/gift-cert-liability.txt."
           PERFORM Write-Run-Log
           STOP RUN.

       SetReportMonth.
           ACCEPT WS-Today FROM DATE YYYYMMDD
           ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
           IF WS-Args-Count > 0
               ACCEPT ReportMonth FROM ARGUMENT-VALUE
           ELSE
               MOVE WS-Today(1:6) TO ReportMonth
               IF ReportMonthNo = 1
                   SUBTRACT 1 FROM ReportYear
                   MOVE 12 TO ReportMonthNo
               ELSE
                   SUBTRACT 1 FROM ReportMonthNo
               END-IF
           END-IF.

       ExpireCertificates.
      * A certificate lapses the day after its expiry date, so one
      * expiring today is still good today.
           MOVE "Expired -- breakage booked " TO PrnLbSectionTitle
           MOVE WS-Today TO PrnLbSectionDate
           WRITE LiabPrintLine FROM LiabSectionLine
             AFTER ADVANCING 2 LINES
           WRITE LiabPrintLine FROM LiabColumnHeader
             AFTER ADVANCING 1 LINE

           OPEN EXTEND GiftActivityFile
           IF GiftActivityMissing
               OPEN OUTPUT GiftActivityFile
           END-IF

           READ GiftCertFile NEXT RECORD
            AT END SET EndOfGiftCertFile TO TRUE
           END-READ

           PERFORM ExpireOneCertificate UNTIL EndOfGiftCertFile

           CLOSE GiftActivityFile

           MOVE "Total breakage" TO PrnLbTotalLabel
           MOVE ExpiredCount TO PrnLbTotalCount
           MOVE ExpiredTotal TO PrnLbTotalAmount
           WRITE LiabPrintLine FROM LiabTotalLine
             AFTER ADVANCING 2 LINES.

       ExpireOneCertificate.
           ADD 1 TO WS-Run-Records-In
           IF GcOpen AND GcRemainingValue > ZEROES
             AND GcExpiryDate <= MonthEndDate
             AND GcExpiryDate < WS-Today
               MOVE GcRemainingValue TO GcBreakageAmount
               MOVE WS-Today TO GcBreakageDate
               MOVE ZEROES TO GcRemainingValue
               MOVE "E" TO GcStatus
               REWRITE GiftCertRec
                   INVALID KEY
                       DISPLAY "Unable to expire certificate "
                         GcNumber "."
                       ADD 1 TO WS-Run-Exception-Count
               END-REWRITE
               IF GiftCertFileOk
                   PERFORM WriteBreakageActivity
               END-IF
           END-IF

           READ GiftCertFile NEXT RECORD
            AT END SET EndOfGiftCertFile TO TRUE.

       WriteBreakageActivity.
           MOVE SPACES TO GiftActivityRec
           MOVE WS-Today TO GaDate
           MOVE GcNumber TO GaCertNumber
           MOVE "E" TO GaType
           MOVE GcBreakageAmount TO GaAmount
           MOVE SPACE TO GaMethod
           MOVE ZEROES TO GaSessionId
           MOVE SPACES TO GaOperId
           MOVE GcPurchaserId TO GaMemberId
           WRITE GiftActivityRec
           ADD 1 TO WS-Run-Records-Out

           ADD 1 TO ExpiredCount
           ADD GcBreakageAmount TO ExpiredTotal
           MOVE GcBreakageAmount TO PrnLbRemaining
           PERFORM WriteCertificateLine.

       ListOutstanding.
           MOVE "Outstanding certificates as at " TO PrnLbSectionTitle
           MOVE WS-Today TO PrnLbSectionDate
           WRITE LiabPrintLine FROM LiabSectionLine
             AFTER ADVANCING 2 LINES
           WRITE LiabPrintLine FROM LiabColumnHeader
             AFTER ADVANCING 1 LINE

           MOVE ZEROES TO GcNumber
           START GiftCertFile KEY IS NOT LESS THAN GcNumber
               INVALID KEY SET EndOfGiftCertFile TO TRUE
           END-START
           IF NOT EndOfGiftCertFile
               READ GiftCertFile NEXT RECORD
                AT END SET EndOfGiftCertFile TO TRUE
               END-READ
           END-IF

           PERFORM ListOneCertificate UNTIL EndOfGiftCertFile

           MOVE "Total outstanding liability" TO PrnLbTotalLabel
           MOVE OutstandingCount TO PrnLbTotalCount
           MOVE OutstandingTotal TO PrnLbTotalAmount
           WRITE LiabPrintLine FROM LiabTotalLine
             AFTER ADVANCING 2 LINES.

       ListOneCertificate.
           IF GcOpen AND GcRemainingValue > ZEROES
               ADD 1 TO OutstandingCount
               ADD GcRemainingValue TO OutstandingTotal
               MOVE GcRemainingValue TO PrnLbRemaining
               PERFORM WriteCertificateLine
           END-IF

           READ GiftCertFile NEXT RECORD
            AT END SET EndOfGiftCertFile TO TRUE.

       WriteCertificateLine.
           MOVE GcNumber TO PrnLbNumber
           EVALUATE TRUE
               WHEN GcIsGiftCert
                   MOVE "GIFT" TO PrnLbKind
               WHEN GcIsRainCheck
                   MOVE "RAIN" TO PrnLbKind
               WHEN OTHER
                   MOVE "SHOP" TO PrnLbKind
           END-EVALUATE
           MOVE GcIssueDate TO PrnLbIssued
           MOVE GcPurchaserName TO PrnLbName
           MOVE GcFaceValue TO PrnLbFace
           MOVE GcExpiryDate TO PrnLbExpiry
           WRITE LiabPrintLine FROM LiabDetailLine
             AFTER ADVANCING 1 LINE.

       SummarizeMonthActivity.
           OPEN INPUT GiftActivityFile
           IF GiftActivityOk
               READ GiftActivityFile
                AT END SET EndOfGiftActivityFile TO TRUE
               END-READ
               PERFORM TotalOneActivity UNTIL EndOfGiftActivityFile
               CLOSE GiftActivityFile
           END-IF

           MOVE "Activity for the month " TO PrnLbSectionTitle
           MOVE ReportMonth TO PrnLbSectionDate
           WRITE LiabPrintLine FROM LiabSectionLine
             AFTER ADVANCING 2 LINES

           MOVE "Gift certificates sold" TO PrnLbSummaryLabel
           MOVE MonthSoldTotal TO PrnLbSummaryAmount
           WRITE LiabPrintLine FROM LiabSummaryLine
             AFTER ADVANCING 1 LINE
           MOVE "Pro-shop credit awarded" TO PrnLbSummaryLabel
           MOVE MonthAwardTotal TO PrnLbSummaryAmount
           WRITE LiabPrintLine FROM LiabSummaryLine
             AFTER ADVANCING 1 LINE
           MOVE "Rain checks issued" TO PrnLbSummaryLabel
           MOVE MonthRainCheckTotal TO PrnLbSummaryAmount
           WRITE LiabPrintLine FROM LiabSummaryLine
             AFTER ADVANCING 1 LINE
           MOVE "Redeemed in the pro shop" TO PrnLbSummaryLabel
           MOVE MonthShopUseTotal TO PrnLbSummaryAmount
           WRITE LiabPrintLine FROM LiabSummaryLine
             AFTER ADVANCING 1 LINE
           MOVE "Tendered at the front desk" TO PrnLbSummaryLabel
           MOVE MonthTenderTotal TO PrnLbSummaryAmount
           WRITE LiabPrintLine FROM LiabSummaryLine
             AFTER ADVANCING 1 LINE
           MOVE "Expired breakage" TO PrnLbSummaryLabel
           MOVE MonthBreakageTotal TO PrnLbSummaryAmount
           WRITE LiabPrintLine FROM LiabSummaryLine
             AFTER ADVANCING 1 LINE.

       TotalOneActivity.
           IF GaDate >= MonthStartDate AND GaDate <= MonthEndDate
               EVALUATE TRUE
                   WHEN GaIsSale
                       ADD GaAmount TO MonthSoldTotal
                   WHEN GaIsCreditAward
                       ADD GaAmount TO MonthAwardTotal
                   WHEN GaIsRainCheck
                       ADD GaAmount TO MonthRainCheckTotal
                   WHEN GaIsShopUse
                       ADD GaAmount TO MonthShopUseTotal
                   WHEN GaIsPayTender
                       ADD GaAmount TO MonthTenderTotal
                   WHEN GaIsBreakage
                       ADD GaAmount TO MonthBreakageTotal
               END-EVALUATE
           END-IF

           READ GiftActivityFile
            AT END SET EndOfGiftActivityFile TO TRUE.

           COPY PERIODPR.

           COPY RUNLOGPR.
