       IDENTIFICATION DIVISION.
       PROGRAM-ID. CartRpt.
      * Daily cart report for the cart barn and the pro shop. For
      * the report date (first argument, default today) it lists
      * from data/cart-assignments.dat the riders whose club cart is
      * still out, the riders whose cart has been returned with the
      * time back, and the riders on their own carts who paid the
      * trail fee, each with the fee charged and a total; it then
      * lists every cart in data/carts.dat that is out of service
      * with the date and reason. Output is output/cart-report.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CartFile ASSIGN TO 'data/carts.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CartNo
             FILE STATUS IS CartFileStatus.

           SELECT CartAssignFile ASSIGN TO
             'data/cart-assignments.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CaKey
             FILE STATUS IS CartAssignStatus.

           SELECT CartReport ASSIGN TO 'output/cart-report.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RunLogFile ASSIGN TO 'output/batch-run-log.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CartFile.
           COPY CARTREC.

       FD CartAssignFile.
           COPY CARTASGN.

       FD CartReport.
       01 CartPrintLine PIC X(80).

       FD RunLogFile.
       01 RunLogRec PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNLOG.

       01 CartFileStatus PIC XX VALUE ZEROES.
        88 CartFileOk VALUE "00".
        88 CartFileMissing VALUE "35".
       01 CartAssignStatus PIC XX VALUE ZEROES.
        88 CartAssignOk VALUE "00".
        88 CartAssignMissing VALUE "35".
       01 AssignScanEofFlag PIC X VALUE "N".
        88 EndOfAssignScan VALUE "Y".
       01 CartScanEofFlag PIC X VALUE "N".
        88 EndOfCartScan VALUE "Y".

       01 WS-Args-Count PIC 9(4) COMP VALUE ZEROES.
       01 WS-Report-Date PIC 9(8) VALUE ZEROES.

      * The section being printed: O riders still out, R riders
      * returned, T riders on their own carts.
       01 SectionStatus PIC X VALUE SPACES.
       01 SectionCount PIC 9(4) VALUE ZEROES.
       01 SectionFeeTotal PIC 9(5)V99 VALUE ZEROES.

       01 DayRiderCount PIC 9(4) VALUE ZEROES.
       01 StillOutCount PIC 9(4) VALUE ZEROES.
       01 CartFeeTotal PIC 9(5)V99 VALUE ZEROES.
       01 TrailFeeTotal PIC 9(5)V99 VALUE ZEROES.
       01 OutOfServiceCount PIC 9(3) VALUE ZEROES.
       01 FleetCount PIC 9(3) VALUE ZEROES.

       01 CartHeading.
        02 FILLER PIC X(24) VALUE "Daily Cart Report for ".
        02 PrnCartDate PIC 9(8).

       01 SectionHeader.
        02 PrnSectionTitle PIC X(40).

       01 RiderColumnHeader.
        02 FILLER PIC X(6) VALUE "Cart".
        02 FILLER PIC X(7) VALUE "Tee".
        02 FILLER PIC X(7) VALUE "Member".
        02 FILLER PIC X(22) VALUE "Name".
        02 FILLER PIC X(7) VALUE "Rider".
        02 FILLER PIC X(7) VALUE "Out".
        02 FILLER PIC X(7) VALUE "Back".
        02 FILLER PIC X(8) VALUE "Fee".

       01 RiderDetailLine.
        02 PrnRiderCart PIC 9(3).
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnRiderTee PIC 9(4).
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnRiderMemberId PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnRiderMemberName PIC X(20).
        02 FILLER PIC X(4) VALUE SPACES.
        02 PrnRiderNo PIC 9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 PrnRiderOut PIC 9(4).
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnRiderBack PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnRiderFee PIC ZZ9.99.

       01 SectionTotalLine.
        02 FILLER PIC X(10) VALUE "  Riders ".
        02 PrnSectionCount PIC ZZZ9.
        02 FILLER PIC X(52) VALUE SPACES.
        02 PrnSectionFees PIC ZZ,ZZ9.99.

       01 NoneLine PIC X(20) VALUE "  (none)".

       01 ServiceColumnHeader.
        02 FILLER PIC X(6) VALUE "Cart".
        02 FILLER PIC X(10) VALUE "Since".
        02 FILLER PIC X(22) VALUE "Reason".
        02 FILLER PIC X(6) VALUE "Rounds".

       01 ServiceDetailLine.
        02 PrnServiceCart PIC 9(3).
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnServiceDate PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnServiceReason PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnServiceRounds PIC ZZZZ9.

       01 FeeSummaryLine.
        02 FILLER PIC X(12) VALUE "Cart fees ".
        02 PrnCartFeeTotal PIC ZZ,ZZ9.99.
        02 FILLER PIC X(16) VALUE "   trail fees ".
        02 PrnTrailFeeTotal PIC ZZ,ZZ9.99.
        02 FILLER PIC X(16) VALUE "   fleet carts ".
        02 PrnFleetCount PIC ZZ9.

       PROCEDURE DIVISION.
       RunCartReport.
           MOVE "CARTRPT" TO WS-Run-Program-Name
           PERFORM Start-Run-Log

           ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
           IF WS-Args-Count > 0
               ACCEPT WS-Report-Date FROM ARGUMENT-VALUE
           ELSE
               ACCEPT WS-Report-Date FROM DATE YYYYMMDD
           END-IF

           OPEN INPUT CartFile
           IF CartFileMissing
               DISPLAY "CartRpt: no cart fleet file -- nothing to "
                 "report."
               PERFORM Write-Run-Log
               STOP RUN
           END-IF
           OPEN INPUT CartAssignFile

           OPEN OUTPUT CartReport
           MOVE WS-Report-Date TO PrnCartDate
           WRITE CartPrintLine FROM CartHeading
             AFTER ADVANCING PAGE

           MOVE "CARTS OUT" TO PrnSectionTitle
           MOVE "O" TO SectionStatus
           PERFORM PrintRiderSection
           MOVE SectionCount TO StillOutCount

           MOVE "CARTS RETURNED" TO PrnSectionTitle
           MOVE "R" TO SectionStatus
           PERFORM PrintRiderSection

           MOVE "OWN CARTS (TRAIL FEE)" TO PrnSectionTitle
           MOVE "T" TO SectionStatus
           PERFORM PrintRiderSection

           PERFORM PrintOutOfService

           MOVE CartFeeTotal TO PrnCartFeeTotal
           MOVE TrailFeeTotal TO PrnTrailFeeTotal
           MOVE FleetCount TO PrnFleetCount
           WRITE CartPrintLine FROM FeeSummaryLine
             AFTER ADVANCING 2 LINES

           IF CartAssignOk
               CLOSE CartAssignFile
           END-IF
           CLOSE CartFile, CartReport
           MOVE DayRiderCount TO WS-Run-Records-In
           MOVE DayRiderCount TO WS-Run-Records-Out
           ADD OutOfServiceCount TO WS-Run-Records-Out
           MOVE StillOutCount TO WS-Run-Exception-Count
           DISPLAY "Riders: " DayRiderCount "  still out: "
             StillOutCount "  carts out of service: "
             OutOfServiceCount
           PERFORM Write-Run-Log
           STOP RUN.

       PrintRiderSection.
           WRITE CartPrintLine FROM SectionHeader
             AFTER ADVANCING 2 LINES
           WRITE CartPrintLine FROM RiderColumnHeader
             AFTER ADVANCING 1 LINE
           MOVE ZEROES TO SectionCount, SectionFeeTotal

           MOVE "N" TO AssignScanEofFlag
           IF NOT CartAssignOk
               MOVE "Y" TO AssignScanEofFlag
           ELSE
               MOVE WS-Report-Date TO CaDate
               MOVE ZEROES TO CaSeq
               START CartAssignFile KEY IS >= CaKey
                   INVALID KEY MOVE "Y" TO AssignScanEofFlag
               END-START
           END-IF

           IF NOT EndOfAssignScan
               READ CartAssignFile NEXT
                AT END MOVE "Y" TO AssignScanEofFlag
               END-READ
           END-IF

           PERFORM PrintOneRider UNTIL EndOfAssignScan

           IF SectionCount = ZEROES
               WRITE CartPrintLine FROM NoneLine
                 AFTER ADVANCING 1 LINE
           ELSE
               MOVE SectionCount TO PrnSectionCount
               MOVE SectionFeeTotal TO PrnSectionFees
               WRITE CartPrintLine FROM SectionTotalLine
                 AFTER ADVANCING 1 LINE
           END-IF.

       PrintOneRider.
           IF CaDate NOT = WS-Report-Date
               MOVE "Y" TO AssignScanEofFlag
           ELSE
               IF CaStatus = SectionStatus
                   MOVE CaCartNo TO PrnRiderCart
                   MOVE CaTeeTime TO PrnRiderTee
                   MOVE CaMemberId TO PrnRiderMemberId
                   MOVE CaMemberName TO PrnRiderMemberName
                   MOVE CaRiderNo TO PrnRiderNo
                   MOVE CaOutTime TO PrnRiderOut
                   IF CaCartReturned
                       MOVE CaReturnTime TO PrnRiderBack
                   ELSE
                       MOVE SPACES TO PrnRiderBack
                   END-IF
                   MOVE CaFeeAmount TO PrnRiderFee
                   WRITE CartPrintLine FROM RiderDetailLine
                     AFTER ADVANCING 1 LINE
                   ADD 1 TO SectionCount, DayRiderCount
                   ADD CaFeeAmount TO SectionFeeTotal
                   IF CaTrailFee
                       ADD CaFeeAmount TO TrailFeeTotal
                   ELSE
                       ADD CaFeeAmount TO CartFeeTotal
                   END-IF
               END-IF
               READ CartAssignFile NEXT
                AT END MOVE "Y" TO AssignScanEofFlag
               END-READ
           END-IF.

       PrintOutOfService.
           MOVE "CARTS OUT OF SERVICE" TO PrnSectionTitle
           WRITE CartPrintLine FROM SectionHeader
             AFTER ADVANCING 2 LINES
           WRITE CartPrintLine FROM ServiceColumnHeader
             AFTER ADVANCING 1 LINE

           MOVE "N" TO CartScanEofFlag
           MOVE ZEROES TO CartNo
           START CartFile KEY IS >= CartNo
               INVALID KEY MOVE "Y" TO CartScanEofFlag
           END-START
           IF NOT EndOfCartScan
               READ CartFile NEXT
                AT END MOVE "Y" TO CartScanEofFlag
               END-READ
           END-IF

           PERFORM CheckOneFleetCart UNTIL EndOfCartScan

           IF OutOfServiceCount = ZEROES
               WRITE CartPrintLine FROM NoneLine
                 AFTER ADVANCING 1 LINE
           END-IF.

       CheckOneFleetCart.
           ADD 1 TO FleetCount
           IF CartOutOfService
               MOVE CartNo TO PrnServiceCart
               MOVE CartServiceDate TO PrnServiceDate
               MOVE CartServiceReason TO PrnServiceReason
               MOVE CartRounds TO PrnServiceRounds
               WRITE CartPrintLine FROM ServiceDetailLine
                 AFTER ADVANCING 1 LINE
               ADD 1 TO OutOfServiceCount
           END-IF
           READ CartFile NEXT
            AT END MOVE "Y" TO CartScanEofFlag
           END-READ.

           COPY RUNLOGPR.
