       IDENTIFICATION DIVISION.
       PROGRAM-ID. RainCheck.
      * Rain checks for a mid-day course closure. Run by ClsMaint
      * when a closure is added for the current day, or by hand,
      * with the closure date, start and end (HHMM) as arguments;
      * the date defaults to today and the end to 2359. Every
      * booking on the tee sheet affected by the closure is
      * credited to the booking member for the guest fees paid on
      * its guest passes and the cart fees charged for its riders:
      *   - a booking due off inside the closure window has played
      *     no holes;
      *   - a group marked played that went off before the closure
      *     and had not finished is taken to have played a hole for
      *     every 15 minutes on the course up to the closure (at
      *     least nine once the marshal saw it at the turn).
      * Two holes or fewer earns full credit; beyond that the credit
      * is the share of the 18 holes left unplayed. The credit is
      * issued as a rain-check certificate in data/gift-certs.dat,
      * redeemable at the desk or in the pro shop like any other
      * certificate and expiring after 90 days, when GiftLiab takes
      * what is left as breakage. Each issue is appended to
      * data/gift-cert-activity.dat for the GL export and recorded
      * in data/rain-checks.dat so the booking is never credited
      * twice. The starter's list is output/rain-checks.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TeeTimeFile ASSIGN TO 'data/tee-times.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TeeKey
             FILE STATUS IS TeeFileStatus.

           SELECT GuestPassFile ASSIGN TO 'data/guest-passes.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GuestKey
             FILE STATUS IS GuestFileStatus.

           SELECT CartAssignFile ASSIGN TO
             'data/cart-assignments.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CaKey
             FILE STATUS IS CartAssignStatus.

           SELECT GiftCertFile ASSIGN TO 'data/gift-certs.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GcNumber
             FILE STATUS IS GiftCertFileStatus.

           SELECT GiftActivityFile ASSIGN TO
             'data/gift-cert-activity.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GiftActivityStatus.

           SELECT RainCheckFile ASSIGN TO 'data/rain-checks.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RcKey
             FILE STATUS IS RainCheckStatus.

           SELECT RainCheckReport ASSIGN TO 'output/rain-checks.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RunLogFile ASSIGN TO 'output/batch-run-log.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD TeeTimeFile.
           COPY TEETIME.

       FD GuestPassFile.
           COPY GUESTPAS.

       FD CartAssignFile.
           COPY CARTASGN.

       FD GiftCertFile.
           COPY GIFTCERT.

       FD GiftActivityFile.
           COPY GIFTACT.

       FD RainCheckFile.
           COPY RAINCHK.

       FD RainCheckReport.
       01 RainPrintLine PIC X(80).

       FD RunLogFile.
       01 RunLogRec PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNLOG.

       01 TeeFileStatus PIC XX VALUE ZEROES.
        88 TeeFileOk VALUE "00".
        88 TeeFileMissing VALUE "35".
       01 GuestFileStatus PIC XX VALUE ZEROES.
        88 GuestFileOk VALUE "00".
        88 GuestFileMissing VALUE "35".
       01 CartAssignStatus PIC XX VALUE ZEROES.
        88 CartAssignOk VALUE "00".
        88 CartAssignMissing VALUE "35".
       01 GiftCertFileStatus PIC XX VALUE ZEROES.
        88 GiftCertFileOk VALUE "00".
        88 GiftCertFileMissing VALUE "35".
       01 GiftActivityStatus PIC XX VALUE SPACES.
        88 GiftActivityMissing VALUE "35".
       01 RainCheckStatus PIC XX VALUE ZEROES.
        88 RainCheckOk VALUE "00".
        88 RainCheckMissing VALUE "35".

       01 WS-Args-Count PIC 9(4) COMP VALUE ZEROES.
       01 WS-Wanted-Date PIC 9(8) VALUE ZEROES.
       01 WS-Wanted-Start PIC 9(4) VALUE ZEROES.
       01 WS-Wanted-End PIC 9(4) VALUE 2359.

      * The credit rules: minutes on the course taken as one hole
      * played, the most holes played that still earns full credit,
      * and the days a rain check runs before it expires.
       01 RainMinutesPerHole PIC 99 VALUE 15.
       01 RainFullCreditHoles PIC 99 VALUE 2.
       01 RainCheckDays PIC 9(3) VALUE 90.

       01 TodayDate PIC 9(8) VALUE ZEROES.
       01 ExpiryDate PIC 9(8) VALUE ZEROES.

       01 ClockTime PIC 9(4) VALUE ZEROES.
       01 ClockParts REDEFINES ClockTime.
        02 ClockHour PIC 99.
        02 ClockMinute PIC 99.
       01 ClosureMinutes PIC 9(4) VALUE ZEROES.
       01 StartMinutes PIC 9(4) VALUE ZEROES.
       01 MinutesPlayed PIC 9(4) VALUE ZEROES.

       01 TeeScanEofFlag PIC X VALUE "N".
        88 EndOfTeeScan VALUE "Y".
       01 GuestScanEofFlag PIC X VALUE "N".
        88 EndOfGuestScan VALUE "Y".
       01 CartScanEofFlag PIC X VALUE "N".
        88 EndOfCartScan VALUE "Y".
       01 SeqAssignedFlag PIC X VALUE "N".
        88 SeqIsAssigned VALUE "Y".

       01 AffectedFlag PIC X VALUE "N".
        88 BookingIsAffected VALUE "Y".
       01 HolesPlayed PIC 99 VALUE ZEROES.
       01 GuestFees PIC 9(5)V99 VALUE ZEROES.
       01 CartFees PIC 9(5)V99 VALUE ZEROES.
       01 FeesPaid PIC 9(5)V99 VALUE ZEROES.
       01 CreditPct PIC 9(3) VALUE ZEROES.
       01 CreditAmount PIC 9(5)V99 VALUE ZEROES.
       01 GuestIndex PIC 9 VALUE ZEROES.
       01 GuestMatchedFlag PIC X VALUE "N".
        88 GuestIsOnBooking VALUE "Y".

       01 BookingsListed PIC 9(4) VALUE ZEROES.
       01 RainChecksIssued PIC 9(4) VALUE ZEROES.
       01 RainCheckTotal PIC 9(7)V99 VALUE ZEROES.

       01 RainHeading.
        02 FILLER PIC X(35)
             VALUE "Rain Checks -- Course Closed Date ".
        02 PrnRhDate PIC 9(8).
        02 FILLER PIC X(7) VALUE "  From ".
        02 PrnRhStart PIC 9(4).
        02 FILLER PIC X(4) VALUE " to ".
        02 PrnRhEnd PIC 9(4).

       01 RainColumnHeader.
        02 FILLER PIC X(40)
             VALUE "Tee   Member                      Holes ".
        02 FILLER PIC X(40)
             VALUE "Credit    Fees  Rain chk  Certificate".

       01 RainDetailLine.
        02 PrnRdTeeTime PIC 9(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnRdMemberId PIC X(5).
        02 FILLER PIC X VALUE SPACE.
        02 PrnRdName PIC X(20).
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnRdHoles PIC Z9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnRdPct PIC ZZ9.
        02 FILLER PIC X VALUE "%".
        02 FILLER PIC X VALUE SPACE.
        02 PrnRdFees PIC ZZ,ZZ9.99.
        02 FILLER PIC X VALUE SPACE.
        02 PrnRdAmount PIC ZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnRdNote PIC X(14).

       01 RainTotalLine.
        02 FILLER PIC X(20) VALUE "Rain checks issued: ".
        02 PrnRtCount PIC ZZZ9.
        02 FILLER PIC X(14) VALUE "   Total  $   ".
        02 PrnRtAmount PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X(17) VALUE "   Valid through ".
        02 PrnRtExpiry PIC 9(8).

       01 NoBookingsLine PIC X(40)
             VALUE "No bookings affected by the closure.".

       PROCEDURE DIVISION.
       RunRainChecks.
           MOVE "RAINCHECK" TO WS-Run-Program-Name
           PERFORM Start-Run-Log

           ACCEPT TodayDate FROM DATE YYYYMMDD
           MOVE TodayDate TO WS-Wanted-Date
           ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
           IF WS-Args-Count > 0
               ACCEPT WS-Wanted-Date FROM ARGUMENT-VALUE
           END-IF
           IF WS-Args-Count > 1
               ACCEPT WS-Wanted-Start FROM ARGUMENT-VALUE
           END-IF
           IF WS-Args-Count > 2
               ACCEPT WS-Wanted-End FROM ARGUMENT-VALUE
           END-IF
           IF WS-Args-Count < 2
               DISPLAY "RainCheck: run with the closure date, start "
                 "and end (YYYYMMDD HHMM HHMM)."
               MOVE "FAILED" TO WS-Run-Completion
               PERFORM Write-Run-Log
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-Wanted-Start TO ClockTime
           COMPUTE ClosureMinutes = ClockHour * 60 + ClockMinute
           COMPUTE ExpiryDate = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(TodayDate) + RainCheckDays)

           OPEN INPUT TeeTimeFile
           IF TeeFileMissing
               DISPLAY "RainCheck: no tee-time file -- no bookings "
                 "to credit."
               PERFORM Write-Run-Log
               STOP RUN
           END-IF
           OPEN INPUT GuestPassFile
           OPEN INPUT CartAssignFile
           OPEN I-O GiftCertFile
           IF GiftCertFileMissing
               OPEN OUTPUT GiftCertFile
               CLOSE GiftCertFile
               OPEN I-O GiftCertFile
           END-IF
           OPEN EXTEND GiftActivityFile
           IF GiftActivityMissing
               OPEN OUTPUT GiftActivityFile
           END-IF
           OPEN I-O RainCheckFile
           IF RainCheckMissing
               OPEN OUTPUT RainCheckFile
               CLOSE RainCheckFile
               OPEN I-O RainCheckFile
           END-IF

           OPEN OUTPUT RainCheckReport
           MOVE WS-Wanted-Date TO PrnRhDate
           MOVE WS-Wanted-Start TO PrnRhStart
           MOVE WS-Wanted-End TO PrnRhEnd
           WRITE RainPrintLine FROM RainHeading
             AFTER ADVANCING PAGE
           WRITE RainPrintLine FROM RainColumnHeader
             AFTER ADVANCING 2 LINES

           PERFORM ScanDayBookings

           IF BookingsListed = ZEROES
               WRITE RainPrintLine FROM NoBookingsLine
                 AFTER ADVANCING 1 LINE
           END-IF
           MOVE RainChecksIssued TO PrnRtCount
           MOVE RainCheckTotal TO PrnRtAmount
           MOVE ExpiryDate TO PrnRtExpiry
           WRITE RainPrintLine FROM RainTotalLine
             AFTER ADVANCING 2 LINES

           CLOSE TeeTimeFile, GiftCertFile, GiftActivityFile,
             RainCheckFile, RainCheckReport
           IF NOT GuestFileMissing
               CLOSE GuestPassFile
           END-IF
           IF NOT CartAssignMissing
               CLOSE CartAssignFile
           END-IF

           DISPLAY "RainCheck: " RainChecksIssued
             " rain checks issued -- list in output/rain-checks.txt."
           MOVE RainChecksIssued TO WS-Run-Records-Out
           PERFORM Write-Run-Log
           STOP RUN.

       ScanDayBookings.
           MOVE "N" TO TeeScanEofFlag
           MOVE WS-Wanted-Date TO TeeDate
           MOVE ZEROES TO TeeTime
           START TeeTimeFile KEY IS >= TeeKey
               INVALID KEY MOVE "Y" TO TeeScanEofFlag
           END-START

           IF NOT EndOfTeeScan
               READ TeeTimeFile NEXT
                AT END MOVE "Y" TO TeeScanEofFlag
               END-READ
           END-IF

           PERFORM CheckOneBooking UNTIL EndOfTeeScan.

       CheckOneBooking.
           IF TeeDate NOT = WS-Wanted-Date
               MOVE "Y" TO TeeScanEofFlag
           ELSE
               ADD 1 TO WS-Run-Records-In
               PERFORM WorkOutHolesPlayed
               IF BookingIsAffected
                   PERFORM CreditOneBooking
               END-IF
               READ TeeTimeFile NEXT
                AT END MOVE "Y" TO TeeScanEofFlag
               END-READ
           END-IF.

       WorkOutHolesPlayed.
      * A no-show or late cancellation paid for nothing it lost; a
      * group already off the course, or one that must have
      * finished by the time the course closed, is not affected.
           MOVE "N" TO AffectedFlag
           MOVE ZEROES TO HolesPlayed
           IF TeeNoShow OR TeeLateCancel
               EXIT PARAGRAPH
           END-IF
           IF TeeTime >= WS-Wanted-Start AND TeeTime <= WS-Wanted-End
               MOVE "Y" TO AffectedFlag
               EXIT PARAGRAPH
           END-IF
           IF TeeTime > WS-Wanted-End OR NOT TeePlayed
               EXIT PARAGRAPH
           END-IF
           IF TeeFinishTime > ZEROES
             AND TeeFinishTime <= WS-Wanted-Start
               EXIT PARAGRAPH
           END-IF

           IF TeeActualStart > ZEROES
               MOVE TeeActualStart TO ClockTime
           ELSE
               MOVE TeeTime TO ClockTime
           END-IF
           COMPUTE StartMinutes = ClockHour * 60 + ClockMinute
           MOVE ZEROES TO MinutesPlayed
           IF ClosureMinutes > StartMinutes
               COMPUTE MinutesPlayed = ClosureMinutes - StartMinutes
           END-IF
           IF MinutesPlayed / RainMinutesPerHole >= 18
               EXIT PARAGRAPH
           END-IF
           COMPUTE HolesPlayed = MinutesPlayed / RainMinutesPerHole
           IF TeeTurnTime > ZEROES AND TeeTurnTime <= WS-Wanted-Start
             AND HolesPlayed < 9
               MOVE 9 TO HolesPlayed
           END-IF
           MOVE "Y" TO AffectedFlag.

       CreditOneBooking.
           MOVE TeeDate TO RcDate
           MOVE TeeTime TO RcTeeTime
           READ RainCheckFile
               KEY IS RcKey
               INVALID KEY CONTINUE
           END-READ
           IF RainCheckOk
               MOVE "issued earlier" TO PrnRdNote
               PERFORM PrintOneBooking
               EXIT PARAGRAPH
           END-IF

           PERFORM TotalGuestFees
           PERFORM TotalCartFees
           COMPUTE FeesPaid = GuestFees + CartFees
           IF HolesPlayed <= RainFullCreditHoles
               MOVE 100 TO CreditPct
           ELSE
               COMPUTE CreditPct = (18 - HolesPlayed) * 100 / 18
           END-IF
           COMPUTE CreditAmount ROUNDED = FeesPaid * CreditPct / 100

           MOVE TeeDate TO RcDate
           MOVE TeeTime TO RcTeeTime
           MOVE TeeMemberId TO RcMemberId
           MOVE TeeMemberName TO RcMemberName
           MOVE WS-Wanted-Start TO RcClosureStart
           MOVE HolesPlayed TO RcHolesPlayed
           MOVE GuestFees TO RcGuestFees
           MOVE CartFees TO RcCartFees
           MOVE CreditPct TO RcCreditPct
           MOVE CreditAmount TO RcAmount
           MOVE ZEROES TO RcCertNumber
           MOVE ZEROES TO RcExpiryDate
           IF CreditAmount > ZEROES
               PERFORM IssueRainCheck
           END-IF
           WRITE RainCheckRec
               INVALID KEY
                   DISPLAY "RainCheck: unable to record the rain "
                     "check for " TeeDate " " TeeTime "."
                   ADD 1 TO WS-Run-Exception-Count
           END-WRITE

           IF RcCertNumber > ZEROES
               MOVE "No. " TO PrnRdNote
               MOVE RcCertNumber TO PrnRdNote(5:6)
           ELSE
               MOVE "no fees paid" TO PrnRdNote
           END-IF
           PERFORM PrintOneBooking.

       TotalGuestFees.
      * The booking's guests are the sponsor's passes for the day
      * under the names the booking carries.
           MOVE ZEROES TO GuestFees
           IF GuestFileMissing OR TeeGuestCount = ZEROES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO GuestScanEofFlag
           MOVE TeeMemberId TO GuestSponsorId
           MOVE TeeDate TO GuestDate
           MOVE ZEROES TO GuestSeq
           START GuestPassFile KEY IS >= GuestKey
               INVALID KEY MOVE "Y" TO GuestScanEofFlag
           END-START

           IF NOT EndOfGuestScan
               READ GuestPassFile NEXT
                AT END MOVE "Y" TO GuestScanEofFlag
               END-READ
           END-IF

           PERFORM AddOneGuestFee UNTIL EndOfGuestScan.

       AddOneGuestFee.
           IF GuestSponsorId NOT = TeeMemberId
             OR GuestDate NOT = TeeDate
               MOVE "Y" TO GuestScanEofFlag
           ELSE
               MOVE "N" TO GuestMatchedFlag
               PERFORM MatchOneGuestName
                   VARYING GuestIndex FROM 1 BY 1
                   UNTIL GuestIndex > TeeGuestCount OR GuestIndex > 3
                     OR GuestIsOnBooking
               IF GuestIsOnBooking
                   ADD GuestFee TO GuestFees
               END-IF
               READ GuestPassFile NEXT
                AT END MOVE "Y" TO GuestScanEofFlag
               END-READ
           END-IF.

       MatchOneGuestName.
           IF GuestName = TeeGuestName(GuestIndex)
               MOVE "Y" TO GuestMatchedFlag
           END-IF.

       TotalCartFees.
           MOVE ZEROES TO CartFees
           IF CartAssignMissing
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CartScanEofFlag
           MOVE TeeDate TO CaDate
           MOVE ZEROES TO CaSeq
           START CartAssignFile KEY IS >= CaKey
               INVALID KEY MOVE "Y" TO CartScanEofFlag
           END-START

           IF NOT EndOfCartScan
               READ CartAssignFile NEXT
                AT END MOVE "Y" TO CartScanEofFlag
               END-READ
           END-IF

           PERFORM AddOneCartFee UNTIL EndOfCartScan.

       AddOneCartFee.
           IF CaDate NOT = TeeDate
               MOVE "Y" TO CartScanEofFlag
           ELSE
               IF CaTeeTime = TeeTime
                   ADD CaFeeAmount TO CartFees
               END-IF
               READ CartAssignFile NEXT
                AT END MOVE "Y" TO CartScanEofFlag
               END-READ
           END-IF.

       IssueRainCheck.
           PERFORM AssignCertNumber
           MOVE "C" TO GcKind
           MOVE TodayDate TO GcIssueDate
           MOVE TeeMemberId TO GcPurchaserId
           MOVE TeeMemberName TO GcPurchaserName
           MOVE CreditAmount TO GcFaceValue
           MOVE CreditAmount TO GcRemainingValue
           MOVE ExpiryDate TO GcExpiryDate
           MOVE "O" TO GcStatus
           MOVE ZEROES TO GcIssueSession
           MOVE SPACES TO GcIssueOper
           MOVE ZEROES TO GcLastRedeemDate
           MOVE ZEROES TO GcBreakageDate
           MOVE ZEROES TO GcBreakageAmount
           WRITE GiftCertRec
               INVALID KEY
                   DISPLAY "RainCheck: unable to issue a rain check "
                     "for " TeeDate " " TeeTime "."
                   ADD 1 TO WS-Run-Exception-Count
                   EXIT PARAGRAPH
           END-WRITE

           MOVE SPACES TO GiftActivityRec
           MOVE TodayDate TO GaDate
           MOVE GcNumber TO GaCertNumber
           MOVE "C" TO GaType
           MOVE CreditAmount TO GaAmount
           MOVE SPACE TO GaMethod
           MOVE ZEROES TO GaSessionId
           MOVE SPACES TO GaOperId
           MOVE TeeMemberId TO GaMemberId
           WRITE GiftActivityRec

           MOVE GcNumber TO RcCertNumber
           MOVE ExpiryDate TO RcExpiryDate
           ADD 1 TO RainChecksIssued
           ADD CreditAmount TO RainCheckTotal.

       AssignCertNumber.
           MOVE ZEROES TO GcNumber
           MOVE "N" TO SeqAssignedFlag
           PERFORM TryNextCertNumber UNTIL SeqIsAssigned.

       TryNextCertNumber.
           ADD 1 TO GcNumber
           READ GiftCertFile
               INVALID KEY MOVE "Y" TO SeqAssignedFlag
           END-READ.

       PrintOneBooking.
           MOVE RcTeeTime TO PrnRdTeeTime
           MOVE RcMemberId TO PrnRdMemberId
           MOVE RcMemberName TO PrnRdName
           MOVE RcHolesPlayed TO PrnRdHoles
           MOVE RcCreditPct TO PrnRdPct
           COMPUTE PrnRdFees = RcGuestFees + RcCartFees
           MOVE RcAmount TO PrnRdAmount
           WRITE RainPrintLine FROM RainDetailLine
             AFTER ADVANCING 1 LINE
           ADD 1 TO BookingsListed.

           COPY RUNLOGPR.
