      * golf committee's three-strikes policy. A plain cancellation
      * before the deadline still goes through TeeBook, which
      * deletes the booking.
      * 2026-10-15 JG  Pace of play: marking a group played now
      *                takes the time it actually went off (blank or
      *                zero for its tee time), and a second pass for
      *                the marshal records the time at the turn and
      *                the finish for each group that played.
      * 2026-10-15 JG  Carts: marking a group played now takes the
      *                number of riders and a cart number for each
      *                (0 for a member's own cart). A club cart must
      *                be in the fleet and available, or already out
      *                with the same group; it is put out and an
      *                assignment written to data/cart-assignments.dat
      *                with a cart fee (or trail fee for an own cart)
      *                from data/cart-fees.dat charged as a house
      *                charge to the booking member.
      * 2026-10-15 JG  Marking a group played also takes the member
      *                ids of the other club members in it (the
      *                players who are neither the booking member nor
      *                a named guest) for the PostRpt score-posting
      *                check.
      * 2026-10-15 JG  A playing partner may be given by membership
      *                card number in place of the member id; a card
      *                that is lost, replaced or cancelled is refused
      *                and the partner asked for again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS TeeKey
             FILE STATUS IS TeeFileStatus.

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

           SELECT HouseChargeFile ASSIGN TO 'data/house-charges.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HcKey
             FILE STATUS IS HouseChgFileStatus.

           SELECT CartFeeFile ASSIGN TO 'data/cart-fees.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CartFeeFileStatus.

           SELECT MemberCardFile ASSIGN TO 'data/member-cards.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CardNumber
             FILE STATUS IS MemberCardStatus.

       DATA DIVISION.
       FILE SECTION.
       FD TeeTimeFile.
           COPY TEETIME.

       FD CartFile.
           COPY CARTREC.

       FD CartAssignFile.
           COPY CARTASGN.

       FD HouseChargeFile.
           COPY HOUSECHG.

       FD CartFeeFile.
           COPY CARTFEE.

       FD MemberCardFile.
           COPY MEMCARD.

       WORKING-STORAGE SECTION.
           COPY CARDCK.
       01 TeeFileStatus PIC XX VALUE ZEROES.
        88 TeeFileOk VALUE "00".
        88 TeeFileMissing VALUE "35".
       01 CartFileStatus PIC XX VALUE ZEROES.
        88 CartFileOk VALUE "00".
        88 CartFileMissing VALUE "35".
       01 CartAssignStatus PIC XX VALUE ZEROES.
        88 CartAssignOk VALUE "00".
        88 CartAssignMissing VALUE "35".
       01 HouseChgFileStatus PIC XX VALUE ZEROES.
        88 HouseChgFileOk VALUE "00".
        88 HouseChgFileMissing VALUE "35".
       01 CartFeeFileStatus PIC XX VALUE ZEROES.
        88 CartFeeFileOk VALUE "00".
       01 CartFeeEofFlag PIC X VALUE "N".
        88 EndOfCartFees VALUE "Y".

       01 EndOfDayScanFlag PIC X VALUE "N".
        88 EndOfDayScan VALUE "Y".

       01 MarkedCount PIC 9(3) VALUE ZEROES.

       01 CheckInMode PIC X VALUE SPACES.
        88 ModeCheckIn VALUE "C" "c".
        88 ModePaceTimes VALUE "T" "t".
        88 CheckInModeValid VALUE "C" "c" "T" "t".
       01 WorkClockTime PIC 9(4) VALUE ZEROES.
       01 WorkClockParts REDEFINES WorkClockTime.
        02 WorkClockHour PIC 99.
        02 WorkClockMinute PIC 99.
       01 ClockTimeFlag PIC X VALUE "N".
        88 ClockTimeValid VALUE "Y".

       01 CartFeeAmount PIC 9(3)V99 VALUE ZEROES.
       01 CartFeeTaxable PIC X VALUE "N".
       01 TrailFeeAmount PIC 9(3)V99 VALUE ZEROES.
       01 TrailFeeTaxable PIC X VALUE "N".

       01 WorkRiderCount PIC 9 VALUE ZEROES.
       01 WorkRiderNo PIC 9 VALUE ZEROES.
       01 WorkCartNo PIC 9(3) VALUE ZEROES.
       01 WorkFeeType PIC X VALUE SPACES.
       01 WorkFeeAmount PIC 9(3)V99 VALUE ZEROES.
       01 WorkFeeTaxable PIC X VALUE "N".
       01 WorkSlipSeq PIC 9(3) VALUE ZEROES.
       01 WorkSlipTicket PIC X(8) VALUE SPACES.
       01 CartChosenFlag PIC X VALUE "N".
        88 CartIsChosen VALUE "Y".
       01 SeqAssignedFlag PIC X VALUE "N".
        88 SeqIsAssigned VALUE "Y".
       01 CartsOutCount PIC 9(3) VALUE ZEROES.
       01 PartnerCount PIC 9 VALUE ZEROES.
       01 PartnerIndex PIC 9 VALUE ZEROES.
       01 PartnerEntryFlag PIC X VALUE "N".
        88 PartnerEntryDone VALUE "Y".

       PROCEDURE DIVISION.
       RunTeeCheckIn.
           OPEN I-O TeeTimeFile
               DISPLAY "No tee-time file -- nothing to check in."
               STOP RUN
           END-IF
           PERFORM OpenCartFiles
           PERFORM OpenMemberCards

           DISPLAY "Check-in date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WorkCheckInDate
           DISPLAY "(C)heck groups in, or (T)urn and finish times: "
             WITH NO ADVANCING
           ACCEPT CheckInMode
           PERFORM UNTIL CheckInModeValid
               DISPLAY "Enter C or T: " WITH NO ADVANCING
               ACCEPT CheckInMode
           END-PERFORM

           MOVE WorkCheckInDate TO TeeDate
           MOVE ZEROES TO TeeTime

           PERFORM CheckInOneSlot UNTIL EndOfDayScan

           CLOSE TeeTimeFile, CartFile, CartAssignFile,
             HouseChargeFile
           PERFORM CloseMemberCards
           DISPLAY "Slots marked: " MarkedCount
           DISPLAY "Riders on carts: " CartsOutCount
           STOP RUN.

       OpenCartFiles.
           OPEN I-O CartFile
           IF CartFileMissing
               OPEN OUTPUT CartFile
               CLOSE CartFile
               OPEN I-O CartFile
           END-IF
           OPEN I-O CartAssignFile
           IF CartAssignMissing
               OPEN OUTPUT CartAssignFile
               CLOSE CartAssignFile
               OPEN I-O CartAssignFile
           END-IF
           OPEN I-O HouseChargeFile
           IF HouseChgFileMissing
               OPEN OUTPUT HouseChargeFile
               CLOSE HouseChargeFile
               OPEN I-O HouseChargeFile
           END-IF

           OPEN INPUT CartFeeFile
           IF NOT CartFeeFileOk
               DISPLAY "Cart fee table data/cart-fees.dat not found "
                 "-- carts are assigned without a fee."
           ELSE
               READ CartFeeFile
                   AT END MOVE "Y" TO CartFeeEofFlag
               END-READ
               PERFORM LoadOneCartFee UNTIL EndOfCartFees
               CLOSE CartFeeFile
           END-IF.

       LoadOneCartFee.
           EVALUATE TRUE
               WHEN CfCartFee
                   MOVE CfAmount TO CartFeeAmount
                   MOVE CfTaxable TO CartFeeTaxable
               WHEN CfTrailFee
                   MOVE CfAmount TO TrailFeeAmount
                   MOVE CfTaxable TO TrailFeeTaxable
           END-EVALUATE
           READ CartFeeFile
               AT END MOVE "Y" TO CartFeeEofFlag
           END-READ.

       CheckInOneSlot.
           IF TeeDate NOT = WorkCheckInDate
               MOVE "Y" TO EndOfDayScanFlag
               DISPLAY "Slot " TeeTime "  " TeeMemberId "  "
                 TeeMemberName "  players " TeePlayerCount
               EVALUATE TRUE
                   WHEN ModePaceTimes
                       IF TeePlayed
                           PERFORM RecordTurnAndFinish
                       ELSE
                           DISPLAY "  not marked played -- skipped"
                       END-IF
                   WHEN TeePlayed
                       DISPLAY "  already marked PLAYED"
                   WHEN TeeNoShow
           END-PERFORM

           EVALUATE TRUE
               WHEN MarkPlayed
                   MOVE "P" TO TeeAttendStatus
                   PERFORM RecordActualStart
                   PERFORM RecordPlayingPartners
                   PERFORM AssignRiderCarts
               WHEN MarkNoShow MOVE "N" TO TeeAttendStatus
               WHEN MarkLateCancel MOVE "L" TO TeeAttendStatus
               WHEN OTHER CONTINUE
                       ADD 1 TO MarkedCount
               END-REWRITE
           END-IF.

       RecordActualStart.
           DISPLAY "  Went off at (HHMM, 0 = tee time): "
             WITH NO ADVANCING
           PERFORM AcceptClockTime
           IF WorkClockTime = ZEROES
               MOVE TeeTime TO TeeActualStart
           ELSE
               MOVE WorkClockTime TO TeeActualStart
           END-IF.

       RecordPlayingPartners.
      * The players beyond the booking member and the named guests
      * are club members; a partner left blank is not recorded.
           MOVE SPACES TO TeePartnerIds
           MOVE ZEROES TO PartnerCount
           IF TeePlayerCount > TeeGuestCount + 1
               COMPUTE PartnerCount =
                 TeePlayerCount - TeeGuestCount - 1
           END-IF
           IF PartnerCount > 3
               MOVE 3 TO PartnerCount
           END-IF
           PERFORM AcceptOnePartner
               VARYING PartnerIndex FROM 1 BY 1
               UNTIL PartnerIndex > PartnerCount.

       AcceptOnePartner.
           MOVE "N" TO PartnerEntryFlag
           PERFORM TryOnePartnerEntry UNTIL PartnerEntryDone.

       TryOnePartnerEntry.
           DISPLAY "  Member partner " PartnerIndex " id or card no.: "
             WITH NO ADVANCING
           ACCEPT CardCheckEntry
           MOVE SPACES TO TeePartnerId(PartnerIndex)
           IF CardCheckEntry = SPACES
               MOVE "Y" TO PartnerEntryFlag
               EXIT PARAGRAPH
           END-IF
           PERFORM ResolveCardEntry
           IF CardEntryRefused
               PERFORM ShowCardRefusal
           ELSE
               MOVE CardCheckMemberId TO TeePartnerId(PartnerIndex)
               MOVE "Y" TO PartnerEntryFlag
           END-IF.

       AssignRiderCarts.
           DISPLAY "  Riders taking carts (0-" TeePlayerCount "): "
             WITH NO ADVANCING
           ACCEPT WorkRiderCount
           PERFORM UNTIL WorkRiderCount <= TeePlayerCount
               DISPLAY "  Enter 0 to " TeePlayerCount ": "
                 WITH NO ADVANCING
               ACCEPT WorkRiderCount
           END-PERFORM

           MOVE ZEROES TO WorkRiderNo
           PERFORM AssignOneRider WorkRiderCount TIMES.

       AssignOneRider.
           ADD 1 TO WorkRiderNo
           MOVE "N" TO CartChosenFlag
           PERFORM ChooseRiderCart UNTIL CartIsChosen
           PERFORM WriteCartAssignment
           IF WorkFeeAmount > ZEROES
               PERFORM WriteCartCharge
           END-IF
           ADD 1 TO CartsOutCount.

       ChooseRiderCart.
      * Two riders may share a cart: the second rider names the cart
      * already put out with this group.
           DISPLAY "  Rider " WorkRiderNo " cart number "
             "(0 = own cart): " WITH NO ADVANCING
           ACCEPT WorkCartNo
           IF WorkCartNo = ZEROES
               MOVE "T" TO WorkFeeType
               MOVE TrailFeeAmount TO WorkFeeAmount
               MOVE TrailFeeTaxable TO WorkFeeTaxable
               MOVE "Y" TO CartChosenFlag
           ELSE
               MOVE WorkCartNo TO CartNo
               READ CartFile
                   INVALID KEY
                       DISPLAY "  No cart " WorkCartNo
                         " in the fleet."
                   NOT INVALID KEY
                       PERFORM CheckChosenCart
               END-READ
           END-IF.

       CheckChosenCart.
           EVALUATE TRUE
               WHEN CartOutOfService
                   DISPLAY "  Cart " CartNo " is out of service: "
                     CartServiceReason
               WHEN CartOut
                 AND (CartOutDate NOT = TeeDate
                   OR CartOutTeeTime NOT = TeeTime)
                   DISPLAY "  Cart " CartNo " is already out with "
                     CartOutMemberId " (" CartOutTeeTime ")."
               WHEN CartOut
                   PERFORM TakeChosenCart
               WHEN OTHER
                   MOVE "O" TO CartStatus
                   MOVE TeeDate TO CartOutDate
                   MOVE TeeTime TO CartOutTeeTime
                   MOVE TeeMemberId TO CartOutMemberId
                   ADD 1 TO CartRounds
                   REWRITE CartRec
                       INVALID KEY
                           DISPLAY "  Unable to put cart " CartNo
                             " out."
                       NOT INVALID KEY
                           PERFORM TakeChosenCart
                   END-REWRITE
           END-EVALUATE.

       TakeChosenCart.
           MOVE "C" TO WorkFeeType
           MOVE CartFeeAmount TO WorkFeeAmount
           MOVE CartFeeTaxable TO WorkFeeTaxable
           MOVE "Y" TO CartChosenFlag.

       WriteCartAssignment.
           MOVE TeeDate TO CaDate
           MOVE ZEROES TO CaSeq
           MOVE "N" TO SeqAssignedFlag
           PERFORM TryNextAssignSeq UNTIL SeqIsAssigned

           MOVE TeeTime TO CaTeeTime
           MOVE TeeMemberId TO CaMemberId
           MOVE TeeMemberName TO CaMemberName
           MOVE WorkRiderNo TO CaRiderNo
           MOVE WorkCartNo TO CaCartNo
           MOVE WorkFeeType TO CaFeeType
           MOVE WorkFeeAmount TO CaFeeAmount
           MOVE TeeActualStart TO CaOutTime
           MOVE ZEROES TO CaReturnTime
           IF CaTrailFee
               MOVE "T" TO CaStatus
           ELSE
               MOVE "O" TO CaStatus
           END-IF
           WRITE CartAssignRec
               INVALID KEY
                   DISPLAY "  Unable to record the cart assignment."
           END-WRITE.

       TryNextAssignSeq.
           ADD 1 TO CaSeq
           READ CartAssignFile
               INVALID KEY MOVE "Y" TO SeqAssignedFlag
           END-READ.

       WriteCartCharge.
           MOVE SPACES TO WorkSlipTicket
           STRING WorkFeeType DELIMITED BY SIZE
             TeeTime DELIMITED BY SIZE
             "-" DELIMITED BY SIZE
             WorkRiderNo DELIMITED BY SIZE
             INTO WorkSlipTicket
           END-STRING

           MOVE TeeMemberId TO HcMemberId
           MOVE TeeDate TO HcChargeDate
           MOVE ZEROES TO HcSeq
           MOVE "N" TO SeqAssignedFlag
           PERFORM TryNextSlipSeq UNTIL SeqIsAssigned
           MOVE HcSeq TO WorkSlipSeq

           INITIALIZE HouseChargeRec
           MOVE TeeMemberId TO HcMemberId
           MOVE TeeDate TO HcChargeDate
           MOVE WorkSlipSeq TO HcSeq
           MOVE WorkFeeType TO HcOutlet
           MOVE WorkSlipTicket TO HcTicketNo
           MOVE WorkFeeAmount TO HcAmount
           MOVE WorkFeeTaxable TO HcTaxable
           MOVE "STR" TO HcOperId
           MOVE ZEROES TO HcSessionId
           SET HcOpen TO TRUE
           MOVE ZEROES TO HcBilledPeriod
           MOVE ZEROES TO HcBilledDate

           WRITE HouseChargeRec
               INVALID KEY
                   DISPLAY "  Unable to write the cart charge for "
                     TeeMemberId
           END-WRITE.

       TryNextSlipSeq.
           ADD 1 TO HcSeq
           READ HouseChargeFile
               INVALID KEY MOVE "Y" TO SeqAssignedFlag
           END-READ.

       RecordTurnAndFinish.
           IF TeeActualStart = ZEROES
               MOVE TeeTime TO TeeActualStart
           END-IF
           DISPLAY "  Went off " TeeActualStart "  turn " TeeTurnTime
             "  finish " TeeFinishTime
           DISPLAY "  Time at the turn (HHMM, 0 = leave): "
             WITH NO ADVANCING
           PERFORM AcceptClockTime
           IF WorkClockTime NOT = ZEROES
               MOVE WorkClockTime TO TeeTurnTime
           END-IF
           DISPLAY "  Finish time (HHMM, 0 = leave): "
             WITH NO ADVANCING
           PERFORM AcceptClockTime
           IF WorkClockTime NOT = ZEROES
               MOVE WorkClockTime TO TeeFinishTime
           END-IF

           IF TeeFinishTime NOT = ZEROES
             AND TeeFinishTime <= TeeActualStart
               DISPLAY "  Finish must be after the start -- not "
                 "recorded."
               MOVE ZEROES TO TeeFinishTime
           END-IF

           REWRITE TeeTimeRec
               INVALID KEY
                   DISPLAY "  Unable to record the times."
               NOT INVALID KEY
                   ADD 1 TO MarkedCount
           END-REWRITE.

       AcceptClockTime.
           MOVE "N" TO ClockTimeFlag
           PERFORM UNTIL ClockTimeValid
               ACCEPT WorkClockTime
               IF WorkClockHour <= 23 AND WorkClockMinute <= 59
                   MOVE "Y" TO ClockTimeFlag
               ELSE
                   DISPLAY "  Enter a time as HHMM: "
                     WITH NO ADVANCING
               END-IF
           END-PERFORM.

           COPY CARDPR.
