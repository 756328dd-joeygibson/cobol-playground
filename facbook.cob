       IDENTIFICATION DIVISION.
       PROGRAM-ID. FacBook.
      * Clubhouse reservation desk, replacing the paper diary for the
      * banquet room, board room and simulator bays. Books a
      * facility in data/facilities.dat for an active member host,
      * only while it is taking bookings, inside its booking hours,
      * within its seating capacity and clear of every other booking
      * of it that day. The room fee is figured at the hourly rate
      * for the time booked or at the flat event rate, and is written
      * as a house charge (outlet R) under the host, dated the day of
      * the booking, so it reaches the next dues statement after the
      * event. Cancelling a booking voids its room fee while the
      * charge is still open. Also lists a facility's bookings for a
      * day.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MemberFile ASSIGN TO 'data/members.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MemberId
             FILE STATUS IS MemberFileStatus.

           SELECT FacilityFile ASSIGN TO 'data/facilities.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FacId
             FILE STATUS IS FacilityStatus.

           SELECT FacResFile ASSIGN TO
             'data/facility-reservations.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FrKey
             FILE STATUS IS FacResStatus.

           SELECT HouseChargeFile ASSIGN TO 'data/house-charges.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HcKey
             FILE STATUS IS HouseChgFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD MemberFile.
           COPY MEMBREC.

       FD FacilityFile.
           COPY FACILITY.

       FD FacResFile.
           COPY FACRES.

       FD HouseChargeFile.
           COPY HOUSECHG.

       WORKING-STORAGE SECTION.
       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".
       01 FacilityStatus PIC XX VALUE ZEROES.
        88 FacilityOk VALUE "00".
        88 FacilityMissing VALUE "35".
       01 FacResStatus PIC XX VALUE ZEROES.
        88 FacResOk VALUE "00".
        88 FacResMissing VALUE "35".
       01 HouseChgFileStatus PIC XX VALUE ZEROES.
        88 HouseChgFileOk VALUE "00".
        88 HouseChgFileMissing VALUE "35".

       01 MenuChoice PIC X VALUE SPACES.
        88 WantsBook VALUE "B" "b".
        88 WantsCancel VALUE "C" "c".
        88 WantsDay VALUE "D" "d".
        88 WantsQuit VALUE "Q" "q".

       01 TodayDate PIC 9(8) VALUE ZEROES.
       01 WorkMemberId PIC X(5) VALUE SPACES.
       01 WorkFacId PIC X(3) VALUE SPACES.
       01 WorkResDate PIC 9(8) VALUE ZEROES.
       01 WorkStartTime PIC 9(4) VALUE ZEROES.
       01 WorkEndTime PIC 9(4) VALUE ZEROES.
       01 WorkHeadcount PIC 9(3) VALUE ZEROES.
       01 WorkPurpose PIC X(20) VALUE SPACES.
       01 WorkRateKind PIC X VALUE SPACES.
        88 RateKindHourly VALUE "H" "h".
        88 RateKindEvent VALUE "E" "e".
       01 WorkFee PIC 9(5)V99 VALUE ZEROES.
       01 WorkFeeEntry PIC 9(5)V99 VALUE ZEROES.
       01 WorkMinutes PIC 9(4) VALUE ZEROES.

       01 WorkClockTime PIC 9(4) VALUE ZEROES.
       01 WorkClockParts REDEFINES WorkClockTime.
        02 WorkClockHour PIC 99.
        02 WorkClockMinute PIC 99.
       01 ClockTimeFlag PIC X VALUE "N".
        88 ClockTimeValid VALUE "Y".
       01 StartMinutes PIC 9(4) VALUE ZEROES.
       01 EndMinutes PIC 9(4) VALUE ZEROES.

      * Spaces when the booking may be made, else why not.
       01 RefusalReason PIC X(50) VALUE SPACES.

       01 WorkChargeTicket PIC X(8) VALUE SPACES.
       01 WorkSlipSeq PIC 9(3) VALUE ZEROES.

       01 SeqAssignedFlag PIC X VALUE "N".
        88 SeqIsAssigned VALUE "Y".
       01 ScanEofFlag PIC X VALUE "N".
        88 EndOfScan VALUE "Y".
       01 DayBookingCount PIC 9(3) VALUE ZEROES.

       01 PrnFee PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       RunFacilityBook.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           OPEN INPUT MemberFile
           OPEN INPUT FacilityFile
           IF FacilityMissing
               DISPLAY "No facilities on file -- set them up in "
                 "FacMaint first."
               CLOSE MemberFile
               STOP RUN
           END-IF
           OPEN I-O FacResFile
           IF FacResMissing
               OPEN OUTPUT FacResFile
               CLOSE FacResFile
               OPEN I-O FacResFile
           END-IF
           OPEN I-O HouseChargeFile
           IF HouseChgFileMissing
               OPEN OUTPUT HouseChargeFile
               CLOSE HouseChargeFile
               OPEN I-O HouseChargeFile
           END-IF

           PERFORM UNTIL WantsQuit
               PERFORM DisplayMenu
               ACCEPT MenuChoice
               EVALUATE TRUE
                   WHEN WantsBook PERFORM BookFacility
                   WHEN WantsCancel PERFORM CancelBooking
                   WHEN WantsDay PERFORM ListDayBookings
                   WHEN WantsQuit CONTINUE
                   WHEN OTHER
                       DISPLAY "Please choose B, C, D or Q."
               END-EVALUATE
           END-PERFORM

           CLOSE MemberFile, FacilityFile, FacResFile,
             HouseChargeFile
           STOP RUN.

       DisplayMenu.
           DISPLAY " "
           DISPLAY "(B)ook a facility, (C)ancel a booking, a "
             "facility's (D)ay, (Q)uit: " WITH NO ADVANCING.

       ReadBookableMember.
      * Leaves WorkMemberId spaces when the member cannot book.
           DISPLAY "Host Member Id: " WITH NO ADVANCING
           ACCEPT WorkMemberId
           MOVE WorkMemberId TO MemberId
           READ MemberFile
               KEY IS MemberId
               INVALID KEY
                   DISPLAY "Member " WorkMemberId " not found."
                   MOVE SPACES TO WorkMemberId
                   EXIT PARAGRAPH
           END-READ
           IF MemberInactive OR MemberSuspended
               DISPLAY "Member " WorkMemberId " is not active -- "
                 "refused."
               MOVE SPACES TO WorkMemberId
           ELSE
               DISPLAY "Host: " MemberName
           END-IF.

       ReadChosenFacility.
           DISPLAY "Facility id: " WITH NO ADVANCING
           ACCEPT WorkFacId
           MOVE WorkFacId TO FacId
           READ FacilityFile
               INVALID KEY
                   DISPLAY "No facility " WorkFacId " on file."
           END-READ.

       AcceptBookingKey.
           PERFORM ReadChosenFacility
           IF NOT FacilityOk
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WorkResDate
           DISPLAY "Start time (HHMM): " WITH NO ADVANCING
           PERFORM AcceptClockTime
           MOVE WorkClockTime TO WorkStartTime.

       AcceptClockTime.
           MOVE "N" TO ClockTimeFlag
           PERFORM UNTIL ClockTimeValid
               ACCEPT WorkClockTime
               IF WorkClockHour <= 23 AND WorkClockMinute <= 59
                   MOVE "Y" TO ClockTimeFlag
               ELSE
                   DISPLAY "Enter a time as HHMM: "
                     WITH NO ADVANCING
               END-IF
           END-PERFORM.

       BookFacility.
           PERFORM ReadBookableMember
           IF WorkMemberId = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM AcceptBookingKey
           IF NOT FacilityOk
               EXIT PARAGRAPH
           END-IF
           IF FacInactive
               DISPLAY FacName " is off the booking sheet -- refused."
               EXIT PARAGRAPH
           END-IF
           IF WorkResDate < TodayDate
               DISPLAY "That date has passed -- refused."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "End time (HHMM): " WITH NO ADVANCING
           PERFORM AcceptClockTime
           MOVE WorkClockTime TO WorkEndTime

           MOVE SPACES TO RefusalReason
           IF WorkEndTime NOT > WorkStartTime
               MOVE "The booking must end after it starts -- refused."
                 TO RefusalReason
           END-IF
           IF RefusalReason = SPACES
             AND (WorkStartTime < FacOpenTime
               OR WorkEndTime > FacCloseTime)
               MOVE "Outside the facility's booking hours -- refused."
                 TO RefusalReason
               DISPLAY "Booking hours: " FacOpenTime "-" FacCloseTime
           END-IF
           IF RefusalReason = SPACES
               PERFORM CheckFacilityBooked
           END-IF
           IF RefusalReason NOT = SPACES
               DISPLAY RefusalReason
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Headcount (seats " FacCapacity "): "
             WITH NO ADVANCING
           ACCEPT WorkHeadcount
           IF WorkHeadcount = ZEROES
               DISPLAY "A headcount is required -- refused."
               EXIT PARAGRAPH
           END-IF
           IF WorkHeadcount > FacCapacity
               DISPLAY "A party of " WorkHeadcount " is over the "
                 FacCapacity " the room seats -- refused."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Purpose: " WITH NO ADVANCING
           ACCEPT WorkPurpose

           PERFORM FigureRoomFee

           INITIALIZE FacResRec
           MOVE WorkFacId TO FrFacId
           MOVE WorkResDate TO FrDate
           MOVE WorkStartTime TO FrStartTime
           MOVE WorkEndTime TO FrEndTime
           MOVE WorkMemberId TO FrMemberId
           MOVE MemberName TO FrMemberName
           MOVE WorkHeadcount TO FrHeadcount
           MOVE WorkPurpose TO FrPurpose
           IF RateKindEvent
               MOVE "E" TO FrRateKind
           ELSE
               MOVE "H" TO FrRateKind
           END-IF
           MOVE WorkFee TO FrFee
           MOVE TodayDate TO FrBookedDate
           MOVE ZEROES TO FrChargeDate, FrChargeSeq
           IF WorkFee > ZEROES
               PERFORM WriteRoomCharge
               MOVE WorkResDate TO FrChargeDate
               MOVE WorkSlipSeq TO FrChargeSeq
           END-IF
           WRITE FacResRec
               INVALID KEY
                   DISPLAY "Unable to record the booking."
                   IF WorkFee > ZEROES
                       PERFORM VoidRoomCharge
                   END-IF
               NOT INVALID KEY
                   MOVE WorkFee TO PrnFee
                   DISPLAY FacName " booked for " MemberName " on "
                     FrDate " " FrStartTime "-" FrEndTime
                     " -- room fee $" PrnFee "."
           END-WRITE.

       FigureRoomFee.
           DISPLAY "(H)ourly or (E)vent rate: " WITH NO ADVANCING
           ACCEPT WorkRateKind
           PERFORM UNTIL RateKindHourly OR RateKindEvent
               DISPLAY "Enter H or E: " WITH NO ADVANCING
               ACCEPT WorkRateKind
           END-PERFORM
           IF RateKindEvent
               MOVE FacEventRate TO WorkFee
           ELSE
               MOVE WorkStartTime TO WorkClockTime
               COMPUTE StartMinutes =
                 WorkClockHour * 60 + WorkClockMinute
               MOVE WorkEndTime TO WorkClockTime
               COMPUTE EndMinutes =
                 WorkClockHour * 60 + WorkClockMinute
               COMPUTE WorkMinutes = EndMinutes - StartMinutes
               COMPUTE WorkFee ROUNDED =
                 FacHourlyRate * WorkMinutes / 60
           END-IF
      * The desk may key a different fee when the manager has
      * agreed one.
           MOVE WorkFee TO PrnFee
           DISPLAY "Room fee (no dollar sign, Enter for " PrnFee
             "): " WITH NO ADVANCING
           MOVE ZEROES TO WorkFeeEntry
           ACCEPT WorkFeeEntry
           IF WorkFeeEntry NOT = ZEROES
               MOVE WorkFeeEntry TO WorkFee
           END-IF.

       CheckFacilityBooked.
           MOVE "N" TO ScanEofFlag
           MOVE WorkFacId TO FrFacId
           MOVE WorkResDate TO FrDate
           MOVE ZEROES TO FrStartTime
           START FacResFile KEY IS >= FrKey
               INVALID KEY MOVE "Y" TO ScanEofFlag
           END-START

           IF NOT EndOfScan
               READ FacResFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF

           PERFORM CheckOneBooking UNTIL EndOfScan.

       CheckOneBooking.
           IF FrFacId NOT = WorkFacId OR FrDate NOT = WorkResDate
               MOVE "Y" TO ScanEofFlag
           ELSE
               IF FrStartTime < WorkEndTime
                 AND FrEndTime > WorkStartTime
                   MOVE SPACES TO RefusalReason
                   STRING "Booked by " DELIMITED BY SIZE
                     FrMemberName DELIMITED BY SIZE
                     " then -- refused." DELIMITED BY SIZE
                     INTO RefusalReason
                   END-STRING
                   DISPLAY "Existing booking " FrStartTime "-"
                     FrEndTime
                   MOVE "Y" TO ScanEofFlag
               ELSE
                   READ FacResFile NEXT
                    AT END MOVE "Y" TO ScanEofFlag
                   END-READ
               END-IF
           END-IF.

       CancelBooking.
           PERFORM AcceptBookingKey
           IF NOT FacilityOk
               EXIT PARAGRAPH
           END-IF
           MOVE WorkFacId TO FrFacId
           MOVE WorkResDate TO FrDate
           MOVE WorkStartTime TO FrStartTime
           READ FacResFile
               KEY IS FrKey
               INVALID KEY
                   DISPLAY "No booking of " WorkFacId " then."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY FacName "  " FrMemberName "  " FrStartTime "-"
             FrEndTime "  " FrPurpose

           IF FrChargeSeq NOT = ZEROES
               MOVE FrMemberId TO HcMemberId
               MOVE FrChargeDate TO HcChargeDate
               MOVE FrChargeSeq TO HcSeq
               READ HouseChargeFile
                   KEY IS HcKey
                   INVALID KEY CONTINUE
               END-READ
               IF HouseChgFileOk AND HcOpen
                   SET HcVoided TO TRUE
                   REWRITE HouseChargeRec
                       INVALID KEY
                           DISPLAY "Unable to void the room fee."
                       NOT INVALID KEY
                           DISPLAY "Room fee voided."
                   END-REWRITE
               ELSE
                   IF HouseChgFileOk AND HcBilled
                       DISPLAY "The room fee has already been billed "
                         "-- any refund is a credit from the office."
                   END-IF
               END-IF
           END-IF

           DELETE FacResFile
               INVALID KEY
                   DISPLAY "Unable to cancel the booking."
               NOT INVALID KEY
                   DISPLAY "Booking cancelled."
           END-DELETE.

       ListDayBookings.
           PERFORM ReadChosenFacility
           IF NOT FacilityOk
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WorkResDate
           MOVE ZEROES TO DayBookingCount
           MOVE "N" TO ScanEofFlag
           MOVE WorkFacId TO FrFacId
           MOVE WorkResDate TO FrDate
           MOVE ZEROES TO FrStartTime
           START FacResFile KEY IS >= FrKey
               INVALID KEY MOVE "Y" TO ScanEofFlag
           END-START

           IF NOT EndOfScan
               READ FacResFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF

           PERFORM ListOneBooking UNTIL EndOfScan
           IF DayBookingCount = ZEROES
               DISPLAY "  " FacName " is free all day ("
                 FacOpenTime "-" FacCloseTime ")."
           END-IF.

       ListOneBooking.
           IF FrFacId NOT = WorkFacId OR FrDate NOT = WorkResDate
               MOVE "Y" TO ScanEofFlag
           ELSE
               ADD 1 TO DayBookingCount
               DISPLAY "  " FrStartTime "-" FrEndTime "  "
                 FrMemberId " " FrMemberName "  " FrHeadcount
                 " guests  " FrPurpose
               READ FacResFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF.

       WriteRoomCharge.
           MOVE SPACES TO WorkChargeTicket
           STRING "R" DELIMITED BY SIZE
             WorkFacId DELIMITED BY SIZE
             WorkStartTime DELIMITED BY SIZE
             INTO WorkChargeTicket
           END-STRING

           MOVE WorkMemberId TO HcMemberId
           MOVE WorkResDate TO HcChargeDate
           MOVE ZEROES TO HcSeq
           MOVE "N" TO SeqAssignedFlag
           PERFORM TryNextSlipSeq UNTIL SeqIsAssigned
           MOVE HcSeq TO WorkSlipSeq

           INITIALIZE HouseChargeRec
           MOVE WorkMemberId TO HcMemberId
           MOVE WorkResDate TO HcChargeDate
           MOVE WorkSlipSeq TO HcSeq
           SET HcOutletRoom TO TRUE
           MOVE WorkChargeTicket TO HcTicketNo
           MOVE WorkFee TO HcAmount
           MOVE "N" TO HcTaxable
           MOVE "FAC" TO HcOperId
           MOVE ZEROES TO HcSessionId
           SET HcOpen TO TRUE
           MOVE ZEROES TO HcBilledPeriod
           MOVE ZEROES TO HcBilledDate

           WRITE HouseChargeRec
               INVALID KEY
                   DISPLAY "Unable to write the room fee for "
                     WorkMemberId
           END-WRITE.

       VoidRoomCharge.
           MOVE WorkMemberId TO HcMemberId
           MOVE WorkResDate TO HcChargeDate
           MOVE WorkSlipSeq TO HcSeq
           READ HouseChargeFile
               KEY IS HcKey
               INVALID KEY CONTINUE
           END-READ
           IF HouseChgFileOk
               SET HcVoided TO TRUE
               REWRITE HouseChargeRec
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.

       TryNextSlipSeq.
           ADD 1 TO HcSeq
           READ HouseChargeFile
               INVALID KEY MOVE "Y" TO SeqAssignedFlag
           END-READ.
