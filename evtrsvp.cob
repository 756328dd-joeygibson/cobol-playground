       IDENTIFICATION DIVISION.
       PROGRAM-ID. EvtRsvp.
      * Social-event RSVP desk, replacing the sign-up sheets for club
      * dinners, member-guest parties and holiday events. Takes an
      * active member's RSVP for an event in data/social-events.dat
      * with sign-ups open -- seats for the member's own party and
      * for guests -- and holds the event to its seat limit: a party
      * that will not fit may go on the event's waiting list in the
      * order asked. Each confirmed party's seats are billed at the
      * member and guest prices as one house charge (outlet E) under
      * the member, dated the day of the event, so it reaches the
      * next dues statement after the event. Cancelling an RSVP voids
      * its charge while still open and frees its seats, which are
      * offered down the waiting list to the first parties that fit;
      * each is confirmed and billed the same way. Also lists an
      * event's RSVPs and waiting list.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MemberFile ASSIGN TO 'data/members.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MemberId
             FILE STATUS IS MemberFileStatus.

           SELECT SocialEventFile ASSIGN TO 'data/social-events.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SeEventNo
             FILE STATUS IS SocialEventStatus.

           SELECT EventRsvpFile ASSIGN TO 'data/event-rsvps.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RvKey
             FILE STATUS IS EventRsvpStatus.

           SELECT HouseChargeFile ASSIGN TO 'data/house-charges.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HcKey
             FILE STATUS IS HouseChgFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD MemberFile.
           COPY MEMBREC.

       FD SocialEventFile.
           COPY SOCEVENT.

       FD EventRsvpFile.
           COPY EVTRSVP.

       FD HouseChargeFile.
           COPY HOUSECHG.

       WORKING-STORAGE SECTION.
       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".
       01 SocialEventStatus PIC XX VALUE ZEROES.
        88 SocialEventOk VALUE "00".
        88 SocialEventMissing VALUE "35".
       01 EventRsvpStatus PIC XX VALUE ZEROES.
        88 EventRsvpOk VALUE "00".
        88 EventRsvpMissing VALUE "35".
       01 HouseChgFileStatus PIC XX VALUE ZEROES.
        88 HouseChgFileOk VALUE "00".
        88 HouseChgFileMissing VALUE "35".

       01 MenuChoice PIC X VALUE SPACES.
        88 WantsRsvp VALUE "R" "r".
        88 WantsCancel VALUE "C" "c".
        88 WantsEventList VALUE "E" "e".
        88 WantsQuit VALUE "Q" "q".

       01 TodayDate PIC 9(8) VALUE ZEROES.
       01 WorkEventNo PIC 9(4) VALUE ZEROES.
       01 WorkMemberId PIC X(5) VALUE SPACES.
       01 WorkMemberSeats PIC 9(2) VALUE ZEROES.
       01 WorkGuestSeats PIC 9(2) VALUE ZEROES.
       01 WorkPartySeats PIC 9(3) VALUE ZEROES.
       01 SeatsLeft PIC 9(3) VALUE ZEROES.
       01 WorkAmount PIC 9(5)V99 VALUE ZEROES.
       01 WorkNote PIC X(20) VALUE SPACES.
       01 WaitListAnswer PIC X VALUE SPACES.
        88 WaitListYes VALUE "Y" "y".
        88 WaitListNo VALUE "N" "n".
       01 FreedSeatsFlag PIC X VALUE "N".
        88 SeatsWereFreed VALUE "Y".

       01 WorkChargeMemberId PIC X(5) VALUE SPACES.
       01 WorkChargeTicket PIC X(8) VALUE SPACES.
       01 WorkSlipSeq PIC 9(3) VALUE ZEROES.

       01 SeqAssignedFlag PIC X VALUE "N".
        88 SeqIsAssigned VALUE "Y".
       01 ScanEofFlag PIC X VALUE "N".
        88 EndOfScan VALUE "Y".

      * The waiting party asked first that fits the seats left.
       01 WaiterFoundFlag PIC X VALUE "N".
        88 WaiterFound VALUE "Y".
       01 BestWaitMemberId PIC X(5) VALUE SPACES.
       01 BestWaitSeq PIC 9(3) VALUE ZEROES.
       01 WaitFillDoneFlag PIC X VALUE "N".
        88 WaitFillDone VALUE "Y".

       01 ConfirmedPartyCount PIC 9(3) VALUE ZEROES.
       01 WaitingPartyCount PIC 9(3) VALUE ZEROES.
       01 WaitingSeatCount PIC 9(4) VALUE ZEROES.

       01 PrnAmount PIC ZZ,ZZ9.99.
       01 PrnRsvpStatus PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
       RunEventRsvp.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           OPEN INPUT MemberFile
           OPEN I-O SocialEventFile
           IF SocialEventMissing
               DISPLAY "No events on file -- set them up in "
                 "EvtMaint first."
               CLOSE MemberFile
               STOP RUN
           END-IF
           OPEN I-O EventRsvpFile
           IF EventRsvpMissing
               OPEN OUTPUT EventRsvpFile
               CLOSE EventRsvpFile
               OPEN I-O EventRsvpFile
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
                   WHEN WantsRsvp PERFORM TakeRsvp
                   WHEN WantsCancel PERFORM CancelRsvp
                   WHEN WantsEventList PERFORM ListEventRsvps
                   WHEN WantsQuit CONTINUE
                   WHEN OTHER
                       DISPLAY "Please choose R, C, E or Q."
               END-EVALUATE
           END-PERFORM

           CLOSE MemberFile, SocialEventFile, EventRsvpFile,
             HouseChargeFile
           STOP RUN.

       DisplayMenu.
           DISPLAY " "
           DISPLAY "(R)SVP, (C)ancel an RSVP, an (E)vent's RSVPs, "
             "(Q)uit: " WITH NO ADVANCING.

       ReadChosenEvent.
           DISPLAY "Event number: " WITH NO ADVANCING
           ACCEPT WorkEventNo
           MOVE WorkEventNo TO SeEventNo
           READ SocialEventFile
               INVALID KEY
                   DISPLAY "No event " WorkEventNo " on file."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY SeDescription "  " SeEventDate " " SeEventTime
             "  seats " SeSeatsTaken " of " SeSeatLimit.

       TakeRsvp.
           PERFORM ReadChosenEvent
           IF NOT SocialEventOk
               EXIT PARAGRAPH
           END-IF
           IF SeEventDate < TodayDate
               DISPLAY "That event has passed -- refused."
               EXIT PARAGRAPH
           END-IF
           IF SeSignUpClosed
               DISPLAY "Sign-ups are closed for this event -- "
                 "refused."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Member Id: " WITH NO ADVANCING
           ACCEPT WorkMemberId
           MOVE WorkMemberId TO MemberId
           READ MemberFile
               KEY IS MemberId
               INVALID KEY
                   DISPLAY "Member " WorkMemberId " not found."
                   EXIT PARAGRAPH
           END-READ
           IF MemberInactive OR MemberSuspended
               DISPLAY "Member " WorkMemberId " is not active -- "
                 "refused."
               EXIT PARAGRAPH
           END-IF

           MOVE WorkEventNo TO RvEventNo
           MOVE WorkMemberId TO RvMemberId
           READ EventRsvpFile
               KEY IS RvKey
               INVALID KEY CONTINUE
           END-READ
           IF EventRsvpOk
               IF RvWaiting
                   DISPLAY MemberName " is already on the waiting "
                     "list -- cancel it to change the party."
               ELSE
                   DISPLAY MemberName " already has "
                     RvMemberSeats " member and " RvGuestSeats
                     " guest seats -- cancel to change the party."
               END-IF
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Seats for the member's own party: "
             WITH NO ADVANCING
           ACCEPT WorkMemberSeats
           DISPLAY "Guest seats: " WITH NO ADVANCING
           ACCEPT WorkGuestSeats
           COMPUTE WorkPartySeats = WorkMemberSeats + WorkGuestSeats
           IF WorkPartySeats = ZEROES
               DISPLAY "No seats asked for -- refused."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Seating or dietary note: " WITH NO ADVANCING
           MOVE SPACES TO WorkNote
           ACCEPT WorkNote

           INITIALIZE EventRsvpRec
           MOVE WorkEventNo TO RvEventNo
           MOVE WorkMemberId TO RvMemberId
           MOVE MemberName TO RvMemberName
           MOVE WorkMemberSeats TO RvMemberSeats
           MOVE WorkGuestSeats TO RvGuestSeats
           MOVE WorkNote TO RvNote
           MOVE TodayDate TO RvRsvpDate
           MOVE ZEROES TO RvWaitSeq, RvAmount, RvChargeDate,
             RvChargeSeq

           COMPUTE SeatsLeft = SeSeatLimit - SeSeatsTaken
           IF WorkPartySeats > SeatsLeft
               PERFORM OfferWaitingList
           ELSE
               PERFORM ConfirmNewRsvp
           END-IF.

       ConfirmNewRsvp.
           MOVE "C" TO RvStatus
           PERFORM BillRsvpSeats
           WRITE EventRsvpRec
               INVALID KEY
                   DISPLAY "Unable to record the RSVP."
                   IF RvChargeSeq NOT = ZEROES
                       PERFORM VoidSeatCharge
                   END-IF
                   EXIT PARAGRAPH
           END-WRITE
           ADD WorkPartySeats TO SeSeatsTaken
           PERFORM RewriteSocialEvent
           MOVE RvAmount TO PrnAmount
           DISPLAY RvMemberName " confirmed for " WorkPartySeats
             " seats -- $" PrnAmount " to the member's account.".

       OfferWaitingList.
           DISPLAY "Only " SeatsLeft " seats left for a party of "
             WorkPartySeats "."
           DISPLAY "Put the party on the waiting list (Y/N): "
             WITH NO ADVANCING
           ACCEPT WaitListAnswer
           PERFORM UNTIL WaitListYes OR WaitListNo
               DISPLAY "Enter Y or N: " WITH NO ADVANCING
               ACCEPT WaitListAnswer
           END-PERFORM
           IF WaitListNo
               DISPLAY "No RSVP taken."
               EXIT PARAGRAPH
           END-IF

           MOVE "W" TO RvStatus
           ADD 1 TO SeLastWaitSeq
           MOVE SeLastWaitSeq TO RvWaitSeq
           WRITE EventRsvpRec
               INVALID KEY
                   DISPLAY "Unable to record the RSVP."
                   EXIT PARAGRAPH
           END-WRITE
           PERFORM RewriteSocialEvent
           DISPLAY RvMemberName " is on the waiting list -- no "
             "charge unless seated.".

       BillRsvpSeats.
      * EventRsvpRec holds the party and SocialEventRec the event;
      * the seats are billed at the event's prices and the charge
      * recorded on the RSVP.
           COMPUTE WorkAmount =
             RvMemberSeats * SeMemberPrice
               + RvGuestSeats * SeGuestPrice
           MOVE WorkAmount TO RvAmount
           MOVE ZEROES TO RvChargeDate, RvChargeSeq
           IF WorkAmount > ZEROES
               MOVE RvMemberId TO WorkChargeMemberId
               PERFORM WriteSeatCharge
               IF HouseChgFileOk
                   MOVE SeEventDate TO RvChargeDate
                   MOVE WorkSlipSeq TO RvChargeSeq
               END-IF
           END-IF.

       RewriteSocialEvent.
           REWRITE SocialEventRec
               INVALID KEY
                   DISPLAY "Unable to update the seat count for event "
                     SeEventNo "."
           END-REWRITE.

       CancelRsvp.
           PERFORM ReadChosenEvent
           IF NOT SocialEventOk
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Member Id: " WITH NO ADVANCING
           ACCEPT WorkMemberId
           MOVE WorkEventNo TO RvEventNo
           MOVE WorkMemberId TO RvMemberId
           READ EventRsvpFile
               KEY IS RvKey
               INVALID KEY
                   DISPLAY "No RSVP from " WorkMemberId
                     " for this event."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY RvMemberName "  member seats " RvMemberSeats
             "  guest seats " RvGuestSeats

           MOVE "N" TO FreedSeatsFlag
           IF RvConfirmed
               MOVE "Y" TO FreedSeatsFlag
               COMPUTE WorkPartySeats = RvMemberSeats + RvGuestSeats
               IF RvChargeSeq NOT = ZEROES
                   PERFORM CancelSeatCharge
               END-IF
           END-IF

           DELETE EventRsvpFile
               INVALID KEY
                   DISPLAY "Unable to cancel the RSVP."
                   EXIT PARAGRAPH
           END-DELETE
           DISPLAY "RSVP cancelled."

           IF SeatsWereFreed
               IF WorkPartySeats > SeSeatsTaken
                   MOVE ZEROES TO SeSeatsTaken
               ELSE
                   SUBTRACT WorkPartySeats FROM SeSeatsTaken
               END-IF
               PERFORM RewriteSocialEvent
               IF SeEventDate >= TodayDate
                   MOVE "N" TO WaitFillDoneFlag
                   PERFORM SeatNextWaiter UNTIL WaitFillDone
               END-IF
           END-IF.

       CancelSeatCharge.
           MOVE RvMemberId TO HcMemberId
           MOVE RvChargeDate TO HcChargeDate
           MOVE RvChargeSeq TO HcSeq
           READ HouseChargeFile
               KEY IS HcKey
               INVALID KEY CONTINUE
           END-READ
           IF HouseChgFileOk AND HcOpen
               SET HcVoided TO TRUE
               REWRITE HouseChargeRec
                   INVALID KEY
                       DISPLAY "Unable to void the event charge."
                   NOT INVALID KEY
                       DISPLAY "Event charge voided."
               END-REWRITE
           ELSE
               IF HouseChgFileOk AND HcBilled
                   DISPLAY "The event charge has already been "
                     "billed -- any refund is a credit from the "
                     "office."
               END-IF
           END-IF.

       SeatNextWaiter.
      * Seats the waiting party asked first that fits the seats now
      * left; a larger party ahead of it keeps its place for the
      * next cancellation.
           COMPUTE SeatsLeft = SeSeatLimit - SeSeatsTaken
           PERFORM FindFirstFittingWaiter
           IF NOT WaiterFound
               MOVE "Y" TO WaitFillDoneFlag
               EXIT PARAGRAPH
           END-IF

           MOVE WorkEventNo TO RvEventNo
           MOVE BestWaitMemberId TO RvMemberId
           READ EventRsvpFile
               KEY IS RvKey
               INVALID KEY
                   MOVE "Y" TO WaitFillDoneFlag
                   EXIT PARAGRAPH
           END-READ
           MOVE "C" TO RvStatus
           COMPUTE WorkPartySeats = RvMemberSeats + RvGuestSeats
           PERFORM BillRsvpSeats
           REWRITE EventRsvpRec
               INVALID KEY
                   DISPLAY "Unable to seat " RvMemberName
                     " from the waiting list."
                   IF RvChargeSeq NOT = ZEROES
                       PERFORM VoidSeatCharge
                   END-IF
                   MOVE "Y" TO WaitFillDoneFlag
                   EXIT PARAGRAPH
           END-REWRITE
           ADD WorkPartySeats TO SeSeatsTaken
           PERFORM RewriteSocialEvent
           MOVE RvAmount TO PrnAmount
           DISPLAY "Seated from the waiting list: " RvMemberId " "
             RvMemberName " party of " WorkPartySeats " -- $"
             PrnAmount " charged; let the member know.".

       FindFirstFittingWaiter.
           MOVE "N" TO WaiterFoundFlag
           MOVE SPACES TO BestWaitMemberId
           MOVE 999 TO BestWaitSeq
           PERFORM StartEventRsvps
           PERFORM CheckOneWaiter UNTIL EndOfScan.

       CheckOneWaiter.
           IF RvWaiting
             AND RvMemberSeats + RvGuestSeats <= SeatsLeft
             AND RvWaitSeq < BestWaitSeq
               MOVE "Y" TO WaiterFoundFlag
               MOVE RvMemberId TO BestWaitMemberId
               MOVE RvWaitSeq TO BestWaitSeq
           END-IF
           PERFORM ReadNextEventRsvp.

       StartEventRsvps.
      * Leaves the event's first RSVP in the record, or the scan at
      * its end when there is none.
           MOVE "N" TO ScanEofFlag
           MOVE WorkEventNo TO RvEventNo
           MOVE LOW-VALUES TO RvMemberId
           START EventRsvpFile KEY IS >= RvKey
               INVALID KEY MOVE "Y" TO ScanEofFlag
           END-START
           IF NOT EndOfScan
               PERFORM ReadNextEventRsvp
           END-IF.

       ReadNextEventRsvp.
           READ EventRsvpFile NEXT
            AT END MOVE "Y" TO ScanEofFlag
           END-READ
           IF NOT EndOfScan AND RvEventNo NOT = WorkEventNo
               MOVE "Y" TO ScanEofFlag
           END-IF.

       ListEventRsvps.
           PERFORM ReadChosenEvent
           IF NOT SocialEventOk
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROES TO ConfirmedPartyCount, WaitingPartyCount,
             WaitingSeatCount
           PERFORM StartEventRsvps
           PERFORM ListOneRsvp UNTIL EndOfScan
           IF ConfirmedPartyCount = ZEROES
             AND WaitingPartyCount = ZEROES
               DISPLAY "  No RSVPs yet."
           ELSE
               DISPLAY "  " ConfirmedPartyCount " parties seated, "
                 WaitingPartyCount " waiting for " WaitingSeatCount
                 " seats."
           END-IF.

       ListOneRsvp.
           IF RvConfirmed
               ADD 1 TO ConfirmedPartyCount
               MOVE "seated" TO PrnRsvpStatus
           ELSE
               ADD 1 TO WaitingPartyCount
               ADD RvMemberSeats, RvGuestSeats TO WaitingSeatCount
               MOVE SPACES TO PrnRsvpStatus
               STRING "wait " DELIMITED BY SIZE
                 RvWaitSeq DELIMITED BY SIZE
                 INTO PrnRsvpStatus
               END-STRING
           END-IF
           DISPLAY "  " RvMemberId " " RvMemberName "  " RvMemberSeats
             " member " RvGuestSeats " guest  " PrnRsvpStatus " "
             RvNote
           PERFORM ReadNextEventRsvp.

       WriteSeatCharge.
           MOVE SPACES TO WorkChargeTicket
           STRING "EV" DELIMITED BY SIZE
             SeEventNo DELIMITED BY SIZE
             INTO WorkChargeTicket
           END-STRING

           MOVE WorkChargeMemberId TO HcMemberId
           MOVE SeEventDate TO HcChargeDate
           MOVE ZEROES TO HcSeq
           MOVE "N" TO SeqAssignedFlag
           PERFORM TryNextSlipSeq UNTIL SeqIsAssigned
           MOVE HcSeq TO WorkSlipSeq

           INITIALIZE HouseChargeRec
           MOVE WorkChargeMemberId TO HcMemberId
           MOVE SeEventDate TO HcChargeDate
           MOVE WorkSlipSeq TO HcSeq
           SET HcOutletEvent TO TRUE
           MOVE WorkChargeTicket TO HcTicketNo
           MOVE WorkAmount TO HcAmount
           MOVE "N" TO HcTaxable
           MOVE "EVT" TO HcOperId
           MOVE ZEROES TO HcSessionId
           SET HcOpen TO TRUE
           MOVE ZEROES TO HcBilledPeriod
           MOVE ZEROES TO HcBilledDate

           WRITE HouseChargeRec
               INVALID KEY
                   DISPLAY "Unable to write the event charge for "
                     WorkChargeMemberId
           END-WRITE.

       VoidSeatCharge.
           MOVE RvMemberId TO HcMemberId
           MOVE RvChargeDate TO HcChargeDate
           MOVE RvChargeSeq TO HcSeq
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
