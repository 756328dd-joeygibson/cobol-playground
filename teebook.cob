      *                ClsMaint course-closure calendar are now
      *                refused with the closure reason, so nobody
      *                books the maintenance Monday again.
      * 2026-10-15 JG  Weekend lottery: members enter a request
      *                for a Saturday or Sunday morning (time
      *                window and up to three playing partners) or
      *                withdraw it until the draw cutoff, and the
      *                desk can no longer book those morning times
      *                directly until TeeLott has drawn the date.
      * 2026-10-15 JG  Tee-time waiting list: members join for a
      *                date and time window or drop off it, and a
      *                cancellation books the freed time for the
      *                first eligible member waiting and records a
      *                fill event so CorrQueue sends the TEEFILL
      *                letter.
      * 2026-10-15 JG  The waiting-list fill moves to the TEEFILL and
      *                TEEFILPR copybooks so Resign fills the times
      *                its cancellations free the same way.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS GuestKey
             FILE STATUS IS GuestFileStatus.

           SELECT LotteryFile ASSIGN TO 'data/tee-lottery.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LotKey
             FILE STATUS IS LotteryFileStatus.

           SELECT TeeWaitFile ASSIGN TO 'data/tee-waitlist.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TwKey
             FILE STATUS IS TeeWaitFileStatus.

           SELECT TeeFillEventFile ASSIGN TO
             'data/tee-fill-events.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TeeFillEventStatus.

       DATA DIVISION.
       FILE SECTION.
       FD MemberFile.
       FD GuestPassFile.
           COPY GUESTPAS.

       FD LotteryFile.
           COPY LOTTREQ.

       FD TeeWaitFile.
           COPY TEEWAIT.

       FD TeeFillEventFile.
       01 TeeFillEventRec.
        02 TfMemberId PIC X(5).
        02 FILLER PIC X.
        02 TfMemberName PIC X(20).
        02 FILLER PIC X.
        02 TfTeeDate PIC 9(8).
        02 FILLER PIC X.
        02 TfTeeTime PIC 9(4).
        02 FILLER PIC X.
        02 TfFilledDate PIC 9(8).

       WORKING-STORAGE SECTION.
           COPY LOTTPARM.
           COPY TEEFILL.

       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".

       01 MenuChoice PIC X VALUE SPACES.
        88 WantsBook VALUE "B" "b".
        88 WantsCancel VALUE "C" "c".
        88 WantsLottery VALUE "L" "l".
        88 WantsWithdraw VALUE "W" "w".
        88 WantsJoinWait VALUE "J" "j".
        88 WantsDropWait VALUE "D" "d".
        88 WantsQuit VALUE "Q" "q".

       01 WorkTeeDate PIC 9(8) VALUE ZEROES.
       01 SeqAssignedFlag PIC X VALUE "N".
        88 SeqIsAssigned VALUE "Y".

       01 LotteryFileStatus PIC XX VALUE ZEROES.
        88 LotteryFileOk VALUE "00".
        88 LotteryFileMissing VALUE "35".
       01 LotteryScanEofFlag PIC X VALUE "N".
        88 EndOfLotteryScan VALUE "Y".
       01 LotteryHoldFlag PIC X VALUE "N".
        88 SlotHeldForLottery VALUE "Y".
       01 LotteryOpenFlag PIC X VALUE "N".
        88 LotteryStillOpen VALUE "Y".
       01 InOtherGroupFlag PIC X VALUE "N".
        88 MemberInOtherGroup VALUE "Y".
       01 PartnerOkFlag PIC X VALUE "N".
        88 PartnerIsOk VALUE "Y".
       01 LotToday PIC 9(8) VALUE ZEROES.
       01 LotDayInteger PIC 9(9) COMP VALUE ZEROES.
       01 LotDayOfWeek PIC 9 VALUE ZEROES.
       01 LotCutoffDate PIC 9(8) VALUE ZEROES.
       01 LotCheckMemberId PIC X(5) VALUE SPACES.
       01 LotRequesterId PIC X(5) VALUE SPACES.
       01 LotRequesterName PIC X(20) VALUE SPACES.
       01 WorkWindowStart PIC 9(4) VALUE ZEROES.
       01 WorkWindowEnd PIC 9(4) VALUE ZEROES.
       01 WorkPartnerCount PIC 9 VALUE ZEROES.
       01 WorkPartnerTable.
        02 WorkPartnerId PIC X(5) OCCURS 3 TIMES.
       01 PartnerIndex PIC 9 VALUE ZEROES.
       01 OtherPartnerIndex PIC 9 VALUE ZEROES.

       01 WaitFoundFlag PIC X VALUE "N".
        88 WaitEntryFound VALUE "Y".
       01 WaitMemberIdWanted PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.
       BookTeeTimes.
           OPEN I-O TeeTimeFile
               CLOSE GuestPassFile
               OPEN I-O GuestPassFile
           END-IF
           OPEN I-O LotteryFile
           IF LotteryFileMissing
               OPEN OUTPUT LotteryFile
               CLOSE LotteryFile
               OPEN I-O LotteryFile
           END-IF
           OPEN I-O TeeWaitFile
           IF TeeWaitFileMissing
               OPEN OUTPUT TeeWaitFile
               CLOSE TeeWaitFile
               OPEN I-O TeeWaitFile
           END-IF
           ACCEPT LotToday FROM DATE YYYYMMDD
           OPEN INPUT ClosureFile
           IF ClosureFileMissing
               MOVE "N" TO ClosureFileOpenFlag
               EVALUATE TRUE
                   WHEN WantsBook PERFORM BookOneSlot
                   WHEN WantsCancel PERFORM CancelOneSlot
                   WHEN WantsLottery PERFORM EnterLotteryRequest
                   WHEN WantsWithdraw PERFORM WithdrawLotteryRequest
                   WHEN WantsJoinWait PERFORM JoinWaitingList
                   WHEN WantsDropWait PERFORM DropFromWaitingList
                   WHEN WantsQuit CONTINUE
                   WHEN OTHER
                       DISPLAY "Please choose B, C, L, W, J, D or Q."
               END-EVALUATE
           END-PERFORM

           CLOSE TeeTimeFile, MemberFile, GuestPassFile, LotteryFile
           CLOSE TeeWaitFile
           IF ClosureFileIsOpen
               CLOSE ClosureFile
           END-IF

       DisplayMenu.
           DISPLAY " "
           DISPLAY "(B)ook a tee time, (C)ancel, (L)ottery request, "
             "(W)ithdraw lottery request,"
           DISPLAY "(J)oin the waiting list, (D)rop from the waiting "
             "list, (Q)uit: " WITH NO ADVANCING.

       BookOneSlot.
           DISPLAY "Member Id: " WITH NO ADVANCING
               ELSE
                   PERFORM AcceptSlotFields
                   PERFORM CheckSlotClosure
                   PERFORM CheckLotteryHold
                   IF SlotIsClosed
                       DISPLAY "Course is closed then ("
                         ClosedReason ") -- booking refused."
                   ELSE
                   IF SlotHeldForLottery
                       DISPLAY "Weekend morning times on " WorkTeeDate
                         " go by lottery until the draw on "
                         LotCutoffDate " -- enter a lottery request."
                   ELSE
                   MOVE WorkTeeDate TO TeeDate
                   MOVE WorkTeeTime TO TeeTime
                   READ TeeTimeFile

                   IF TeeFileOk
                       DISPLAY "Slot " WorkTeeDate " " WorkTeeTime
                         " already booked by " TeeMemberId
                         " -- (J)oin the waiting list for it."
                   ELSE
                       DISPLAY "Players (1-4): " WITH NO ADVANCING
                       ACCEPT WorkPlayerCount
                       MOVE WorkPlayerCount TO TeePlayerCount
                       MOVE SPACE TO TeeAttendStatus
                       MOVE WorkGuestCount TO TeeGuestCount
                       MOVE ZEROES TO TeePaceTimes
                       MOVE SPACES TO TeePartnerIds
                       WRITE TeeTimeRec
                           INVALID KEY
                               DISPLAY "Unable to book slot."
                       END-WRITE
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.
                   NOT INVALID KEY
                       DISPLAY "Booking for " TeeDate " " TeeTime
                         " cancelled."
                       MOVE TeeDate TO FreedTeeDate
                       MOVE TeeTime TO FreedTeeTime
                       PERFORM FillFreedSlot
               END-DELETE
           END-IF.

           ACCEPT WorkTeeDate
           DISPLAY "Tee time (HHMM): " WITH NO ADVANCING
           ACCEPT WorkTeeTime.

       CheckLotteryHold.
      * Saturday and Sunday morning times stay off the desk until
      * TeeLott has drawn the date on the night of the cutoff day.
           MOVE "N" TO LotteryHoldFlag
           PERFORM FindLotteryCutoff
           IF LotDayOfWeek >= 6
             AND WorkTeeTime >= LotFirstTeeTime
             AND WorkTeeTime <= LotLastTeeTime
             AND LotToday <= LotCutoffDate
               MOVE "Y" TO LotteryHoldFlag
           END-IF.

       FindLotteryCutoff.
           COMPUTE LotDayInteger = FUNCTION INTEGER-OF-DATE(WorkTeeDate)
           COMPUTE LotDayOfWeek = FUNCTION MOD(LotDayInteger, 7)
           IF LotDayOfWeek = ZEROES
               MOVE 7 TO LotDayOfWeek
           END-IF
           COMPUTE LotCutoffDate = FUNCTION DATE-OF-INTEGER(
             LotDayInteger - LotDayOfWeek + LotCutoffDay)
           IF LotCutoffDate >= WorkTeeDate
               COMPUTE LotCutoffDate = FUNCTION DATE-OF-INTEGER(
                 LotDayInteger - LotDayOfWeek + LotCutoffDay - 7)
           END-IF.

       EnterLotteryRequest.
           DISPLAY "Member Id: " WITH NO ADVANCING
           ACCEPT MemberId
           READ MemberFile
               KEY IS MemberId
               INVALID KEY
                   DISPLAY "Member " MemberId " not found."
                   EXIT PARAGRAPH
           END-READ
           IF MemberInactive
               DISPLAY "Member " MemberId " is inactive -- "
                 "request refused."
               EXIT PARAGRAPH
           END-IF
           IF MemberSuspended
               DISPLAY "We are sorry -- member " MemberId " is "
                 "suspended and cannot enter the lottery until "
                 "the account is settled."
               EXIT PARAGRAPH
           END-IF
           MOVE MemberId TO LotRequesterId
           MOVE MemberName TO LotRequesterName

           DISPLAY "Weekend date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WorkTeeDate
           PERFORM FindLotteryCutoff
           IF LotDayOfWeek < 6
               DISPLAY "The lottery is for Saturdays and Sundays only."
               EXIT PARAGRAPH
           END-IF
           IF LotToday > LotCutoffDate
               DISPLAY "The lottery for " WorkTeeDate " closed on "
                 LotCutoffDate " -- book any time left directly."
               EXIT PARAGRAPH
           END-IF

           MOVE WorkTeeDate TO LotDate
           MOVE LotRequesterId TO LotMemberId
           READ LotteryFile
               KEY IS LotKey
               INVALID KEY CONTINUE
           END-READ
           IF LotteryFileOk
               DISPLAY "Member " LotRequesterId " already has a "
                 "request for " WorkTeeDate " -- withdraw it first "
                 "to change it."
               EXIT PARAGRAPH
           END-IF
           MOVE LotRequesterId TO LotCheckMemberId
           PERFORM ScanForOtherGroup
           IF MemberInOtherGroup
               DISPLAY "Member " LotRequesterId " is already a "
                 "partner on another request for " WorkTeeDate "."
               EXIT PARAGRAPH
           END-IF

           PERFORM AcceptLotteryWindow
           IF WorkWindowStart = ZEROES
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Member playing partners (0-3): "
             WITH NO ADVANCING
           ACCEPT WorkPartnerCount
           PERFORM UNTIL WorkPartnerCount <= 3
               DISPLAY "Invalid count -- enter 0-3: "
                 WITH NO ADVANCING
               ACCEPT WorkPartnerCount
           END-PERFORM
           MOVE SPACES TO WorkPartnerTable
           PERFORM AcceptOneLotteryPartner
               VARYING PartnerIndex FROM 1 BY 1
               UNTIL PartnerIndex > WorkPartnerCount

           MOVE WorkTeeDate TO LotDate
           MOVE LotRequesterId TO LotMemberId
           MOVE LotRequesterName TO LotMemberName
           MOVE WorkWindowStart TO LotWindowStart
           MOVE WorkWindowEnd TO LotWindowEnd
           MOVE WorkPartnerCount TO LotPartnerCount
           PERFORM CopyOneLotteryPartner
               VARYING PartnerIndex FROM 1 BY 1
               UNTIL PartnerIndex > 3
           COMPUTE LotPlayerCount = WorkPartnerCount + 1
           MOVE LotToday TO LotRequestDate
           MOVE "P" TO LotStatus
           MOVE ZEROES TO LotAssignedTime, LotDrawNumber, LotDrawRank
           WRITE LotteryRec
               INVALID KEY
                   DISPLAY "Unable to record the lottery request."
               NOT INVALID KEY
                   DISPLAY "Lottery request entered for " LotDate
                     " " LotWindowStart "-" LotWindowEnd ", "
                     LotPlayerCount " player(s). Draw on "
                     LotCutoffDate "."
           END-WRITE.

       AcceptLotteryWindow.
      * A window of zero start means the operator gave up.
           DISPLAY "Earliest time wanted (HHMM): " WITH NO ADVANCING
           ACCEPT WorkWindowStart
           DISPLAY "Latest time wanted (HHMM): " WITH NO ADVANCING
           ACCEPT WorkWindowEnd
           IF WorkWindowStart < LotFirstTeeTime
             OR WorkWindowEnd > LotLastTeeTime
             OR WorkWindowStart > WorkWindowEnd
             OR FUNCTION MOD(WorkWindowStart, 100) > 59
             OR FUNCTION MOD(WorkWindowEnd, 100) > 59
               DISPLAY "The window must run forwards between "
                 LotFirstTeeTime " and " LotLastTeeTime
                 " -- request not entered."
               MOVE ZEROES TO WorkWindowStart
           END-IF.

       AcceptOneLotteryPartner.
           MOVE "N" TO PartnerOkFlag
           PERFORM UNTIL PartnerIsOk
               DISPLAY "Partner " PartnerIndex " member Id: "
                 WITH NO ADVANCING
               ACCEPT MemberId
               PERFORM CheckOneLotteryPartner
           END-PERFORM
           MOVE MemberId TO WorkPartnerId(PartnerIndex).

       CheckOneLotteryPartner.
           READ MemberFile
               KEY IS MemberId
               INVALID KEY
                   DISPLAY "Member " MemberId " not found."
                   EXIT PARAGRAPH
           END-READ
           IF MemberInactive OR MemberSuspended
               DISPLAY "Member " MemberId " cannot play -- "
                 "inactive or suspended."
               EXIT PARAGRAPH
           END-IF
           IF MemberId = LotRequesterId
               DISPLAY "The requesting member is already in the "
                 "group."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO InOtherGroupFlag
           PERFORM CheckOneListedPartner
               VARYING OtherPartnerIndex FROM 1 BY 1
               UNTIL OtherPartnerIndex >= PartnerIndex
           IF MemberInOtherGroup
               DISPLAY "Member " MemberId " is already listed."
               EXIT PARAGRAPH
           END-IF

           MOVE WorkTeeDate TO LotDate
           MOVE MemberId TO LotMemberId
           READ LotteryFile
               KEY IS LotKey
               INVALID KEY CONTINUE
           END-READ
           IF LotteryFileOk
               DISPLAY "Member " MemberId " has a request of their "
                 "own for " WorkTeeDate "."
               EXIT PARAGRAPH
           END-IF
           MOVE MemberId TO LotCheckMemberId
           PERFORM ScanForOtherGroup
           IF MemberInOtherGroup
               DISPLAY "Member " MemberId " is already a partner on "
                 "another request for " WorkTeeDate "."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO PartnerOkFlag.

       ScanForOtherGroup.
      * A member may be in only one lottery group per date.
           MOVE "N" TO InOtherGroupFlag
           MOVE "N" TO LotteryScanEofFlag
           MOVE WorkTeeDate TO LotDate
           MOVE LOW-VALUES TO LotMemberId
           START LotteryFile KEY IS >= LotKey
               INVALID KEY MOVE "Y" TO LotteryScanEofFlag
           END-START
           IF NOT EndOfLotteryScan
               READ LotteryFile NEXT
                AT END MOVE "Y" TO LotteryScanEofFlag
               END-READ
           END-IF
           PERFORM CheckOneOtherGroup UNTIL EndOfLotteryScan.

       CheckOneOtherGroup.
           IF LotDate NOT = WorkTeeDate
               MOVE "Y" TO LotteryScanEofFlag
           ELSE
               PERFORM CheckOneGroupPartner
                   VARYING OtherPartnerIndex FROM 1 BY 1
                   UNTIL OtherPartnerIndex > LotPartnerCount
               IF MemberInOtherGroup
                   MOVE "Y" TO LotteryScanEofFlag
               ELSE
                   READ LotteryFile NEXT
                    AT END MOVE "Y" TO LotteryScanEofFlag
                   END-READ
               END-IF
           END-IF.

       CheckOneGroupPartner.
           IF LotPartnerId(OtherPartnerIndex) = LotCheckMemberId
               MOVE "Y" TO InOtherGroupFlag
           END-IF.

       CheckOneListedPartner.
           IF WorkPartnerId(OtherPartnerIndex) = MemberId
               MOVE "Y" TO InOtherGroupFlag
           END-IF.

       CopyOneLotteryPartner.
           MOVE WorkPartnerId(PartnerIndex)
             TO LotPartnerId(PartnerIndex).

       WithdrawLotteryRequest.
           DISPLAY "Member Id: " WITH NO ADVANCING
           ACCEPT LotMemberId
           DISPLAY "Weekend date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT LotDate
           READ LotteryFile
               KEY IS LotKey
               INVALID KEY
                   DISPLAY "No lottery request found for that member "
                     "and date."
                   EXIT PARAGRAPH
           END-READ
           IF NOT LotPending
               DISPLAY "That date has been drawn -- cancel the "
                 "booking instead."
               EXIT PARAGRAPH
           END-IF
           DELETE LotteryFile
               INVALID KEY
                   DISPLAY "Unable to withdraw the request."
               NOT INVALID KEY
                   DISPLAY "Lottery request for " LotDate
                     " withdrawn."
           END-DELETE.

       JoinWaitingList.
           DISPLAY "Member Id: " WITH NO ADVANCING
           ACCEPT MemberId
           READ MemberFile
               KEY IS MemberId
               INVALID KEY
                   DISPLAY "Member " MemberId " not found."
                   EXIT PARAGRAPH
           END-READ
           IF MemberInactive OR MemberSuspended
               DISPLAY "Member " MemberId " cannot book -- inactive "
                 "or suspended."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Tee date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WorkTeeDate
           IF WorkTeeDate < LotToday
               DISPLAY "That date has gone by."
               EXIT PARAGRAPH
           END-IF
           MOVE MemberId TO WaitMemberIdWanted
           PERFORM FindMemberWaitEntry
           IF WaitEntryFound
               DISPLAY "Member " MemberId " is already waiting for "
                 WorkTeeDate " -- drop that entry first to change it."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Earliest time wanted (HHMM): " WITH NO ADVANCING
           ACCEPT WorkWindowStart
           DISPLAY "Latest time wanted (HHMM): " WITH NO ADVANCING
           ACCEPT WorkWindowEnd
           IF WorkWindowStart > WorkWindowEnd
             OR WorkWindowEnd > 2359
             OR FUNCTION MOD(WorkWindowStart, 100) > 59
             OR FUNCTION MOD(WorkWindowEnd, 100) > 59
               DISPLAY "The window must run forwards within the day "
                 "-- not added to the waiting list."
               EXIT PARAGRAPH
           END-IF

           MOVE MemberId TO TwMemberId
           MOVE WorkWindowStart TO TwWindowStart
           MOVE WorkWindowEnd TO TwWindowEnd
           PERFORM CheckWindowBooking
           IF MemberAlreadyBooked
               DISPLAY "Member " MemberId " already has a time in "
                 "that window on " WorkTeeDate "."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Players (1-4): " WITH NO ADVANCING
           ACCEPT WorkPlayerCount
           PERFORM UNTIL WorkPlayerCount >= 1
               AND WorkPlayerCount <= 4
               DISPLAY "Invalid count -- enter 1-4: "
                 WITH NO ADVANCING
               ACCEPT WorkPlayerCount
           END-PERFORM

           MOVE WorkTeeDate TO TwDate
           MOVE ZEROES TO TwSeq
           MOVE "N" TO SeqAssignedFlag
           PERFORM TryNextWaitSeq UNTIL SeqIsAssigned

           MOVE MemberId TO TwMemberId
           MOVE MemberName TO TwMemberName
           MOVE WorkWindowStart TO TwWindowStart
           MOVE WorkWindowEnd TO TwWindowEnd
           MOVE WorkPlayerCount TO TwPlayerCount
           MOVE LotToday TO TwJoinDate
           MOVE "W" TO TwStatus
           MOVE ZEROES TO TwFilledTime, TwFilledDate
           WRITE TeeWaitRec
               INVALID KEY
                   DISPLAY "Unable to add to the waiting list."
               NOT INVALID KEY
                   DISPLAY "Member " TwMemberId " is number " TwSeq
                     " on the waiting list for " TwDate "."
           END-WRITE.

       TryNextWaitSeq.
           ADD 1 TO TwSeq
           READ TeeWaitFile
               INVALID KEY MOVE "Y" TO SeqAssignedFlag
           END-READ.

       DropFromWaitingList.
           DISPLAY "Member Id: " WITH NO ADVANCING
           ACCEPT WaitMemberIdWanted
           DISPLAY "Tee date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WorkTeeDate
           PERFORM FindMemberWaitEntry
           IF NOT WaitEntryFound
               DISPLAY "Member " WaitMemberIdWanted " is not waiting "
                 "for " WorkTeeDate "."
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO TwStatus
           REWRITE TeeWaitRec
               INVALID KEY
                   DISPLAY "Unable to update the waiting list."
               NOT INVALID KEY
                   DISPLAY "Member " TwMemberId " dropped from the "
                     "waiting list for " TwDate "."
           END-REWRITE.

       FindMemberWaitEntry.
      * Leaves the member's live entry for WorkTeeDate in the record
      * area when one is found.
           MOVE "N" TO WaitFoundFlag
           MOVE WorkTeeDate TO WaitTeeDate
           PERFORM StartWaitScan
           PERFORM CheckOneWaitEntry UNTIL EndOfWaitScan.

       CheckOneWaitEntry.
           IF TwDate NOT = WorkTeeDate
               MOVE "Y" TO WaitScanEofFlag
           ELSE
               IF TwWaiting AND TwMemberId = WaitMemberIdWanted
                   MOVE "Y" TO WaitFoundFlag
                   MOVE "Y" TO WaitScanEofFlag
               ELSE
                   READ TeeWaitFile NEXT
                    AT END MOVE "Y" TO WaitScanEofFlag
                   END-READ
               END-IF
           END-IF.

           COPY TEEFILPR.
