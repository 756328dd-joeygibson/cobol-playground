      * Companion procedures for TEEFILL. COPY into PROCEDURE
      * DIVISION. StartWaitScan leaves the first waiting-list entry
      * for WaitTeeDate in the record area; CheckWindowBooking says
      * whether TwMemberId is already booked between TwWindowStart
      * and TwWindowEnd on WaitTeeDate.
       StartWaitScan.
           MOVE "N" TO WaitScanEofFlag
           MOVE WaitTeeDate TO TwDate
           MOVE ZEROES TO TwSeq
           START TeeWaitFile KEY IS >= TwKey
               INVALID KEY MOVE "Y" TO WaitScanEofFlag
           END-START
           IF NOT EndOfWaitScan
               READ TeeWaitFile NEXT
                AT END MOVE "Y" TO WaitScanEofFlag
               END-READ
           END-IF.

       CheckWindowBooking.
           MOVE "N" TO AlreadyBookedFlag
           MOVE "N" TO TeeScanEofFlag
           MOVE WaitTeeDate TO TeeDate
           MOVE TwWindowStart TO TeeTime
           START TeeTimeFile KEY IS >= TeeKey
               INVALID KEY MOVE "Y" TO TeeScanEofFlag
           END-START
           IF NOT EndOfTeeScan
               READ TeeTimeFile NEXT
                AT END MOVE "Y" TO TeeScanEofFlag
               END-READ
           END-IF
           PERFORM CheckOneWindowBooking UNTIL EndOfTeeScan.

       CheckOneWindowBooking.
           IF TeeDate NOT = WaitTeeDate
             OR TeeTime > TwWindowEnd
               MOVE "Y" TO TeeScanEofFlag
           ELSE
               IF TeeMemberId = TwMemberId
                   MOVE "Y" TO AlreadyBookedFlag
                   MOVE "Y" TO TeeScanEofFlag
               ELSE
                   READ TeeTimeFile NEXT
                    AT END MOVE "Y" TO TeeScanEofFlag
                   END-READ
               END-IF
           END-IF.

       FillFreedSlot.
      * The freed time goes to the earliest entry still waiting for
      * the date whose window covers it, passing over members who
      * can no longer book or already hold a time in their window.
           MOVE "N" TO WaitFillFlag
           ACCEPT WaitFillToday FROM DATE YYYYMMDD
           MOVE FreedTeeDate TO WaitTeeDate
           PERFORM StartWaitScan
           PERFORM FillOneWaitCandidate UNTIL EndOfWaitScan
           IF NOT FreedSlotFilled
               DISPLAY "No one waiting for that time -- slot is "
                 "open."
           END-IF.

       FillOneWaitCandidate.
           IF TwDate NOT = FreedTeeDate
               MOVE "Y" TO WaitScanEofFlag
               EXIT PARAGRAPH
           END-IF

           IF TwWaiting
             AND FreedTeeTime >= TwWindowStart
             AND FreedTeeTime <= TwWindowEnd
               PERFORM CheckWaitEligible
               IF NOT MemberAlreadyBooked
                   PERFORM BookWaitingMember
               END-IF
           END-IF

           IF FreedSlotFilled
               MOVE "Y" TO WaitScanEofFlag
           ELSE
               READ TeeWaitFile NEXT
                AT END MOVE "Y" TO WaitScanEofFlag
               END-READ
           END-IF.

       CheckWaitEligible.
      * Ineligible members are passed over as if already booked.
           MOVE "Y" TO AlreadyBookedFlag
           MOVE TwMemberId TO MemberId
           READ MemberFile
               KEY IS MemberId
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF MemberInactive OR MemberSuspended
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckWindowBooking.

       BookWaitingMember.
           MOVE FreedTeeDate TO TeeDate
           MOVE FreedTeeTime TO TeeTime
           MOVE TwMemberId TO TeeMemberId
           MOVE TwMemberName TO TeeMemberName
           MOVE TwPlayerCount TO TeePlayerCount
           MOVE SPACE TO TeeAttendStatus
           MOVE ZEROES TO TeeGuestCount
           MOVE SPACES TO TeeGuestNames
           MOVE ZEROES TO TeePaceTimes
           MOVE SPACES TO TeePartnerIds
           WRITE TeeTimeRec
               INVALID KEY
                   DISPLAY "Unable to book the waiting member."
                   EXIT PARAGRAPH
           END-WRITE
           MOVE "Y" TO WaitFillFlag

           MOVE "F" TO TwStatus
           MOVE FreedTeeTime TO TwFilledTime
           MOVE WaitFillToday TO TwFilledDate
           REWRITE TeeWaitRec
               INVALID KEY
                   DISPLAY "Unable to update the waiting list."
           END-REWRITE

           OPEN EXTEND TeeFillEventFile
           IF TeeFillEventMissing
               OPEN OUTPUT TeeFillEventFile
           END-IF
           MOVE SPACES TO TeeFillEventRec
           MOVE TwMemberId TO TfMemberId
           MOVE TwMemberName TO TfMemberName
           MOVE FreedTeeDate TO TfTeeDate
           MOVE FreedTeeTime TO TfTeeTime
           MOVE WaitFillToday TO TfFilledDate
           WRITE TeeFillEventRec
           CLOSE TeeFillEventFile

           DISPLAY "Freed slot booked for waiting member " TwMemberId
             " " TwMemberName " -- notice queued.".
