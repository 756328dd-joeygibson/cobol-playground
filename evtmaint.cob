       IDENTIFICATION DIVISION.
       PROGRAM-ID. EvtMaint.
      * Social-event calendar maintenance for data/social-events.dat:
      * add a club dinner, member-guest party or holiday event under
      * the next event number with its date and time, the per-seat
      * prices for members and guests and the seat limit, change
      * those terms, open or close sign-ups, or list the calendar
      * from a date on. An event marked for announcement goes out to
      * the membership through the CorrQueue letters. RSVPs are taken
      * by EvtRsvp, which holds each event to its seat limit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SocialEventFile ASSIGN TO 'data/social-events.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SeEventNo
             FILE STATUS IS SocialEventStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SocialEventFile.
           COPY SOCEVENT.

       WORKING-STORAGE SECTION.
           COPY DATEVAL.

       01 SocialEventStatus PIC XX VALUE ZEROES.
        88 SocialEventOk VALUE "00".
        88 SocialEventMissing VALUE "35".

       01 MenuChoice PIC X VALUE SPACES.
        88 WantsAdd VALUE "A" "a".
        88 WantsTerms VALUE "T" "t".
        88 WantsOpenClose VALUE "O" "o".
        88 WantsList VALUE "L" "l".
        88 WantsQuit VALUE "Q" "q".

       01 TodayDate PIC 9(8) VALUE ZEROES.
       01 WorkEventNo PIC 9(4) VALUE ZEROES.
       01 WorkDate PIC 9(8) VALUE ZEROES.
       01 WorkAnnounce PIC X VALUE SPACES.
        88 AnnounceYes VALUE "Y" "y".
        88 AnnounceNo VALUE "N" "n".
       01 WorkClockTime PIC 9(4) VALUE ZEROES.
       01 WorkClockParts REDEFINES WorkClockTime.
        02 WorkClockHour PIC 99.
        02 WorkClockMinute PIC 99.
       01 ClockTimeFlag PIC X VALUE "N".
        88 ClockTimeValid VALUE "Y".

       01 SeqAssignedFlag PIC X VALUE "N".
        88 SeqIsAssigned VALUE "Y".
       01 ListScanEofFlag PIC X VALUE "N".
        88 EndOfListScan VALUE "Y".
       01 ListedCount PIC 9(4) VALUE ZEROES.

       01 PrnMemberPrice PIC ZZ9.99.
       01 PrnGuestPrice PIC ZZ9.99.
       01 PrnSignUp PIC X(7) VALUE SPACES.
       01 PrnAnnounce PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MaintainSocialEvents.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           OPEN I-O SocialEventFile
           IF SocialEventMissing
               OPEN OUTPUT SocialEventFile
               CLOSE SocialEventFile
               OPEN I-O SocialEventFile
           END-IF

           PERFORM UNTIL WantsQuit
               PERFORM DisplayMenu
               ACCEPT MenuChoice
               EVALUATE TRUE
                   WHEN WantsAdd PERFORM AddSocialEvent
                   WHEN WantsTerms PERFORM ChangeEventTerms
                   WHEN WantsOpenClose PERFORM ToggleSignUps
                   WHEN WantsList PERFORM ListSocialEvents
                   WHEN WantsQuit CONTINUE
                   WHEN OTHER
                       DISPLAY "Please choose A, T, O, L or Q."
               END-EVALUATE
           END-PERFORM

           CLOSE SocialEventFile
           STOP RUN.

       DisplayMenu.
           DISPLAY " "
           DISPLAY "(A)dd event, change (T)erms, (O)pen/close "
             "sign-ups, (L)ist calendar, (Q)uit: " WITH NO ADVANCING.

       AddSocialEvent.
      * The number is found first: each READ of a number already
      * taken overlays the record area.
           MOVE ZEROES TO SeEventNo
           MOVE "N" TO SeqAssignedFlag
           PERFORM TryNextEventNo UNTIL SeqIsAssigned
           MOVE SeEventNo TO WorkEventNo
           INITIALIZE SocialEventRec
           MOVE WorkEventNo TO SeEventNo
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT SeDescription
           IF SeDescription = SPACES
               DISPLAY "A description is required -- not added."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Event date (YYYYMMDD): " WITH NO ADVANCING
           PERFORM AcceptValidDate
           IF WorkDate < TodayDate
               DISPLAY "That date has passed -- not added."
               EXIT PARAGRAPH
           END-IF
           MOVE WorkDate TO SeEventDate
           DISPLAY "Start time (HHMM): " WITH NO ADVANCING
           PERFORM AcceptClockTime
           MOVE WorkClockTime TO SeEventTime
           PERFORM AcceptEventTerms
           MOVE ZEROES TO SeSeatsTaken, SeLastWaitSeq
           MOVE "O" TO SeStatus
           MOVE TodayDate TO SeCreatedDate
           WRITE SocialEventRec
               INVALID KEY
                   DISPLAY "Unable to add the event."
               NOT INVALID KEY
                   DISPLAY "Event " SeEventNo " added -- "
                     SeDescription
           END-WRITE.

       AcceptEventTerms.
           DISPLAY "Member price per seat (no dollar sign): "
             WITH NO ADVANCING
           ACCEPT SeMemberPrice
           DISPLAY "Guest price per seat (no dollar sign): "
             WITH NO ADVANCING
           ACCEPT SeGuestPrice
           DISPLAY "Seat limit: " WITH NO ADVANCING
           ACCEPT SeSeatLimit
           PERFORM UNTIL SeSeatLimit > ZEROES
               DISPLAY "Enter 1 to 999: " WITH NO ADVANCING
               ACCEPT SeSeatLimit
           END-PERFORM
           DISPLAY "Announce to the membership (Y/N): "
             WITH NO ADVANCING
           ACCEPT WorkAnnounce
           PERFORM UNTIL AnnounceYes OR AnnounceNo
               DISPLAY "Enter Y or N: " WITH NO ADVANCING
               ACCEPT WorkAnnounce
           END-PERFORM
           IF AnnounceYes
               MOVE "Y" TO SeAnnounceFlag
           ELSE
               MOVE "N" TO SeAnnounceFlag
           END-IF.

       TryNextEventNo.
           ADD 1 TO SeEventNo
           READ SocialEventFile
               INVALID KEY MOVE "Y" TO SeqAssignedFlag
           END-READ.

       AcceptValidDate.
           ACCEPT WorkDate
           MOVE WorkDate TO DateToValidate
           PERFORM ValidateDateField
           PERFORM UNTIL DateFieldIsValid
               DISPLAY "Not a real date -- enter YYYYMMDD: "
                 WITH NO ADVANCING
               ACCEPT WorkDate
               MOVE WorkDate TO DateToValidate
               PERFORM ValidateDateField
           END-PERFORM.

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

       ReadChosenEvent.
           DISPLAY "Event number: " WITH NO ADVANCING
           ACCEPT WorkEventNo
           MOVE WorkEventNo TO SeEventNo
           READ SocialEventFile
               INVALID KEY
                   DISPLAY "No event " WorkEventNo " on file."
           END-READ.

       ChangeEventTerms.
      * The date stays as set: the seat charges already written
      * for the RSVPs are dated the day of the event.
           PERFORM ReadChosenEvent
           IF NOT SocialEventOk
               EXIT PARAGRAPH
           END-IF
           PERFORM ShowOneEvent
           DISPLAY "Start time (HHMM): " WITH NO ADVANCING
           PERFORM AcceptClockTime
           MOVE WorkClockTime TO SeEventTime
           PERFORM AcceptEventTerms
           IF SeSeatLimit < SeSeatsTaken
               DISPLAY SeSeatsTaken " seats are already taken -- "
                 "the limit cannot go below that; not changed."
               EXIT PARAGRAPH
           END-IF
           REWRITE SocialEventRec
               INVALID KEY
                   DISPLAY "Unable to update event " SeEventNo "."
               NOT INVALID KEY
                   DISPLAY "Terms changed for " SeDescription
           END-REWRITE.

       ToggleSignUps.
      * Closing sign-ups stops new RSVPs; those already taken, and
      * the waiting list, stand.
           PERFORM ReadChosenEvent
           IF NOT SocialEventOk
               EXIT PARAGRAPH
           END-IF
           IF SeSignUpOpen
               MOVE "C" TO SeStatus
           ELSE
               MOVE "O" TO SeStatus
           END-IF
           REWRITE SocialEventRec
               INVALID KEY
                   DISPLAY "Unable to update event " SeEventNo "."
               NOT INVALID KEY
                   IF SeSignUpOpen
                       DISPLAY "Sign-ups open for " SeDescription
                   ELSE
                       DISPLAY "Sign-ups closed for " SeDescription
                   END-IF
           END-REWRITE.

       ListSocialEvents.
      * Reads every event; the calendar is keyed by number, not by
      * date.
           DISPLAY "Events on or after (YYYYMMDD, Enter for today): "
             WITH NO ADVANCING
           MOVE ZEROES TO WorkDate
           ACCEPT WorkDate
           IF WorkDate = ZEROES
               MOVE TodayDate TO WorkDate
           END-IF
           MOVE ZEROES TO ListedCount
           MOVE "N" TO ListScanEofFlag
           MOVE ZEROES TO SeEventNo
           START SocialEventFile KEY IS >= SeEventNo
               INVALID KEY MOVE "Y" TO ListScanEofFlag
           END-START

           IF NOT EndOfListScan
               READ SocialEventFile NEXT
                AT END MOVE "Y" TO ListScanEofFlag
               END-READ
           END-IF

           PERFORM ListOneEvent UNTIL EndOfListScan
           IF ListedCount = ZEROES
               DISPLAY "No events on the calendar from " WorkDate "."
           END-IF.

       ListOneEvent.
           IF SeEventDate >= WorkDate
               ADD 1 TO ListedCount
               PERFORM ShowOneEvent
           END-IF
           READ SocialEventFile NEXT
            AT END MOVE "Y" TO ListScanEofFlag
           END-READ.

       ShowOneEvent.
           MOVE SeMemberPrice TO PrnMemberPrice
           MOVE SeGuestPrice TO PrnGuestPrice
           IF SeSignUpOpen
               MOVE "open" TO PrnSignUp
           ELSE
               MOVE "CLOSED" TO PrnSignUp
           END-IF
           IF SeAnnounced
               MOVE "announced" TO PrnAnnounce
           ELSE
               MOVE SPACES TO PrnAnnounce
           END-IF
           DISPLAY "  " SeEventNo "  " SeEventDate " " SeEventTime
             "  " SeDescription
           DISPLAY "        member $" PrnMemberPrice "  guest $"
             PrnGuestPrice "  seats " SeSeatsTaken " of "
             SeSeatLimit "  sign-ups " PrnSignUp " " PrnAnnounce.

           COPY DATEVALP.
