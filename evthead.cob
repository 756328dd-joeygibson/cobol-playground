       IDENTIFICATION DIVISION.
       PROGRAM-ID. EvtHead.
      * Headcount and seating report for the kitchen: for the date
      * given as the first argument (default today), one section per
      * social event that day in data/social-events.dat, listing each
      * seated party from data/event-rsvps.dat with its member and
      * guest seats and any seating or dietary note, then the covers
      * to prepare against the seat limit and how many are still on
      * the waiting list in case seats come free. Output is
      * output/event-headcount.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT HeadcountReport ASSIGN TO
             'output/event-headcount.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RunLogFile ASSIGN TO 'output/batch-run-log.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD SocialEventFile.
           COPY SOCEVENT.

       FD EventRsvpFile.
           COPY EVTRSVP.

       FD HeadcountReport.
       01 HeadPrintLine PIC X(80).

       FD RunLogFile.
       01 RunLogRec PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNLOG.

       01 SocialEventStatus PIC XX VALUE ZEROES.
        88 SocialEventOk VALUE "00".
        88 SocialEventMissing VALUE "35".
       01 EventRsvpStatus PIC XX VALUE ZEROES.
        88 EventRsvpOk VALUE "00".
        88 EventRsvpMissing VALUE "35".

       01 WS-Args-Count PIC 9(4) COMP VALUE ZEROES.
       01 WS-Head-Date PIC 9(8) VALUE ZEROES.

       01 EventScanEofFlag PIC X VALUE "N".
        88 EndOfEventScan VALUE "Y".
       01 RsvpScanEofFlag PIC X VALUE "N".
        88 EndOfRsvpScan VALUE "Y".

       01 EventCount PIC 9(3) VALUE ZEROES.
       01 PartyCount PIC 9(3) VALUE ZEROES.
       01 MemberCovers PIC 9(4) VALUE ZEROES.
       01 GuestCovers PIC 9(4) VALUE ZEROES.
       01 EventCovers PIC 9(4) VALUE ZEROES.
       01 WaitingParties PIC 9(3) VALUE ZEROES.
       01 WaitingSeats PIC 9(4) VALUE ZEROES.
       01 DayCovers PIC 9(5) VALUE ZEROES.

       01 HeadHeading.
        02 FILLER PIC X(36)
             VALUE "Social Event Headcount and Seating  ".
        02 PrnHhDate PIC 9(8).

       01 EventLine.
        02 FILLER PIC X(6) VALUE "Event ".
        02 PrnElEventNo PIC 9(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnElTime PIC 9(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnElDescription PIC X(30).
        02 FILLER PIC X(13) VALUE "  seat limit ".
        02 PrnElLimit PIC ZZ9.

       01 HeadColumnHeader.
        02 FILLER PIC X(29) VALUE "  Member".
        02 FILLER PIC X(16) VALUE "Members  Guests".
        02 FILLER PIC X(4) VALUE "Note".

       01 PartyLine.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnPlMemberId PIC X(5).
        02 FILLER PIC X VALUE SPACE.
        02 PrnPlMemberName PIC X(20).
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnPlMemberSeats PIC Z9.
        02 FILLER PIC X(7) VALUE SPACES.
        02 PrnPlGuestSeats PIC Z9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnPlNote PIC X(20).

       01 NoPartyLine PIC X(40)
             VALUE "  No RSVPs taken.".

       01 CoversLine.
        02 FILLER PIC X(10) VALUE "  Covers: ".
        02 PrnClTotal PIC Z,ZZ9.
        02 FILLER PIC X(10) VALUE "  members ".
        02 PrnClMembers PIC Z,ZZ9.
        02 FILLER PIC X(9) VALUE "  guests ".
        02 PrnClGuests PIC Z,ZZ9.
        02 FILLER PIC X(8) VALUE "  open  ".
        02 PrnClOpen PIC Z,ZZ9.

       01 WaitingLine.
        02 FILLER PIC X(17) VALUE "  Waiting list:  ".
        02 PrnWlParties PIC ZZ9.
        02 FILLER PIC X(15) VALUE " parties for   ".
        02 PrnWlSeats PIC Z,ZZ9.
        02 FILLER PIC X(6) VALUE " seats".

       01 NoEventLine PIC X(40)
             VALUE "No social events on this date.".

       01 HeadTotalLine.
        02 FILLER PIC X(8) VALUE "Events: ".
        02 PrnHtEvents PIC ZZ9.
        02 FILLER PIC X(23) VALUE "   Covers for the day: ".
        02 PrnHtCovers PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       RunEventHeadcount.
           MOVE "EVTHEAD" TO WS-Run-Program-Name
           PERFORM Start-Run-Log

           ACCEPT WS-Head-Date FROM DATE YYYYMMDD
           ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
           IF WS-Args-Count > 0
               ACCEPT WS-Head-Date FROM ARGUMENT-VALUE
           END-IF

           OPEN INPUT SocialEventFile
           IF SocialEventMissing
               DISPLAY "EvtHead: no social events on file."
               PERFORM Write-Run-Log
               STOP RUN
           END-IF
           OPEN INPUT EventRsvpFile
           OPEN OUTPUT HeadcountReport

           MOVE WS-Head-Date TO PrnHhDate
           WRITE HeadPrintLine FROM HeadHeading
             AFTER ADVANCING PAGE

      * Reads every event; the calendar is keyed by number, not by
      * date.
           MOVE "N" TO EventScanEofFlag
           MOVE ZEROES TO SeEventNo
           START SocialEventFile KEY IS >= SeEventNo
               INVALID KEY MOVE "Y" TO EventScanEofFlag
           END-START

           IF NOT EndOfEventScan
               READ SocialEventFile NEXT
                AT END MOVE "Y" TO EventScanEofFlag
               END-READ
           END-IF

           PERFORM CheckOneEvent UNTIL EndOfEventScan

           IF EventCount = ZEROES
               WRITE HeadPrintLine FROM NoEventLine
                 AFTER ADVANCING 2 LINES
           END-IF
           MOVE EventCount TO PrnHtEvents
           MOVE DayCovers TO PrnHtCovers
           WRITE HeadPrintLine FROM HeadTotalLine
             AFTER ADVANCING 2 LINES

           CLOSE SocialEventFile, HeadcountReport
           IF NOT EventRsvpMissing
               CLOSE EventRsvpFile
           END-IF

           DISPLAY "EvtHead: " EventCount " events, " DayCovers
             " covers for " WS-Head-Date
             " -- output/event-headcount.txt."
           MOVE EventCount TO WS-Run-Records-Out
           PERFORM Write-Run-Log
           STOP RUN.

       CheckOneEvent.
           IF SeEventDate = WS-Head-Date
               PERFORM PrintOneEvent
           END-IF
           READ SocialEventFile NEXT
            AT END MOVE "Y" TO EventScanEofFlag
           END-READ.

       PrintOneEvent.
           ADD 1 TO EventCount
           MOVE SeEventNo TO PrnElEventNo
           MOVE SeEventTime TO PrnElTime
           MOVE SeDescription TO PrnElDescription
           MOVE SeSeatLimit TO PrnElLimit
           WRITE HeadPrintLine FROM EventLine
             AFTER ADVANCING 2 LINES

           MOVE ZEROES TO PartyCount, MemberCovers, GuestCovers,
             WaitingParties, WaitingSeats
           PERFORM StartEventRsvps
           IF EndOfRsvpScan
               WRITE HeadPrintLine FROM NoPartyLine
                 AFTER ADVANCING 1 LINE
           ELSE
               WRITE HeadPrintLine FROM HeadColumnHeader
                 AFTER ADVANCING 1 LINE
               PERFORM PrintOneParty UNTIL EndOfRsvpScan
           END-IF

           COMPUTE EventCovers = MemberCovers + GuestCovers
           ADD EventCovers TO DayCovers
           MOVE EventCovers TO PrnClTotal
           MOVE MemberCovers TO PrnClMembers
           MOVE GuestCovers TO PrnClGuests
           IF EventCovers < SeSeatLimit
               COMPUTE PrnClOpen = SeSeatLimit - EventCovers
           ELSE
               MOVE ZEROES TO PrnClOpen
           END-IF
           WRITE HeadPrintLine FROM CoversLine
             AFTER ADVANCING 2 LINES
           IF WaitingParties > ZEROES
               MOVE WaitingParties TO PrnWlParties
               MOVE WaitingSeats TO PrnWlSeats
               WRITE HeadPrintLine FROM WaitingLine
                 AFTER ADVANCING 1 LINE
           END-IF.

       StartEventRsvps.
      * Leaves the event's first RSVP in the record, or the scan at
      * its end when there is none.
           MOVE "N" TO RsvpScanEofFlag
           IF EventRsvpMissing
               MOVE "Y" TO RsvpScanEofFlag
               EXIT PARAGRAPH
           END-IF
           MOVE SeEventNo TO RvEventNo
           MOVE LOW-VALUES TO RvMemberId
           START EventRsvpFile KEY IS >= RvKey
               INVALID KEY MOVE "Y" TO RsvpScanEofFlag
           END-START
           IF NOT EndOfRsvpScan
               PERFORM ReadNextEventRsvp
           END-IF.

       ReadNextEventRsvp.
           READ EventRsvpFile NEXT
            AT END MOVE "Y" TO RsvpScanEofFlag
           END-READ
           IF NOT EndOfRsvpScan AND RvEventNo NOT = SeEventNo
               MOVE "Y" TO RsvpScanEofFlag
           END-IF.

       PrintOneParty.
      * Waiting parties are counted, not seated.
           ADD 1 TO WS-Run-Records-In
           IF RvConfirmed
               ADD 1 TO PartyCount
               ADD RvMemberSeats TO MemberCovers
               ADD RvGuestSeats TO GuestCovers
               MOVE RvMemberId TO PrnPlMemberId
               MOVE RvMemberName TO PrnPlMemberName
               MOVE RvMemberSeats TO PrnPlMemberSeats
               MOVE RvGuestSeats TO PrnPlGuestSeats
               MOVE RvNote TO PrnPlNote
               WRITE HeadPrintLine FROM PartyLine
                 AFTER ADVANCING 1 LINE
           ELSE
               ADD 1 TO WaitingParties
               ADD RvMemberSeats, RvGuestSeats TO WaitingSeats
           END-IF
           PERFORM ReadNextEventRsvp.

           COPY RUNLOGPR.
