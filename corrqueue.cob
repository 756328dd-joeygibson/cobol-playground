      * can come round again.
      * Templates used: WELCOME, RENEWAL, BIRTHDAY and PROMOTE in
      * data/letter-templates.dat.
      * 2026-10-15 JG  Close-out letters: each resignation recorded by
      *                the Resign transaction in data/resignations.dat
      *                queues the CLOSEOUT template, coded CLyyyymm
      *                from the resignation date, with &EXPIRE
      *                carrying the date the membership ended.
      * 2026-10-15 JG  Waiting-list fills: each tee time TeeBook
      *                books from the tee-time waiting list on a
      *                cancellation is in data/tee-fill-events.dat
      *                and queues the TEEFILL template, coded
      *                TFyymmdd from the tee date, with &EXPIRE the
      *                tee date and the new &TIME token the time.
      * 2026-10-15 JG  Social-event announcements: each event in
      *                data/social-events.dat marked for announcement,
      *                with sign-ups open and falling inside the
      *                announcement window, queues the EVENTANN
      *                template to every active member (one per
      *                household), coded EVnnnn from the event number,
      *                with &EXPIRE the event date, &TIME its start
      *                and the new &EVENT token its description. A
      *                member who declined postal mail or marketing is
      *                suppressed and counted. The queue now holds 999
      *                letters.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PromoEventStatus.

           SELECT ResignFile ASSIGN TO 'data/resignations.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS RsMemberId
             FILE STATUS IS ResignFileStatus.

           SELECT TeeFillEventFile ASSIGN TO
             'data/tee-fill-events.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TeeFillEventStatus.

           SELECT SocialEventFile ASSIGN TO 'data/social-events.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SeEventNo
             FILE STATUS IS SocialEventStatus.

           SELECT ContactPrefFile ASSIGN TO 'data/contact-prefs.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CpMemberId
             FILE STATUS IS PrefFileStatus.

           SELECT CorrHistFile ASSIGN TO 'data/corr-history.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
        02 FILLER PIC X.
        02 PromoOfferDate PIC 9(8).

       FD ResignFile.
           COPY RESIGN.

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

       FD SocialEventFile.
           COPY SOCEVENT.

       FD ContactPrefFile.
           COPY CONTPREF.

       FD CorrHistFile.
           COPY CORRHIST.

       01 PromoEofFlag PIC X VALUE "N".
        88 EndOfPromoFile VALUE "Y".

       01 ResignFileStatus PIC XX VALUE ZEROES.
        88 ResignFileOk VALUE "00".
       01 ResignEofFlag PIC X VALUE "N".
        88 EndOfResignScan VALUE "Y".

       01 TeeFillEventStatus PIC XX VALUE SPACES.
        88 TeeFillEventOk VALUE "00".
       01 TeeFillEofFlag PIC X VALUE "N".
        88 EndOfTeeFillFile VALUE "Y".

       01 SocialEventStatus PIC XX VALUE ZEROES.
        88 SocialEventOk VALUE "00".
       01 SocialEventEofFlag PIC X VALUE "N".
        88 EndOfSocialEventScan VALUE "Y".

       01 PrefFileStatus PIC XX VALUE ZEROES.
        88 PrefFileOk VALUE "00".
        88 PrefFileMissing VALUE "35".
       01 PrefFileOpenFlag PIC X VALUE "N".
        88 PrefFileIsOpen VALUE "Y".

       01 CorrHistStatus PIC XX VALUE ZEROES.
        88 CorrHistOk VALUE "00".
        88 CorrHistMissing VALUE "35".
       01 WS-Current-Year PIC 9(4) VALUE ZEROES.
       01 WelcomeWindowDays PIC 9(2) VALUE 07.
       01 RenewalWindowDays PIC 9(3) VALUE 30.
       01 AnnounceWindowDays PIC 9(3) VALUE 45.
       01 WS-Event-Integer PIC 9(9) COMP.

      * Events announced today, loaded before the member scan.
       01 AnnounceCount PIC 99 VALUE ZEROES.
       01 AnnounceTable.
        02 AnnounceEntry OCCURS 20 TIMES.
         03 AnnEventNo PIC 9(4).
         03 AnnEventDate PIC 9(8).
         03 AnnEventTime PIC 9(4).
         03 AnnDescription PIC X(30).
       01 AnnounceIndex PIC 99 VALUE ZEROES.
       01 SuppressedCount PIC 9(4) VALUE ZEROES.

       01 QueueCount PIC 9(3) VALUE ZEROES.
       01 LetterQueue.
        02 QueueEntry OCCURS 999 TIMES.
         03 QueMemberId PIC X(5).
         03 QueMemberName PIC X(20).
         03 QueLetterCode PIC X(8).
         03 QueTemplateId PIC X(8).
         03 QueExpireDate PIC 9(8).
         03 QueTeeTime PIC 9(4).
         03 QueEventText PIC X(30).
       01 QueueIndex PIC 9(3) VALUE ZEROES.

       01 WorkLetterCode PIC X(8) VALUE SPACES.
       01 MergeBuildLine PIC X(80) VALUE SPACES.
       01 TokenText PIC X(8) VALUE SPACES.
       01 TokenLength PIC 99 VALUE ZEROES.
       01 ReplacementText PIC X(30) VALUE SPACES.
       01 ReplacementLength PIC 99 VALUE ZEROES.
       01 ScanIndex PIC 99 VALUE ZEROES.
       01 TailIndex PIC 999 VALUE ZEROES.
        88 TokenWasFound VALUE "Y".
       01 ReplacePasses PIC 99 VALUE ZEROES.
       01 PrnLetterExpire PIC 9(8).
       01 PrnLetterTime PIC 9(4).

       01 LetterBreakLine PIC X(30) VALUE ALL "=".
       01 LettersWritten PIC 9(4) VALUE ZEROES.
           MOVE WS-Today(5:2) TO WS-Current-Month
           MOVE WS-Today(1:4) TO WS-Current-Year

           PERFORM LoadAnnouncedEvents
           PERFORM ScanMemberEvents
           PERFORM ScanPromotionEvents
           PERFORM ScanResignationEvents
           PERFORM ScanTeeFillEvents

           IF SuppressedCount > ZEROES
               DISPLAY "Event announcements suppressed by contact "
                 "preference: " SuppressedCount
           END-IF
           IF QueueCount = ZEROES
               DISPLAY "No correspondence events today."
               STOP RUN
             "  already sent: " AlreadySentCount
           STOP RUN.

       LoadAnnouncedEvents.
           OPEN INPUT SocialEventFile
           IF NOT SocialEventOk
               EXIT PARAGRAPH
           END-IF

           READ SocialEventFile
               AT END MOVE "Y" TO SocialEventEofFlag
           END-READ

           PERFORM LoadOneSocialEvent UNTIL EndOfSocialEventScan

           CLOSE SocialEventFile.

       LoadOneSocialEvent.
           IF SeAnnounced AND SeSignUpOpen
             AND SeEventDate >= WS-Today
             AND AnnounceCount < 20
               COMPUTE WS-Event-Integer =
                 FUNCTION INTEGER-OF-DATE(SeEventDate)
               IF WS-Event-Integer - WS-Today-Integer
                   <= AnnounceWindowDays
                   ADD 1 TO AnnounceCount
                   MOVE SeEventNo TO AnnEventNo(AnnounceCount)
                   MOVE SeEventDate TO AnnEventDate(AnnounceCount)
                   MOVE SeEventTime TO AnnEventTime(AnnounceCount)
                   MOVE SeDescription TO AnnDescription(AnnounceCount)
               END-IF
           END-IF

           READ SocialEventFile
               AT END MOVE "Y" TO SocialEventEofFlag
           END-READ.

       ScanMemberEvents.
           OPEN INPUT MemberFile
           IF AnnounceCount > ZEROES
               OPEN INPUT ContactPrefFile
               IF PrefFileMissing
                   MOVE "N" TO PrefFileOpenFlag
               ELSE
                   MOVE "Y" TO PrefFileOpenFlag
               END-IF
           END-IF

           READ MemberFile
            AT END SET EndOfMemberFile TO TRUE

           PERFORM JudgeOneMember UNTIL EndOfMemberFile

           CLOSE MemberFile
           IF PrefFileIsOpen
               CLOSE ContactPrefFile
           END-IF.

       JudgeOneMember.
           IF MemberActive
               PERFORM CheckWelcomeEvent
               PERFORM CheckRenewalEvent
               PERFORM CheckBirthdayEvent
               IF AnnounceCount > ZEROES
                 AND NOT HouseholdDependent
                   PERFORM CheckEventAnnouncements
               END-IF
           END-IF

           READ MemberFile
               PERFORM QueueOneLetter
           END-IF.

       CheckEventAnnouncements.
      * Announcements are marketing mail: a member who declined
      * postal mail or marketing is suppressed and counted. No
      * preference record means no objection.
           IF PrefFileIsOpen
               MOVE MemberId TO CpMemberId
               READ ContactPrefFile
                   KEY IS CpMemberId
                   INVALID KEY CONTINUE
               END-READ
               IF PrefFileOk
                   IF NOT CpMailOk OR NOT CpMarketingOk
                       ADD 1 TO SuppressedCount
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           PERFORM QueueOneAnnouncement
               VARYING AnnounceIndex FROM 1 BY 1
               UNTIL AnnounceIndex > AnnounceCount.

       QueueOneAnnouncement.
           IF QueueCount < 999
               ADD 1 TO QueueCount
               MOVE MemberId TO QueMemberId(QueueCount)
               MOVE MemberName TO QueMemberName(QueueCount)
               MOVE SPACES TO QueLetterCode(QueueCount)
               STRING "EV" DELIMITED BY SIZE
                 AnnEventNo(AnnounceIndex) DELIMITED BY SIZE
                 INTO QueLetterCode(QueueCount)
               END-STRING
               MOVE "EVENTANN" TO QueTemplateId(QueueCount)
               MOVE AnnEventDate(AnnounceIndex)
                 TO QueExpireDate(QueueCount)
               MOVE AnnEventTime(AnnounceIndex)
                 TO QueTeeTime(QueueCount)
               MOVE AnnDescription(AnnounceIndex)
                 TO QueEventText(QueueCount)
           END-IF.

       QueueOneLetter.
           IF QueueCount < 999
               ADD 1 TO QueueCount
               MOVE MemberId TO QueMemberId(QueueCount)
               MOVE MemberName TO QueMemberName(QueueCount)
               MOVE WorkLetterCode TO QueLetterCode(QueueCount)
               MOVE WorkTemplateId TO QueTemplateId(QueueCount)
               MOVE MemberExpireDate TO QueExpireDate(QueueCount)
               MOVE ZEROES TO QueTeeTime(QueueCount)
               MOVE SPACES TO QueEventText(QueueCount)
           END-IF.

       ScanPromotionEvents.
           CLOSE PromoEventFile.

       QueueOnePromotion.
           IF QueueCount < 999
               ADD 1 TO QueueCount
               MOVE PromoMemberId TO QueMemberId(QueueCount)
               MOVE PromoMemberName TO QueMemberName(QueueCount)
               MOVE "PROMOTE" TO QueLetterCode(QueueCount)
               MOVE "PROMOTE" TO QueTemplateId(QueueCount)
               MOVE ZEROES TO QueExpireDate(QueueCount)
               MOVE ZEROES TO QueTeeTime(QueueCount)
               MOVE SPACES TO QueEventText(QueueCount)
           END-IF

           READ PromoEventFile
               AT END MOVE "Y" TO PromoEofFlag
           END-READ.

       ScanResignationEvents.
           OPEN INPUT ResignFile
           IF NOT ResignFileOk
               EXIT PARAGRAPH
           END-IF

           READ ResignFile
               AT END MOVE "Y" TO ResignEofFlag
           END-READ

           PERFORM QueueOneCloseOut UNTIL EndOfResignScan

           CLOSE ResignFile.

       QueueOneCloseOut.
           IF QueueCount < 999
               ADD 1 TO QueueCount
               MOVE RsMemberId TO QueMemberId(QueueCount)
               MOVE RsMemberName TO QueMemberName(QueueCount)
               MOVE SPACES TO QueLetterCode(QueueCount)
               STRING "CL" DELIMITED BY SIZE
                 RsResignDate(1:6) DELIMITED BY SIZE
                 INTO QueLetterCode(QueueCount)
               END-STRING
               MOVE "CLOSEOUT" TO QueTemplateId(QueueCount)
               MOVE RsResignDate TO QueExpireDate(QueueCount)
               MOVE ZEROES TO QueTeeTime(QueueCount)
               MOVE SPACES TO QueEventText(QueueCount)
           END-IF

           READ ResignFile
               AT END MOVE "Y" TO ResignEofFlag
           END-READ.

       ScanTeeFillEvents.
           OPEN INPUT TeeFillEventFile
           IF NOT TeeFillEventOk
               EXIT PARAGRAPH
           END-IF

           READ TeeFillEventFile
               AT END MOVE "Y" TO TeeFillEofFlag
           END-READ

           PERFORM QueueOneTeeFill UNTIL EndOfTeeFillFile

           CLOSE TeeFillEventFile.

       QueueOneTeeFill.
           IF QueueCount < 999
               ADD 1 TO QueueCount
               MOVE TfMemberId TO QueMemberId(QueueCount)
               MOVE TfMemberName TO QueMemberName(QueueCount)
               MOVE SPACES TO QueLetterCode(QueueCount)
               STRING "TF" DELIMITED BY SIZE
                 TfTeeDate(3:6) DELIMITED BY SIZE
                 INTO QueLetterCode(QueueCount)
               END-STRING
               MOVE "TEEFILL" TO QueTemplateId(QueueCount)
               MOVE TfTeeDate TO QueExpireDate(QueueCount)
               MOVE TfTeeTime TO QueTeeTime(QueueCount)
               MOVE SPACES TO QueEventText(QueueCount)
           END-IF

           READ TeeFillEventFile
               AT END MOVE "Y" TO TeeFillEofFlag
           END-READ.

       SendOneQueuedLetter.
           MOVE QueMemberId(QueueIndex) TO CorrMemberId
           MOVE QueLetterCode(QueueIndex) TO CorrLetterCode
           MOVE 8 TO ReplacementLength
           PERFORM ReplaceAllTokens

           MOVE "&TIME" TO TokenText
           MOVE 5 TO TokenLength
           MOVE QueTeeTime(QueueIndex) TO PrnLetterTime
           MOVE PrnLetterTime TO ReplacementText
           MOVE 4 TO ReplacementLength
           PERFORM ReplaceAllTokens

           MOVE "&EVENT" TO TokenText
           MOVE 6 TO TokenLength
           MOVE QueEventText(QueueIndex) TO ReplacementText
           MOVE 30 TO ReplacementLength
           PERFORM ReplaceAllTokens

           WRITE LetterLine FROM MergeWorkLine
             AFTER ADVANCING 1 LINE.

