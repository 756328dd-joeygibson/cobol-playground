      *                member who declined postal mail or billing
      *                notices is suppressed, with the suppression
      *                count shown at the end of the run.
      * 2026-10-15 JG  New population SLOWPLAY: the repeat
      *                pace-of-play offenders PaceRpt last wrote to
      *                data/pace-offenders.dat, for the golf
      *                committee's letter. Only a member who declined
      *                postal mail is suppressed from it.
      * 2026-10-15 JG  Payments are cut off at installment 01's
      *                billing date; a later type-change
      *                adjustment keeps its own date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS PayKey
             FILE STATUS IS PaymentFileStatus.

           SELECT OffenderFile ASSIGN TO 'data/pace-offenders.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OffenderFileStatus.

           SELECT LetterFile ASSIGN TO 'output/letters.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

       FD PaymentFile.
           COPY PAYLEDG.

       FD OffenderFile.
       01 OffenderRec.
        02 OffMemberId PIC X(5).
        02 FILLER PIC X.
        02 OffMemberName PIC X(20).
        02 FILLER PIC X.
        02 OffOverCount PIC 9(3).
        02 FILLER PIC X.
        02 OffReportDate PIC 9(8).

       FD LetterFile.
       01 LetterLine PIC X(80).

       01 WS-Population PIC X(10) VALUE SPACES.
        88 WantsExpiring VALUE "EXPIRING".
        88 WantsPastDue VALUE "PASTDUE".
        88 WantsSlowPlay VALUE "SLOWPLAY".

       01 OffenderFileStatus PIC XX VALUE SPACES.
        88 OffenderFileOk VALUE "00".
       01 OffenderEofFlag PIC X VALUE "N".
        88 EndOfOffenderFile VALUE "Y".
       01 OffenderCount PIC 9(3) VALUE ZEROES.
       01 OffenderTable.
        02 OffenderEntryId OCCURS 300 TIMES PIC X(5).
       01 OffenderIndex PIC 9(3) VALUE ZEROES.

       01 WS-Today PIC 9(8) VALUE ZEROES.
       01 WS-Today-Integer PIC 9(9) COMP.
           ELSE
               DISPLAY "Template id: " WITH NO ADVANCING
               ACCEPT WS-Wanted-Template
               DISPLAY "Population (EXPIRING/PASTDUE/SLOWPLAY): "
                 WITH NO ADVANCING
               ACCEPT WS-Population
           END-IF

           IF NOT WantsExpiring AND NOT WantsPastDue
             AND NOT WantsSlowPlay
               DISPLAY "Population must be EXPIRING, PASTDUE or "
                 "SLOWPLAY."
               STOP RUN
           END-IF

               OPEN INPUT PaymentFile
           END-IF

           IF WantsSlowPlay
               PERFORM LoadPaceOffenders
           END-IF

           OPEN INPUT MemberFile
           OPEN OUTPUT LetterFile
           OPEN INPUT ContactPrefFile
               AT END MOVE "Y" TO TemplateEofFlag
           END-READ.

       LoadPaceOffenders.
           OPEN INPUT OffenderFile
           IF NOT OffenderFileOk
               DISPLAY "No pace-of-play offender list -- run PaceRpt "
                 "first."
               STOP RUN
           END-IF

           READ OffenderFile
               AT END MOVE "Y" TO OffenderEofFlag
           END-READ

           PERFORM LoadOneOffender UNTIL EndOfOffenderFile

           CLOSE OffenderFile.

       LoadOneOffender.
           IF OffenderCount < 300
               ADD 1 TO OffenderCount
               MOVE OffMemberId TO OffenderEntryId(OffenderCount)
           END-IF
           READ OffenderFile
               AT END MOVE "Y" TO OffenderEofFlag
           END-READ.

       MergeOneMember.
           PERFORM SelectMember

                           MOVE "Y" TO SelectMemberFlag
                       END-IF
                   END-IF
               ELSE
               IF WantsSlowPlay
                   PERFORM CheckOneOffender
                       VARYING OffenderIndex FROM 1 BY 1
                       UNTIL OffenderIndex > OffenderCount
                         OR MemberIsSelected
               ELSE
                   PERFORM ComputeOpenBalance
                   IF OpenBalance > ZEROES
                       MOVE "Y" TO SelectMemberFlag
                   END-IF
               END-IF
               END-IF
           END-IF.

       CheckOneOffender.
           IF OffenderEntryId(OffenderIndex) = MemberId
               MOVE "Y" TO SelectMemberFlag
           END-IF.

       CheckContactPreference.
      * The renewal and past-due populations are billing
      * correspondence: a member who declined postal mail or billing
      * notices is suppressed. The slow-play letter is suppressed
      * only for a member who declined postal mail. No preference
      * record means no objection.
           IF PrefFileIsOpen
               MOVE MemberId TO CpMemberId
               READ ContactPrefFile
                   INVALID KEY CONTINUE
               END-READ
               IF PrefFileOk
                   IF NOT CpMailOk
                     OR (NOT CpBillingOk AND NOT WantsSlowPlay)
                       MOVE "N" TO SelectMemberFlag
                       ADD 1 TO SuppressedCount
                   END-IF
               IF BilledDueDate <= WS-Today
                   ADD BilledAmount TO MemberBilledTotal
               END-IF
               IF BilledInstallmentNo = 01
                   MOVE BilledDate TO MemberBilledDate
               END-IF
               READ BilledFile NEXT
                AT END MOVE "Y" TO EndOfBilledScanFlag
               END-READ
