      * -- so the reversed receivable reappears on the payment
      * matching and receivables reports instead of the system
      * believing the member paid.
      * 2026-10-15 JG  No reversal is posted while today's month is
      *                closed in PeriodCtl.
      * 2026-10-15 JG  Operator sign-on against data/operators.dat;
      *                the reversal and charge entries are stamped
      *                with the operator and the open DrawerSess
      *                session for SodRpt.
      * 2026-10-15 JG  A bounced tournament entry fee is reversed
      *                under the event it paid for, so TournPay counts
      *                it out of the purse.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS PayKey
             FILE STATUS IS PaymentFileStatus.

           SELECT PeriodCtlFile ASSIGN TO 'data/period-control.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PcMonth
             FILE STATUS IS PeriodCtlStatus.

           SELECT OperatorFile ASSIGN TO 'data/operators.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OperatorFileStatus.

           SELECT SessionFile ASSIGN TO 'data/drawer-sessions.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SessionId
             FILE STATUS IS SessionFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD MemberFile.
       FD PaymentFile.
           COPY PAYLEDG.

       FD PeriodCtlFile.
           COPY PERIODCTL.

       FD OperatorFile.
           COPY OPERREC.

       FD SessionFile.
           COPY DRAWSESS.

       WORKING-STORAGE SECTION.
           COPY PERIODCK.
       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".

        88 WantsReverse VALUE "R" "r".
        88 WantsQuit VALUE "Q" "q".

       01 OperatorFileStatus PIC XX VALUE SPACES.
        88 OperatorFileOk VALUE "00".
       01 OperatorEofFlag PIC X VALUE "N".
        88 EndOfOperatorFile VALUE "Y".
       01 OperatorOpenFlag PIC X VALUE "N".
        88 OperatorFileIsOpen VALUE "Y".
       01 SignOnOperId PIC X(3) VALUE SPACES.
       01 SignOnPassword PIC X(8) VALUE SPACES.
       01 SignOnAttempts PIC 9 VALUE ZEROES.
       01 SignedOnFlag PIC X VALUE "N".
        88 OperatorSignedOn VALUE "Y".
       01 CurrentOperId PIC X(3) VALUE SPACES.
       01 CurrentOperName PIC X(20) VALUE SPACES.

       01 SessionFileStatus PIC XX VALUE ZEROES.
        88 SessionFileOk VALUE "00".
        88 SessionFileMissing VALUE "35".
       01 CurrentSessionId PIC 9(4) VALUE ZEROES.

       01 WorkCheckNo PIC X(8) VALUE SPACES.
       01 WorkTodayDate PIC 9(8) VALUE ZEROES.

       01 FoundPayAmount PIC 9(5)V99 VALUE ZEROES.
       01 FoundPayPurpose PIC X VALUE SPACES.
       01 FoundPayDate PIC 9(8) VALUE ZEROES.
       01 FoundPayEventId PIC X(5) VALUE SPACES.

       01 SeqAssignedFlag PIC X VALUE "N".
        88 SeqIsAssigned VALUE "Y".

       PROCEDURE DIVISION.
       RunNsfPosting.
           PERFORM OperatorSignOn
           IF NOT OperatorSignedOn
               DISPLAY "Sign-on failed -- goodbye."
               STOP RUN
           END-IF
           PERFORM FindOpenDrawerSession

           OPEN I-O PaymentFile
           IF PaymentFileMissing
               DISPLAY "Payments ledger data/payments.dat not found "
               STOP RUN
           END-IF
           OPEN I-O MemberFile
           PERFORM OpenPeriodControl

           PERFORM UNTIL WantsQuit
               PERFORM DisplayMenu
           END-PERFORM

           CLOSE PaymentFile, MemberFile
           PERFORM ClosePeriodControl
           STOP RUN.

       DisplayMenu.
           DISPLAY "(R)everse a returned check, (Q)uit: "
             WITH NO ADVANCING.

       OperatorSignOn.
           MOVE "N" TO SignedOnFlag
           PERFORM TryOneSignOn
             UNTIL OperatorSignedOn OR SignOnAttempts >= 3.

       TryOneSignOn.
           ADD 1 TO SignOnAttempts
           DISPLAY "Operator Id: " WITH NO ADVANCING
           ACCEPT SignOnOperId
           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT SignOnPassword

           PERFORM LookUpOperator

           IF OperatorSignedOn
               DISPLAY "Signed on: " CurrentOperName
           ELSE
               DISPLAY "Invalid operator id or password."
           END-IF.

       LookUpOperator.
           MOVE "N" TO OperatorEofFlag
           OPEN INPUT OperatorFile
           IF NOT OperatorFileOk
               DISPLAY "Operator file data/operators.dat not found."
               MOVE "N" TO OperatorOpenFlag
               MOVE "Y" TO OperatorEofFlag
           ELSE
               MOVE "Y" TO OperatorOpenFlag
               READ OperatorFile
                   AT END MOVE "Y" TO OperatorEofFlag
               END-READ
           END-IF

           PERFORM MatchOneOperator UNTIL EndOfOperatorFile

           IF OperatorFileIsOpen
               CLOSE OperatorFile
           END-IF.

       MatchOneOperator.
           IF OperId = SignOnOperId
             AND OperPassword = SignOnPassword
               MOVE OperId TO CurrentOperId
               MOVE OperName TO CurrentOperName
               MOVE "Y" TO SignedOnFlag
               MOVE "Y" TO OperatorEofFlag
           ELSE
               READ OperatorFile
                   AT END MOVE "Y" TO OperatorEofFlag
               END-READ
           END-IF.

       FindOpenDrawerSession.
      * The newest open DrawerSess session owns the drawer, as in
      * PayPost; with no session open the entries carry zero.
           MOVE ZEROES TO CurrentSessionId
           OPEN INPUT SessionFile
           IF SessionFileMissing
               EXIT PARAGRAPH
           END-IF

           READ SessionFile
            AT END SET EndOfDrawerSessFile TO TRUE
           END-READ

           PERFORM CheckOneDrawerSession UNTIL EndOfDrawerSessFile

           CLOSE SessionFile.

       CheckOneDrawerSession.
           IF SessionOpen
               MOVE SessionId TO CurrentSessionId
           END-IF
           READ SessionFile
            AT END SET EndOfDrawerSessFile TO TRUE.

       ReverseOneCheck.
           DISPLAY "Member Id: " WITH NO ADVANCING
           ACCEPT MemberId
                     "ledger for member " MemberId "."
               ELSE
                   ACCEPT WorkTodayDate FROM DATE YYYYMMDD
                   MOVE WorkTodayDate TO PeriodCheckDate
                   PERFORM CheckPostingPeriod
                   IF PostingPeriodClosed
                       PERFORM ShowClosedPeriod
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM PostReversalEntry
                   PERFORM PostBankChargeEntry
                   PERFORM FlagMemberRecord
                       MOVE PayAmount TO FoundPayAmount
                       MOVE PayPurpose TO FoundPayPurpose
                       MOVE PayDate TO FoundPayDate
                       MOVE PayEventId TO FoundPayEventId
                       MOVE "Y" TO PaymentFoundFlag
                   WHEN PayByCheck AND PayCheckNo = WorkCheckNo
                     AND PayIsNsfReversal
           MOVE WorkCheckNo TO PayCheckNo
           MOVE ZEROES TO PayReceiptNo
           MOVE "N" TO PayEntryType
           MOVE CurrentSessionId TO PaySessionId
           MOVE ZEROES TO PayForeignTender
           MOVE CurrentOperId TO PayOperId
           MOVE SPACES TO PayApprovedBy
           MOVE FoundPayEventId TO PayEventId
           WRITE PaymentRec
               INVALID KEY
                   DISPLAY "Unable to post the NSF reversal."
           MOVE WorkCheckNo TO PayCheckNo
           MOVE ZEROES TO PayReceiptNo
           MOVE "N" TO PayEntryType
           MOVE CurrentSessionId TO PaySessionId
           MOVE ZEROES TO PayForeignTender
           MOVE CurrentOperId TO PayOperId
           MOVE SPACES TO PayApprovedBy
           MOVE SPACES TO PayEventId
           WRITE PaymentRec
               INVALID KEY
                   DISPLAY "Unable to post the returned-check charge."
           READ PaymentFile
               INVALID KEY MOVE "Y" TO SeqAssignedFlag
           END-READ.

           COPY PERIODPR.
