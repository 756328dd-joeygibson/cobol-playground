       IDENTIFICATION DIVISION.
       PROGRAM-ID. SodRpt.
      * Nightly segregation-of-duties exception report for the
      * auditors. For the report date (first argument, default
      * today) it flags:
      *   - a refund approved by the same operator who keyed it;
      *   - a refund keyed by an operator who also changed that
      *     member's record in MemberMaint the same day;
      *   - a refund or NSF reversal keyed under an open DrawerSess
      *     session belonging to another operator;
      *   - any posting, member change, house-charge slip or drawer
      *     session under an operator id marked shared in
      *     data/operators.dat.
      * The keying operator is the PayPost/NsfPost sign-on stamped
      * on the ledger entry; older entries without one are taken as
      * keyed by the session's owner. Member changes come from the
      * MemberMaint audit trail data/member-audit.dat, whose after
      * image carries the operator who made the change. Output is
      * output/sod-exceptions.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PaymentFile ASSIGN TO 'data/payments.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PayKey
             FILE STATUS IS PaymentFileStatus.

           SELECT AuditFile ASSIGN TO 'data/member-audit.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AuditFileStatus.

           SELECT SessionFile ASSIGN TO 'data/drawer-sessions.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SessionId
             FILE STATUS IS SessionFileStatus.

           SELECT HouseChargeFile ASSIGN TO 'data/house-charges.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS HcKey
             FILE STATUS IS HouseChgFileStatus.

           SELECT OperatorFile ASSIGN TO 'data/operators.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OperatorFileStatus.

           SELECT SodReport ASSIGN TO 'output/sod-exceptions.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RunLogFile ASSIGN TO 'output/batch-run-log.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD PaymentFile.
           COPY PAYLEDG.

       FD AuditFile.
           COPY MEMAUDIT.

       FD SessionFile.
           COPY DRAWSESS.

       FD HouseChargeFile.
           COPY HOUSECHG.

       FD OperatorFile.
           COPY OPERREC.

       FD SodReport.
       01 SodPrintLine PIC X(80).

       FD RunLogFile.
       01 RunLogRec PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNLOG.

       01 PaymentFileStatus PIC XX VALUE ZEROES.
        88 PaymentFileOk VALUE "00".
       01 AuditFileStatus PIC XX VALUE SPACES.
        88 AuditFileOk VALUE "00".
       01 AuditEofFlag PIC X VALUE "N".
        88 EndOfAuditFile VALUE "Y".
       01 SessionFileStatus PIC XX VALUE ZEROES.
        88 SessionFileOk VALUE "00".
       01 SessionOpenFlag PIC X VALUE "N".
        88 SessionFileIsOpen VALUE "Y".
       01 HouseChgFileStatus PIC XX VALUE ZEROES.
        88 HouseChgFileOk VALUE "00".
       01 OperatorFileStatus PIC XX VALUE SPACES.
        88 OperatorFileOk VALUE "00".
       01 OperatorEofFlag PIC X VALUE "N".
        88 EndOfOperatorFile VALUE "Y".

       01 WS-Args-Count PIC 9(4) COMP VALUE ZEROES.
       01 WS-Report-Date PIC 9(8) VALUE ZEROES.

      * Operators from data/operators.dat with their shared flag.
       01 OperatorTable.
        02 OperatorEntry OCCURS 50 TIMES.
         03 OtOperId PIC X(3).
         03 OtSharedFlag PIC X.
       01 OperatorCount PIC 99 VALUE ZEROES.
       01 OperatorIdx PIC 99 VALUE ZEROES.
       01 CheckOperId PIC X(3) VALUE SPACES.
       01 SharedOperFlag PIC X VALUE "N".
        88 CheckOperIsShared VALUE "Y".

      * Members changed in MemberMaint on the report date, with the
      * operator who made each change.
       01 ChangeTable.
        02 ChangeEntry OCCURS 300 TIMES.
         03 CtMemberId PIC X(5).
         03 CtOperId PIC X(3).
       01 ChangeCount PIC 9(3) VALUE ZEROES.
       01 ChangeIdx PIC 9(3) VALUE ZEROES.
       01 ChangeOverflowCount PIC 9(5) VALUE ZEROES.
       01 ChangeFoundFlag PIC X VALUE "N".
        88 ChangeWasFound VALUE "Y".
       01 AuditOperId PIC X(3) VALUE SPACES.

       01 PostingOperId PIC X(3) VALUE SPACES.
       01 SessionOwnerId PIC X(3) VALUE SPACES.

       01 SelfApprovedCount PIC 9(5) VALUE ZEROES.
       01 ChangedRefundedCount PIC 9(5) VALUE ZEROES.
       01 ForeignSessionCount PIC 9(5) VALUE ZEROES.
       01 SharedIdCount PIC 9(5) VALUE ZEROES.

       01 SodHeading.
        02 FILLER PIC X(44) VALUE
          "Segregation-of-Duties Exceptions -- ".
        02 PrnSodDate PIC 9(8).

       01 SodColumnHeader.
        02 FILLER PIC X(38) VALUE
          "Exception             Member    Amount".
        02 FILLER PIC X(18) VALUE "  Oper With Detail".

       01 SodDetailLine.
        02 PrnSodRule PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnSodMember PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnSodAmount PIC ZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnSodOper PIC X(3).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnSodOther PIC X(3).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnSodNote PIC X(24).

       01 SodNoteParts.
        02 PrnNoteLabel PIC X(12).
        02 PrnNoteNumber PIC 9(6).

       01 SodTotalLine.
        02 PrnSodTotalLabel PIC X(30).
        02 PrnSodTotalCount PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       RunSodReport.
           MOVE "SODRPT" TO WS-Run-Program-Name
           PERFORM Start-Run-Log

           ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
           IF WS-Args-Count > 0
               ACCEPT WS-Report-Date FROM ARGUMENT-VALUE
           ELSE
               ACCEPT WS-Report-Date FROM DATE YYYYMMDD
           END-IF

           PERFORM LoadOperatorTable
           IF OperatorCount = ZEROES
               DISPLAY "Operator file data/operators.dat not found "
                 "or empty -- report stopped."
               MOVE "FAILED" TO WS-Run-Completion
               PERFORM Write-Run-Log
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SodReport
           MOVE WS-Report-Date TO PrnSodDate
           WRITE SodPrintLine FROM SodHeading
             AFTER ADVANCING PAGE
           WRITE SodPrintLine FROM SodColumnHeader
             AFTER ADVANCING 2 LINES

           OPEN INPUT SessionFile
           IF SessionFileOk
               MOVE "Y" TO SessionOpenFlag
               PERFORM CheckSessionsOpened
           END-IF

           PERFORM CheckMemberChanges
           PERFORM CheckLedgerEntries
           PERFORM CheckHouseCharges

           IF SessionFileIsOpen
               CLOSE SessionFile
           END-IF

           PERFORM WriteRuleTotals
           CLOSE SodReport

           IF ChangeOverflowCount > ZEROES
               DISPLAY ChangeOverflowCount " member changes beyond the "
                 "300-entry table were not checked against refunds."
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY WS-Run-Exception-Count " segregation-of-duties "
             "exceptions for " WS-Report-Date
             " -- see output/sod-exceptions.txt."
           PERFORM Write-Run-Log
           STOP RUN.

       LoadOperatorTable.
           OPEN INPUT OperatorFile
           IF NOT OperatorFileOk
               EXIT PARAGRAPH
           END-IF
           READ OperatorFile
               AT END MOVE "Y" TO OperatorEofFlag
           END-READ
           PERFORM LoadOneOperator UNTIL EndOfOperatorFile
           CLOSE OperatorFile.

       LoadOneOperator.
           IF OperatorCount < 50
               ADD 1 TO OperatorCount
               MOVE OperId TO OtOperId(OperatorCount)
               MOVE OperSharedFlag TO OtSharedFlag(OperatorCount)
           END-IF
           READ OperatorFile
               AT END MOVE "Y" TO OperatorEofFlag
           END-READ.

       CheckSharedOperator.
           MOVE "N" TO SharedOperFlag
           IF CheckOperId = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM MatchOneSharedOperator
               VARYING OperatorIdx FROM 1 BY 1
               UNTIL OperatorIdx > OperatorCount.

       MatchOneSharedOperator.
           IF OtOperId(OperatorIdx) = CheckOperId
             AND OtSharedFlag(OperatorIdx) = "Y"
               MOVE "Y" TO SharedOperFlag
           END-IF.

       CheckSessionsOpened.
           READ SessionFile NEXT RECORD
            AT END SET EndOfDrawerSessFile TO TRUE
           END-READ
           PERFORM CheckOneSessionOpened UNTIL EndOfDrawerSessFile.

       CheckOneSessionOpened.
           IF SessOpenDate = WS-Report-Date
               ADD 1 TO WS-Run-Records-In
               MOVE SessOperId TO CheckOperId
               PERFORM CheckSharedOperator
               IF CheckOperIsShared
                   MOVE SPACES TO PrnSodMember, PrnSodOther
                   MOVE SessFloatAmount TO PrnSodAmount
                   MOVE SessOperId TO PrnSodOper
                   MOVE "drawer opened" TO PrnNoteLabel
                   MOVE SessionId TO PrnNoteNumber
                   PERFORM WriteSharedIdLine
               END-IF
           END-IF
           READ SessionFile NEXT RECORD
            AT END SET EndOfDrawerSessFile TO TRUE.

       CheckMemberChanges.
      * The operator is MemberLastOper in the after image (bytes 51
      * to 53 of MemberRec).
           OPEN INPUT AuditFile
           IF NOT AuditFileOk
               EXIT PARAGRAPH
           END-IF
           READ AuditFile
               AT END MOVE "Y" TO AuditEofFlag
           END-READ
           PERFORM CheckOneMemberChange UNTIL EndOfAuditFile
           CLOSE AuditFile.

       CheckOneMemberChange.
           IF AuditDate = WS-Report-Date
               ADD 1 TO WS-Run-Records-In
               MOVE AuditAfterImage(51:3) TO AuditOperId
               IF ChangeCount < 300
                   ADD 1 TO ChangeCount
                   MOVE AuditMemberId TO CtMemberId(ChangeCount)
                   MOVE AuditOperId TO CtOperId(ChangeCount)
               ELSE
                   ADD 1 TO ChangeOverflowCount
               END-IF
               MOVE AuditOperId TO CheckOperId
               PERFORM CheckSharedOperator
               IF CheckOperIsShared
                   MOVE AuditMemberId TO PrnSodMember
                   MOVE ZEROES TO PrnSodAmount
                   MOVE AuditOperId TO PrnSodOper
                   MOVE SPACES TO PrnSodOther
                   MOVE "member chg " TO PrnNoteLabel
                   MOVE AuditTime(1:6) TO PrnNoteNumber
                   PERFORM WriteSharedIdLine
               END-IF
           END-IF
           READ AuditFile
               AT END MOVE "Y" TO AuditEofFlag
           END-READ.

       CheckLedgerEntries.
           OPEN INPUT PaymentFile
           IF NOT PaymentFileOk
               EXIT PARAGRAPH
           END-IF
           READ PaymentFile
            AT END SET EndOfPaymentFile TO TRUE
           END-READ
           PERFORM CheckOneLedgerEntry UNTIL EndOfPaymentFile
           CLOSE PaymentFile.

       CheckOneLedgerEntry.
           IF PayDate = WS-Report-Date
               ADD 1 TO WS-Run-Records-In
               PERFORM FindSessionOwner
               IF PayOperId NOT = SPACES
                   MOVE PayOperId TO PostingOperId
               ELSE
                   MOVE SessionOwnerId TO PostingOperId
               END-IF

               IF PayIsRefund
                   PERFORM CheckSelfApproval
                   PERFORM CheckChangedAndRefunded
               END-IF
               IF PayIsRefund OR PayIsNsfReversal
                   PERFORM CheckForeignSession
               END-IF

               MOVE PostingOperId TO CheckOperId
               PERFORM CheckSharedOperator
               IF CheckOperIsShared
                   MOVE PayMemberId TO PrnSodMember
                   MOVE PayAmount TO PrnSodAmount
                   MOVE PostingOperId TO PrnSodOper
                   MOVE SPACES TO PrnSodOther
                   EVALUATE TRUE
                       WHEN PayIsRefund
                           MOVE "refund" TO PrnNoteLabel
                       WHEN PayIsNsfReversal
                           MOVE "NSF reversal" TO PrnNoteLabel
                       WHEN OTHER
                           MOVE "payment" TO PrnNoteLabel
                   END-EVALUATE
                   MOVE PayReceiptNo TO PrnNoteNumber
                   PERFORM WriteSharedIdLine
               END-IF
           END-IF
           READ PaymentFile
            AT END SET EndOfPaymentFile TO TRUE.

       FindSessionOwner.
           MOVE SPACES TO SessionOwnerId
           IF PaySessionId = ZEROES OR NOT SessionFileIsOpen
               EXIT PARAGRAPH
           END-IF
           MOVE PaySessionId TO SessionId
           READ SessionFile
               KEY IS SessionId
               INVALID KEY CONTINUE
           END-READ
           IF SessionFileOk
               MOVE SessOperId TO SessionOwnerId
           END-IF.

       CheckSelfApproval.
           IF PayApprovedBy NOT = SPACES
             AND PayApprovedBy = PostingOperId
               ADD 1 TO SelfApprovedCount
               MOVE "Self-approved refund" TO PrnSodRule
               MOVE PayApprovedBy TO PrnSodOther
               MOVE "voucher" TO PrnNoteLabel
               PERFORM WriteLedgerException
           END-IF.

       CheckChangedAndRefunded.
           IF PostingOperId = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ChangeFoundFlag
           PERFORM MatchOneChange
               VARYING ChangeIdx FROM 1 BY 1
               UNTIL ChangeIdx > ChangeCount OR ChangeWasFound
           IF ChangeWasFound
               ADD 1 TO ChangedRefundedCount
               MOVE "Changed + refunded" TO PrnSodRule
               MOVE PostingOperId TO PrnSodOther
               MOVE "voucher" TO PrnNoteLabel
               PERFORM WriteLedgerException
           END-IF.

       MatchOneChange.
           IF CtMemberId(ChangeIdx) = PayMemberId
             AND CtOperId(ChangeIdx) = PostingOperId
               MOVE "Y" TO ChangeFoundFlag
           END-IF.

       CheckForeignSession.
      * Only an entry stamped with its own operator can be told
      * apart from the session owner.
           IF PayOperId NOT = SPACES
             AND SessionOwnerId NOT = SPACES
             AND SessionOwnerId NOT = PayOperId
               ADD 1 TO ForeignSessionCount
               IF PayIsRefund
                   MOVE "Refund, other drawer" TO PrnSodRule
               ELSE
                   MOVE "NSF, other drawer" TO PrnSodRule
               END-IF
               MOVE SessionOwnerId TO PrnSodOther
               MOVE "session" TO PrnNoteLabel
               MOVE PaySessionId TO PrnNoteNumber
               MOVE PayMemberId TO PrnSodMember
               MOVE PayAmount TO PrnSodAmount
               MOVE PostingOperId TO PrnSodOper
               MOVE SodNoteParts TO PrnSodNote
               PERFORM WriteExceptionLine
           END-IF.

       WriteLedgerException.
           MOVE PayMemberId TO PrnSodMember
           MOVE PayAmount TO PrnSodAmount
           MOVE PostingOperId TO PrnSodOper
           MOVE PayReceiptNo TO PrnNoteNumber
           MOVE SodNoteParts TO PrnSodNote
           PERFORM WriteExceptionLine.

       CheckHouseCharges.
           OPEN INPUT HouseChargeFile
           IF NOT HouseChgFileOk
               EXIT PARAGRAPH
           END-IF
           READ HouseChargeFile
            AT END SET EndOfHouseChargeFile TO TRUE
           END-READ
           PERFORM CheckOneHouseCharge UNTIL EndOfHouseChargeFile
           CLOSE HouseChargeFile.

       CheckOneHouseCharge.
           IF HcChargeDate = WS-Report-Date
               ADD 1 TO WS-Run-Records-In
               MOVE HcOperId TO CheckOperId
               PERFORM CheckSharedOperator
               IF CheckOperIsShared
                   MOVE HcMemberId TO PrnSodMember
                   MOVE HcAmount TO PrnSodAmount
                   MOVE HcOperId TO PrnSodOper
                   MOVE SPACES TO PrnSodOther
                   MOVE "house chg" TO PrnNoteLabel
                   MOVE HcSeq TO PrnNoteNumber
                   PERFORM WriteSharedIdLine
               END-IF
           END-IF
           READ HouseChargeFile
            AT END SET EndOfHouseChargeFile TO TRUE.

       WriteSharedIdLine.
           ADD 1 TO SharedIdCount
           MOVE "Shared operator id" TO PrnSodRule
           MOVE SodNoteParts TO PrnSodNote
           PERFORM WriteExceptionLine.

       WriteExceptionLine.
           ADD 1 TO WS-Run-Exception-Count
           ADD 1 TO WS-Run-Records-Out
           WRITE SodPrintLine FROM SodDetailLine
             AFTER ADVANCING 1 LINE.

       WriteRuleTotals.
           MOVE "Self-approved refunds" TO PrnSodTotalLabel
           MOVE SelfApprovedCount TO PrnSodTotalCount
           WRITE SodPrintLine FROM SodTotalLine
             AFTER ADVANCING 2 LINES
           MOVE "Member changed and refunded" TO PrnSodTotalLabel
           MOVE ChangedRefundedCount TO PrnSodTotalCount
           WRITE SodPrintLine FROM SodTotalLine
             AFTER ADVANCING 1 LINE
           MOVE "Posted from another's drawer" TO PrnSodTotalLabel
           MOVE ForeignSessionCount TO PrnSodTotalCount
           WRITE SodPrintLine FROM SodTotalLine
             AFTER ADVANCING 1 LINE
           MOVE "Activity under a shared id" TO PrnSodTotalLabel
           MOVE SharedIdCount TO PrnSodTotalCount
           WRITE SodPrintLine FROM SodTotalLine
             AFTER ADVANCING 1 LINE.

           COPY RUNLOGPR.
