       IDENTIFICATION DIVISION.
       PROGRAM-ID. Resign.
      * Member resignation close-out: one supervisor transaction that
      * records the resignation date and reason, inactivates the
      * member (with the usual audit record), ends locker and cart
      * rentals and frees the units in the locker inventory, drops
      * the member's standing tee times and auto-pay enrollment,
      * cancels tee-time bookings after the resignation, puts the
      * equity certificate up for resale and prints a final
      * statement of what is still owed or owed back. The record in
      * data/resignations.dat queues the close-out letter for the
      * daily CorrQueue batch, and every item closed is listed per
      * member in output/resignation-register.txt. Replaces visiting
      * MemberMaint, RentMaint, StdMaint, ApMaint and TeeBook in turn
      * and remembering the final bill. A tee time the cancellation
      * frees goes to the first eligible member on the tee waiting
      * list, as a TeeBook cancellation does (TEEFILPR).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MemberFile ASSIGN TO 'data/members.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MemberId
             FILE STATUS IS MemberFileStatus.

           SELECT AuditFile ASSIGN TO 'data/member-audit.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AuditFileStatus.

           SELECT OperatorFile ASSIGN TO 'data/operators.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OperatorFileStatus.

           SELECT ResignFile ASSIGN TO 'data/resignations.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RsMemberId
             FILE STATUS IS ResignFileStatus.

           SELECT RentalFile ASSIGN TO 'data/rentals.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RentalKey
             FILE STATUS IS RentalFileStatus.

           SELECT LockerInvFile ASSIGN TO
             'data/locker-inventory.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS UnitId
             FILE STATUS IS LockerInvStatus.

           SELECT StandingFile ASSIGN TO 'data/standing-times.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS StdKey
             FILE STATUS IS StandingFileStatus.

           SELECT AutoPayFile ASSIGN TO 'data/autopay.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ApMemberId
             FILE STATUS IS AutoPayFileStatus.

           SELECT TeeTimeFile ASSIGN TO 'data/tee-times.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TeeKey
             FILE STATUS IS TeeFileStatus.

           SELECT TeeWaitFile ASSIGN TO 'data/tee-waitlist.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TwKey
             FILE STATUS IS TeeWaitFileStatus.

           SELECT TeeFillEventFile ASSIGN TO
             'data/tee-fill-events.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TeeFillEventStatus.

           SELECT EquityFile ASSIGN TO 'data/equity-certs.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EqMemberId
             FILE STATUS IS EquityFileStatus.

           SELECT BilledFile ASSIGN TO 'data/dues-billed.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BilledKey
             FILE STATUS IS BilledFileStatus.

           SELECT PaymentFile ASSIGN TO 'data/payments.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PayKey
             FILE STATUS IS PaymentFileStatus.

           SELECT HouseChargeFile ASSIGN TO 'data/house-charges.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HcKey
             FILE STATUS IS HouseChgFileStatus.

           SELECT CreditBalFile ASSIGN TO 'data/credit-balance.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CreditMemberId
             FILE STATUS IS CreditBalFileStatus.

           SELECT FinalStmtFile ASSIGN TO
             'output/final-statements.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FinalStmtStatus.

           SELECT ResignRegister ASSIGN TO
             'output/resignation-register.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ResignRegStatus.

       DATA DIVISION.
       FILE SECTION.
       FD MemberFile.
           COPY MEMBREC.

       FD AuditFile.
           COPY MEMAUDIT.

       FD OperatorFile.
           COPY OPERREC.

       FD ResignFile.
           COPY RESIGN.

       FD RentalFile.
           COPY RENTREC.

       FD LockerInvFile.
           COPY LOCKRINV.

       FD StandingFile.
           COPY STANDING.

       FD AutoPayFile.
           COPY AUTOPAY.

       FD TeeTimeFile.
           COPY TEETIME.

       FD TeeWaitFile.
           COPY TEEWAIT.

      * Same layout as TeeBook's fill-event record; keep the two in
      * step.
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

       FD EquityFile.
           COPY EQUITY.

       FD BilledFile.
           COPY BILLREC.

       FD PaymentFile.
           COPY PAYLEDG.

       FD HouseChargeFile.
           COPY HOUSECHG.

       FD CreditBalFile.
           COPY CREDITBAL.

       FD FinalStmtFile.
       01 FinalStmtPrintLine PIC X(61).

       FD ResignRegister.
       01 ResignRegPrintLine PIC X(80).

       WORKING-STORAGE SECTION.
           COPY DATEVAL.
           COPY TEEFILL.

       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".
       01 AuditFileStatus PIC XX VALUE SPACES.
        88 AuditFileMissing VALUE "35".
       01 ResignFileStatus PIC XX VALUE ZEROES.
        88 ResignFileOk VALUE "00".
        88 ResignFileMissing VALUE "35".
       01 RentalFileStatus PIC XX VALUE ZEROES.
        88 RentalFileOk VALUE "00".
        88 RentalFileMissing VALUE "35".
       01 LockerInvStatus PIC XX VALUE ZEROES.
        88 LockerInvOk VALUE "00".
        88 LockerInvMissing VALUE "35".
       01 StandingFileStatus PIC XX VALUE ZEROES.
        88 StandingFileOk VALUE "00".
        88 StandingFileMissing VALUE "35".
       01 AutoPayFileStatus PIC XX VALUE ZEROES.
        88 AutoPayFileOk VALUE "00".
        88 AutoPayFileMissing VALUE "35".
       01 TeeFileStatus PIC XX VALUE ZEROES.
        88 TeeFileOk VALUE "00".
        88 TeeFileMissing VALUE "35".
       01 EquityFileStatus PIC XX VALUE ZEROES.
        88 EquityFileOk VALUE "00".
        88 EquityFileMissing VALUE "35".
       01 BilledFileStatus PIC XX VALUE ZEROES.
        88 BilledFileMissing VALUE "35".
       01 PaymentFileStatus PIC XX VALUE ZEROES.
        88 PaymentFileMissing VALUE "35".
       01 HouseChgFileStatus PIC XX VALUE ZEROES.
        88 HouseChgFileMissing VALUE "35".
       01 CreditBalFileStatus PIC XX VALUE ZEROES.
        88 CreditBalFileOk VALUE "00".
        88 CreditBalFileMissing VALUE "35".
       01 FinalStmtStatus PIC XX VALUE SPACES.
        88 FinalStmtMissing VALUE "35".
       01 ResignRegStatus PIC XX VALUE SPACES.
        88 ResignRegMissing VALUE "35".

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
       01 CurrentOperAuthority PIC 9 VALUE ZEROES.
        88 CurrentOperSupervisor VALUE 9.

       01 MenuChoice PIC X VALUE SPACES.
        88 WantsResign VALUE "R" "r".
        88 WantsQuit VALUE "Q" "q".
       01 ConfirmReply PIC X VALUE SPACES.
        88 ReplyIsYes VALUE "Y" "y".

       01 WorkAuditAction PIC X VALUE SPACES.
       01 WorkBeforeImage PIC X(62) VALUE SPACES.
       01 WorkResignImage PIC X(62) VALUE SPACES.
       01 WorkTodayDate PIC 9(8) VALUE ZEROES.
       01 WorkResignDate PIC 9(8) VALUE ZEROES.
       01 WorkReasonCode PIC X VALUE SPACES.
        88 WorkReasonValid VALUE "M" "H" "F" "D" "O".
       01 WorkReasonText PIC X(30) VALUE SPACES.
       01 WorkReasonName PIC X(10) VALUE SPACES.
       01 WorkUnitId PIC X(4) VALUE SPACES.

       01 ScanEofFlag PIC X VALUE "N".
        88 EndOfScan VALUE "Y".
       01 PaymentsEofFlag PIC X VALUE "N".
        88 EndOfMemberPayments VALUE "Y".

       01 RentalsEndedCount PIC 99 VALUE ZEROES.
       01 StandingDroppedCount PIC 99 VALUE ZEROES.
       01 AutoPayDroppedFlag PIC X VALUE "N".
        88 AutoPayWasDropped VALUE "Y".
       01 TeeCancelledCount PIC 99 VALUE ZEROES.
       01 ResignedCount PIC 9(3) VALUE ZEROES.

       01 FinalBilledTotal PIC 9(6)V99 VALUE ZEROES.
       01 FinalBilledDate PIC 9(8) VALUE ZEROES.
       01 FinalPaidAmount PIC S9(6)V99 VALUE ZEROES.
       01 FinalChargeTotal PIC 9(6)V99 VALUE ZEROES.
       01 FinalCreditAmount PIC 9(5)V99 VALUE ZEROES.
       01 FinalEquityAmount PIC 9(5)V99 VALUE ZEROES.
       01 FinalNetBalance PIC S9(7)V99 VALUE ZEROES.
       01 FinalAmountOwed PIC 9(6)V99 VALUE ZEROES.
       01 FinalRefundDue PIC 9(6)V99 VALUE ZEROES.

       01 FinalHeading PIC X(61) VALUE
          "Rolling Greens Golf Club - Final Statement".

       01 FinalMemberLine.
        02 FILLER PIC X(8) VALUE "Member: ".
        02 PrnFinMemberId PIC X(5).
        02 FILLER PIC X VALUE SPACE.
        02 PrnFinMemberName PIC X(20).
        02 FILLER PIC X(11) VALUE "  resigned ".
        02 PrnFinResignDate PIC 9(8).

       01 FinalAmountLine.
        02 FILLER PIC X(15) VALUE SPACES.
        02 PrnFinLabel PIC X(22).
        02 FILLER PIC X VALUE "$".
        02 PrnFinAmount PIC ZZZ,ZZ9.99.

       01 HouseChargeLine.
        02 FILLER PIC X(15) VALUE SPACES.
        02 PrnHcOutlet PIC X(9).
        02 PrnHcDate PIC 9(8).
        02 FILLER PIC X VALUE SPACE.
        02 PrnHcTicket PIC X(8).
        02 FILLER PIC X(3) VALUE "  $".
        02 PrnHcAmount PIC ZZ,ZZ9.99.

       01 FinalNoteLine.
        02 FILLER PIC X(15) VALUE SPACES.
        02 PrnFinNote PIC X(46).

       01 ResignRegHeading PIC X(80) VALUE
          "Rolling Greens Golf Club - Resignation Register".

       01 ResignRegMemberLine.
        02 FILLER PIC X(7) VALUE "Member ".
        02 PrnRegMemberId PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnRegMemberName PIC X(20).
        02 FILLER PIC X(7) VALUE "  type ".
        02 PrnRegMemberType PIC 9.
        02 FILLER PIC X(11) VALUE "  resigned ".
        02 PrnRegResignDate PIC 9(8).
        02 FILLER PIC X(5) VALUE "  by ".
        02 PrnRegOperId PIC X(3).

       01 ResignRegReasonLine.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "Reason: ".
        02 PrnRegReasonName PIC X(10).
        02 FILLER PIC X VALUE SPACE.
        02 PrnRegReasonText PIC X(30).

       01 ResignRegItemLine.
        02 FILLER PIC X(4) VALUE SPACES.
        02 PrnRegItemKind PIC X(20) VALUE SPACES.
        02 PrnRegItemRef PIC X(24) VALUE SPACES.
        02 PrnRegItemAction PIC X(30) VALUE SPACES.

       01 PrnRegAmount PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       RecordResignations.
           PERFORM OperatorSignOn
           IF NOT OperatorSignedOn
               DISPLAY "Sign-on failed -- goodbye."
               STOP RUN
           END-IF
           IF NOT CurrentOperSupervisor
               DISPLAY "Only a supervisor may resign a member."
               STOP RUN
           END-IF

           PERFORM OpenResignationFiles

           PERFORM UNTIL WantsQuit
               DISPLAY " "
               DISPLAY "(R)esign a member, (Q)uit: " WITH NO ADVANCING
               ACCEPT MenuChoice
               EVALUATE TRUE
                   WHEN WantsResign PERFORM ResignOneMember
                   WHEN WantsQuit CONTINUE
                   WHEN OTHER DISPLAY "Please choose R or Q."
               END-EVALUATE
           END-PERFORM

           PERFORM CloseResignationFiles
           DISPLAY "Resignations recorded: " ResignedCount
           STOP RUN.

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
               MOVE OperAuthority TO CurrentOperAuthority
               MOVE "Y" TO SignedOnFlag
               MOVE "Y" TO OperatorEofFlag
           ELSE
               READ OperatorFile
                   AT END MOVE "Y" TO OperatorEofFlag
               END-READ
           END-IF.

       OpenResignationFiles.
      * Only the member file is required. Any of the others that has
      * never been set up simply has nothing to close for anyone; its
      * status stays "35" and the steps below skip it.
           OPEN I-O MemberFile
           IF NOT MemberFileOk
               DISPLAY "Member file data/members.dat not found."
               STOP RUN
           END-IF
           OPEN EXTEND AuditFile
           IF AuditFileMissing
               OPEN OUTPUT AuditFile
           END-IF
           OPEN I-O ResignFile
           IF ResignFileMissing
               OPEN OUTPUT ResignFile
               CLOSE ResignFile
               OPEN I-O ResignFile
           END-IF

           OPEN I-O RentalFile
           OPEN I-O LockerInvFile
           OPEN I-O StandingFile
           OPEN I-O AutoPayFile
           OPEN I-O TeeTimeFile
           OPEN I-O TeeWaitFile
           OPEN I-O EquityFile
           OPEN INPUT BilledFile
           OPEN INPUT PaymentFile
           OPEN INPUT HouseChargeFile
           OPEN INPUT CreditBalFile

           OPEN EXTEND FinalStmtFile
           IF FinalStmtMissing
               OPEN OUTPUT FinalStmtFile
           END-IF
           OPEN EXTEND ResignRegister
           IF ResignRegMissing
               OPEN OUTPUT ResignRegister
               WRITE ResignRegPrintLine FROM ResignRegHeading
           END-IF.

       CloseResignationFiles.
           CLOSE MemberFile, AuditFile, ResignFile
           CLOSE FinalStmtFile, ResignRegister
           IF NOT RentalFileMissing
               CLOSE RentalFile
           END-IF
           IF NOT LockerInvMissing
               CLOSE LockerInvFile
           END-IF
           IF NOT StandingFileMissing
               CLOSE StandingFile
           END-IF
           IF NOT AutoPayFileMissing
               CLOSE AutoPayFile
           END-IF
           IF NOT TeeFileMissing
               CLOSE TeeTimeFile
           END-IF
           IF NOT TeeWaitFileMissing
               CLOSE TeeWaitFile
           END-IF
           IF NOT EquityFileMissing
               CLOSE EquityFile
           END-IF
           IF NOT BilledFileMissing
               CLOSE BilledFile
           END-IF
           IF NOT PaymentFileMissing
               CLOSE PaymentFile
           END-IF
           IF NOT HouseChgFileMissing
               CLOSE HouseChargeFile
           END-IF
           IF NOT CreditBalFileMissing
               CLOSE CreditBalFile
           END-IF.

       ResignOneMember.
           DISPLAY "Member Id resigning: " WITH NO ADVANCING
           ACCEPT MemberId
           READ MemberFile
               KEY IS MemberId
               INVALID KEY
                   DISPLAY "Member " MemberId " not found."
                   EXIT PARAGRAPH
           END-READ
           IF MemberInactive
               DISPLAY "Member " MemberId " is already inactive."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Member: " MemberName "  type " MemberType
           IF HouseholdPrimary
               DISPLAY "Note: household dependents stay on file -- "
                 "resign each one separately if they are leaving."
           END-IF

           ACCEPT WorkTodayDate FROM DATE YYYYMMDD
           DISPLAY "Resignation date (YYYYMMDD, blank for today): "
             WITH NO ADVANCING
           ACCEPT WorkResignDate
           IF WorkResignDate = ZEROES
               MOVE WorkTodayDate TO WorkResignDate
           END-IF
           MOVE WorkResignDate TO DateToValidate
           PERFORM ValidateDateField
           IF NOT DateFieldIsValid
               DISPLAY "Resignation date " WorkResignDate
                 " is not a valid date."
               EXIT PARAGRAPH
           END-IF
           IF WorkResignDate < MemberJoinDate
               DISPLAY "Resignation date is before the join date "
                 MemberJoinDate "."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Reason (M)oved, (H)ealth, (F)inancial, "
             "(D)eceased, (O)ther: " WITH NO ADVANCING
           ACCEPT WorkReasonCode
           MOVE FUNCTION UPPER-CASE(WorkReasonCode) TO WorkReasonCode
           IF NOT WorkReasonValid
               DISPLAY "Reason must be M, H, F, D or O."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason note: " WITH NO ADVANCING
           ACCEPT WorkReasonText

           DISPLAY "Close out member " MemberId " now? (Y/N): "
             WITH NO ADVANCING
           ACCEPT ConfirmReply
           IF NOT ReplyIsYes
               DISPLAY "Resignation abandoned -- nothing changed."
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROES TO RentalsEndedCount
           MOVE ZEROES TO StandingDroppedCount
           MOVE "N" TO AutoPayDroppedFlag
           MOVE ZEROES TO TeeCancelledCount
           MOVE ZEROES TO FinalEquityAmount

           PERFORM WriteRegisterMemberLines
           PERFORM InactivateResignedMember
           IF NOT MemberFileOk
               EXIT PARAGRAPH
           END-IF
           PERFORM EndMemberRentals
           PERFORM DropStandingTimes
           PERFORM DropAutoPayEnrollment
           PERFORM CancelFutureTeeTimes
           PERFORM ReleaseEquityCertificate
           PERFORM PrintFinalStatement
           PERFORM WriteResignationRecord

           ADD 1 TO ResignedCount
           DISPLAY "Member " MemberId " resigned: " RentalsEndedCount
             " rental(s), " StandingDroppedCount " standing time(s), "
             TeeCancelledCount " booking(s) closed."
           DISPLAY "Final statement written to "
             "output/final-statements.txt; close-out letter goes "
             "with the next CorrQueue run.".

       WriteRegisterMemberLines.
           EVALUATE WorkReasonCode
               WHEN "M" MOVE "Moved" TO WorkReasonName
               WHEN "H" MOVE "Health" TO WorkReasonName
               WHEN "F" MOVE "Financial" TO WorkReasonName
               WHEN "D" MOVE "Deceased" TO WorkReasonName
               WHEN OTHER MOVE "Other" TO WorkReasonName
           END-EVALUATE
           MOVE MemberId TO PrnRegMemberId
           MOVE MemberName TO PrnRegMemberName
           MOVE MemberType TO PrnRegMemberType
           MOVE WorkResignDate TO PrnRegResignDate
           MOVE CurrentOperId TO PrnRegOperId
           WRITE ResignRegPrintLine FROM ResignRegMemberLine
             AFTER ADVANCING 2 LINES
           MOVE WorkReasonName TO PrnRegReasonName
           MOVE WorkReasonText TO PrnRegReasonText
           WRITE ResignRegPrintLine FROM ResignRegReasonLine
             AFTER ADVANCING 1 LINE.

       WriteRegisterItemLine.
           WRITE ResignRegPrintLine FROM ResignRegItemLine
             AFTER ADVANCING 1 LINE
           MOVE SPACES TO PrnRegItemKind
           MOVE SPACES TO PrnRegItemRef
           MOVE SPACES TO PrnRegItemAction.

       InactivateResignedMember.
           MOVE MemberRec TO WorkBeforeImage
           SET MemberInactive TO TRUE
           MOVE CurrentOperId TO MemberLastOper
           REWRITE MemberRec
               INVALID KEY
                   DISPLAY "Unable to inactivate member " MemberId
                     " -- nothing else closed."
               NOT INVALID KEY
                   MOVE "I" TO WorkAuditAction
                   PERFORM WriteAuditRecord
                   MOVE "Membership" TO PrnRegItemKind
                   MOVE MemberId TO PrnRegItemRef
                   MOVE "inactivated" TO PrnRegItemAction
                   PERFORM WriteRegisterItemLine
           END-REWRITE.

       EndMemberRentals.
           IF RentalFileMissing
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ScanEofFlag
           MOVE MemberId TO RentalMemberId
           MOVE ZEROES TO RentalItemSeq
           START RentalFile KEY IS >= RentalKey
               INVALID KEY MOVE "Y" TO ScanEofFlag
           END-START
           IF NOT EndOfScan
               READ RentalFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF

           PERFORM EndOneRental UNTIL EndOfScan.

       EndOneRental.
           IF RentalMemberId NOT = MemberId
               MOVE "Y" TO ScanEofFlag
               EXIT PARAGRAPH
           END-IF

           MOVE RentalUnitId TO WorkUnitId
           IF RentalCartStorage
               MOVE "Cart space" TO PrnRegItemKind
           ELSE
               MOVE "Locker" TO PrnRegItemKind
           END-IF
           DELETE RentalFile
               INVALID KEY
                   DISPLAY "Unable to end rental " RentalItemSeq
                     " of " MemberId "."
               NOT INVALID KEY
                   ADD 1 TO RentalsEndedCount
                   PERFORM FreeRentedUnit
           END-DELETE

           READ RentalFile NEXT
            AT END MOVE "Y" TO ScanEofFlag
           END-READ.

       FreeRentedUnit.
      * Rentals that predate the locker inventory carry no unit.
           MOVE "rental ended" TO PrnRegItemAction
           IF WorkUnitId = SPACES
               MOVE "(no unit)" TO PrnRegItemRef
           ELSE
               STRING "unit " DELIMITED BY SIZE
                 WorkUnitId DELIMITED BY SIZE
                 INTO PrnRegItemRef
               END-STRING
           END-IF
           IF WorkUnitId NOT = SPACES AND NOT LockerInvMissing
               MOVE WorkUnitId TO UnitId
               READ LockerInvFile
                   KEY IS UnitId
                   INVALID KEY CONTINUE
               END-READ
               IF LockerInvOk
                   MOVE "V" TO UnitStatus
                   MOVE SPACES TO UnitRenterId
                   REWRITE LockerUnitRec
                       INVALID KEY
                           DISPLAY "Unable to free unit " UnitId "."
                       NOT INVALID KEY
                           MOVE "rental ended, unit released"
                             TO PrnRegItemAction
                   END-REWRITE
               END-IF
           END-IF
           PERFORM WriteRegisterItemLine.

       DropStandingTimes.
      * The standing-time file is keyed by day and time, not member,
      * so the whole (small) file is walked.
           IF StandingFileMissing
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ScanEofFlag
           MOVE LOW-VALUES TO StdKey
           START StandingFile KEY IS >= StdKey
               INVALID KEY MOVE "Y" TO ScanEofFlag
           END-START
           IF NOT EndOfScan
               READ StandingFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF

           PERFORM DropOneStandingTime UNTIL EndOfScan.

       DropOneStandingTime.
           IF StdMemberId = MemberId
               DELETE StandingFile
                   INVALID KEY
                       DISPLAY "Unable to drop standing time "
                         StdDayOfWeek " " StdTeeTime "."
                   NOT INVALID KEY
                       ADD 1 TO StandingDroppedCount
                       MOVE "Standing time" TO PrnRegItemKind
                       STRING "day " DELIMITED BY SIZE
                         StdDayOfWeek DELIMITED BY SIZE
                         " at " DELIMITED BY SIZE
                         StdTeeTime DELIMITED BY SIZE
                         INTO PrnRegItemRef
                       END-STRING
                       MOVE "dropped" TO PrnRegItemAction
                       PERFORM WriteRegisterItemLine
               END-DELETE
           END-IF

           READ StandingFile NEXT
            AT END MOVE "Y" TO ScanEofFlag
           END-READ.

       DropAutoPayEnrollment.
           IF AutoPayFileMissing
               EXIT PARAGRAPH
           END-IF
           MOVE MemberId TO ApMemberId
           READ AutoPayFile
               KEY IS ApMemberId
               INVALID KEY CONTINUE
           END-READ
           IF AutoPayFileOk
               DELETE AutoPayFile
                   INVALID KEY
                       DISPLAY "Unable to cancel auto-pay for "
                         ApMemberId "."
                   NOT INVALID KEY
                       MOVE "Y" TO AutoPayDroppedFlag
                       MOVE "Auto-pay" TO PrnRegItemKind
                       IF ApByCard
                           MOVE "card" TO PrnRegItemRef
                       ELSE
                           MOVE "check" TO PrnRegItemRef
                       END-IF
                       MOVE "enrollment cancelled" TO PrnRegItemAction
                       PERFORM WriteRegisterItemLine
               END-DELETE
           END-IF.

       CancelFutureTeeTimes.
      * Bookings from today on that fall after the resignation date
      * are cancelled the way TeeBook cancels -- the record goes.
      * Anything already checked in by the starter is left alone.
           IF TeeFileMissing
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ScanEofFlag
           MOVE WorkTodayDate TO TeeDate
           MOVE ZEROES TO TeeTime
           START TeeTimeFile KEY IS >= TeeKey
               INVALID KEY MOVE "Y" TO ScanEofFlag
           END-START
           IF NOT EndOfScan
               READ TeeTimeFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF

           PERFORM CancelOneTeeTime UNTIL EndOfScan.

       CancelOneTeeTime.
           IF TeeMemberId = MemberId
             AND TeeDate > WorkResignDate
             AND TeeNotMarked
               DELETE TeeTimeFile
                   INVALID KEY
                       DISPLAY "Unable to cancel booking " TeeDate
                         " " TeeTime "."
                   NOT INVALID KEY
                       ADD 1 TO TeeCancelledCount
                       MOVE "Tee time" TO PrnRegItemKind
                       STRING TeeDate DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         TeeTime DELIMITED BY SIZE
                         INTO PrnRegItemRef
                       END-STRING
                       MOVE "booking cancelled" TO PrnRegItemAction
                       PERFORM WriteRegisterItemLine
                       IF NOT TeeWaitFileMissing
                           MOVE TeeDate TO FreedTeeDate
                           MOVE TeeTime TO FreedTeeTime
                           PERFORM OfferCancelledTeeTime
                       END-IF
               END-DELETE
           END-IF

           IF NOT EndOfScan
               READ TeeTimeFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF.

       OfferCancelledTeeTime.
      * The fill reads the member file and moves the tee-time file
      * on, so the resigning member's record is put back and the
      * scan picks up again after the cancelled time -- past any
      * booking the fill has just written into it.
           MOVE MemberRec TO WorkResignImage
           PERFORM FillFreedSlot
           MOVE WorkResignImage TO MemberRec
           MOVE FreedTeeDate TO TeeDate
           MOVE FreedTeeTime TO TeeTime
           START TeeTimeFile KEY IS > TeeKey
               INVALID KEY MOVE "Y" TO ScanEofFlag
           END-START.

       ReleaseEquityCertificate.
      * As MemberMaint does on an inactivation, but dated from the
      * resignation so the oldest resignation is resold first.
           IF EquityFileMissing
               EXIT PARAGRAPH
           END-IF
           MOVE MemberId TO EqMemberId
           READ EquityFile
               KEY IS EqMemberId
               INVALID KEY CONTINUE
           END-READ
           IF EquityFileOk AND EqCertOutstanding
               SET EqCertAwaitingResale TO TRUE
               MOVE WorkResignDate TO EqResignDate
               MOVE CurrentOperId TO EqLastOper
               REWRITE EquityCertRec
                   INVALID KEY
                       DISPLAY "Unable to release certificate of "
                         EqMemberId
                   NOT INVALID KEY
                       MOVE EqEquityAmount TO FinalEquityAmount
                       MOVE "Equity certificate" TO PrnRegItemKind
                       MOVE EqEquityAmount TO PrnRegAmount
                       STRING "$" DELIMITED BY SIZE
                         PrnRegAmount DELIMITED BY SIZE
                         INTO PrnRegItemRef
                       END-STRING
                       MOVE "awaiting resale" TO PrnRegItemAction
                       PERFORM WriteRegisterItemLine
               END-REWRITE
           END-IF.

       PrintFinalStatement.
      * Same arithmetic as the MemInq balance -- the current billing
      * less dues payments since it -- plus the house-charge slips
      * still open and less any credit on account. The equity
      * certificate is shown but not netted: it is repaid only when
      * the spot is resold.
           MOVE ZEROES TO FinalBilledTotal
           MOVE ZEROES TO FinalBilledDate
           MOVE ZEROES TO FinalPaidAmount
           MOVE ZEROES TO FinalChargeTotal
           MOVE ZEROES TO FinalCreditAmount

           WRITE FinalStmtPrintLine FROM FinalHeading
             AFTER ADVANCING PAGE
           MOVE MemberId TO PrnFinMemberId
           MOVE MemberName TO PrnFinMemberName
           MOVE WorkResignDate TO PrnFinResignDate
           WRITE FinalStmtPrintLine FROM FinalMemberLine
             AFTER ADVANCING 2 LINES

           IF NOT BilledFileMissing
               PERFORM SumMemberBilled
           END-IF
           IF NOT PaymentFileMissing AND FinalBilledTotal > ZEROES
               PERFORM SumMemberPayments
           END-IF
           MOVE "Dues billed" TO PrnFinLabel
           MOVE FinalBilledTotal TO PrnFinAmount
           PERFORM WriteFinalAmountLine
           MOVE "Payments received   -" TO PrnFinLabel
           MOVE FinalPaidAmount TO PrnFinAmount
           PERFORM WriteFinalAmountLine

           IF NOT HouseChgFileMissing
               PERFORM ItemizeOpenHouseCharges
           END-IF

           IF NOT CreditBalFileMissing
               MOVE MemberId TO CreditMemberId
               READ CreditBalFile
                   KEY IS CreditMemberId
                   INVALID KEY CONTINUE
               END-READ
               IF CreditBalFileOk
                   MOVE CreditAmount TO FinalCreditAmount
               END-IF
           END-IF
           IF FinalCreditAmount > ZEROES
               MOVE "Credit on account   -" TO PrnFinLabel
               MOVE FinalCreditAmount TO PrnFinAmount
               PERFORM WriteFinalAmountLine
           END-IF

           COMPUTE FinalNetBalance = FinalBilledTotal
             - FinalPaidAmount + FinalChargeTotal - FinalCreditAmount
           MOVE ZEROES TO FinalAmountOwed
           MOVE ZEROES TO FinalRefundDue
           MOVE "Final statement" TO PrnRegItemKind
           EVALUATE TRUE
               WHEN FinalNetBalance > ZEROES
                   MOVE FinalNetBalance TO FinalAmountOwed
                   MOVE "AMOUNT OWED" TO PrnFinLabel
                   MOVE FinalAmountOwed TO PrnFinAmount
                   MOVE FinalAmountOwed TO PrnRegAmount
                   MOVE "amount owed" TO PrnRegItemAction
               WHEN FinalNetBalance < ZEROES
                   COMPUTE FinalRefundDue = ZERO - FinalNetBalance
                   MOVE "REFUND DUE TO MEMBER" TO PrnFinLabel
                   MOVE FinalRefundDue TO PrnFinAmount
                   MOVE FinalRefundDue TO PrnRegAmount
                   MOVE "refund due to member" TO PrnRegItemAction
               WHEN OTHER
                   MOVE "ACCOUNT SETTLED" TO PrnFinLabel
                   MOVE ZEROES TO PrnFinAmount
                   MOVE ZEROES TO PrnRegAmount
                   MOVE "account settled" TO PrnRegItemAction
           END-EVALUATE
           WRITE FinalStmtPrintLine FROM FinalAmountLine
             AFTER ADVANCING 2 LINES
           STRING "$" DELIMITED BY SIZE
             PrnRegAmount DELIMITED BY SIZE
             INTO PrnRegItemRef
           END-STRING
           PERFORM WriteRegisterItemLine

           IF FinalEquityAmount > ZEROES
               MOVE "Equity certificate" TO PrnFinLabel
               MOVE FinalEquityAmount TO PrnFinAmount
               PERFORM WriteFinalAmountLine
               MOVE "repayable when the membership is resold"
                 TO PrnFinNote
               WRITE FinalStmtPrintLine FROM FinalNoteLine
                 AFTER ADVANCING 1 LINE
           END-IF.

       WriteFinalAmountLine.
           WRITE FinalStmtPrintLine FROM FinalAmountLine
             AFTER ADVANCING 1 LINE.

       SumMemberBilled.
           MOVE "N" TO ScanEofFlag
           MOVE MemberId TO BilledMemberId
           MOVE ZEROES TO BilledInstallmentNo
           START BilledFile KEY IS >= BilledKey
               INVALID KEY MOVE "Y" TO ScanEofFlag
           END-START

           IF NOT EndOfScan
               READ BilledFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF

           PERFORM AddOneBilled UNTIL EndOfScan.

       AddOneBilled.
           IF BilledMemberId NOT = MemberId
               MOVE "Y" TO ScanEofFlag
           ELSE
               ADD BilledAmount TO FinalBilledTotal
               IF BilledInstallmentNo = 01
                   MOVE BilledDate TO FinalBilledDate
               END-IF
               READ BilledFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF.

       SumMemberPayments.
           MOVE "N" TO PaymentsEofFlag
           MOVE MemberId TO PayMemberId
           MOVE ZEROES TO PayDate
           MOVE ZEROES TO PaySeq
           START PaymentFile KEY IS >= PayKey
               INVALID KEY MOVE "Y" TO PaymentsEofFlag
           END-START

           IF NOT EndOfMemberPayments
               READ PaymentFile NEXT
                AT END MOVE "Y" TO PaymentsEofFlag
               END-READ
           END-IF

           PERFORM AddOneMemberPayment UNTIL EndOfMemberPayments.

       AddOneMemberPayment.
           IF PayMemberId NOT = MemberId
               MOVE "Y" TO PaymentsEofFlag
           ELSE
               IF (PayForDues OR PayForRenewal)
                 AND PayDate >= FinalBilledDate
                   IF PayReducesLedger
                       SUBTRACT PayAmount FROM FinalPaidAmount
                   ELSE
                       ADD PayAmount TO FinalPaidAmount
                   END-IF
               END-IF
               READ PaymentFile NEXT
                AT END MOVE "Y" TO PaymentsEofFlag
               END-READ
           END-IF.

       ItemizeOpenHouseCharges.
      * Open slips stay open: the final statement is their bill, and
      * a later payment is matched against it as usual.
           MOVE "N" TO ScanEofFlag
           MOVE MemberId TO HcMemberId
           MOVE ZEROES TO HcChargeDate
           MOVE ZEROES TO HcSeq
           START HouseChargeFile KEY IS >= HcKey
               INVALID KEY MOVE "Y" TO ScanEofFlag
           END-START
           IF NOT EndOfScan
               READ HouseChargeFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF

           PERFORM ItemizeOneHouseCharge UNTIL EndOfScan.

       ItemizeOneHouseCharge.
           IF HcMemberId NOT = MemberId
               MOVE "Y" TO ScanEofFlag
               EXIT PARAGRAPH
           END-IF
           IF HcOpen
               EVALUATE TRUE
                   WHEN HcOutletGrill MOVE "Grill" TO PrnHcOutlet
                   WHEN HcOutletProShop MOVE "Pro shop" TO PrnHcOutlet
                   WHEN HcOutletFbMinimum MOVE "F&B min" TO PrnHcOutlet
                   WHEN HcOutletCartFee MOVE "Cart fee" TO PrnHcOutlet
                   WHEN HcOutletTrailFee
                       MOVE "Trail fee" TO PrnHcOutlet
                   WHEN HcOutletLesson MOVE "Lesson" TO PrnHcOutlet
                   WHEN HcOutletRoom MOVE "Room fee" TO PrnHcOutlet
                   WHEN HcOutletEvent MOVE "Event" TO PrnHcOutlet
                   WHEN OTHER MOVE "Charge" TO PrnHcOutlet
               END-EVALUATE
               MOVE HcChargeDate TO PrnHcDate
               MOVE HcTicketNo TO PrnHcTicket
               MOVE HcAmount TO PrnHcAmount
               WRITE FinalStmtPrintLine FROM HouseChargeLine
                 AFTER ADVANCING 1 LINE
               ADD HcAmount TO FinalChargeTotal
           END-IF
           READ HouseChargeFile NEXT
            AT END MOVE "Y" TO ScanEofFlag
           END-READ.

       WriteResignationRecord.
           MOVE MemberId TO RsMemberId
           READ ResignFile
               KEY IS RsMemberId
               INVALID KEY CONTINUE
           END-READ
           MOVE MemberId TO RsMemberId
           MOVE MemberName TO RsMemberName
           MOVE MemberType TO RsMemberType
           MOVE WorkResignDate TO RsResignDate
           MOVE WorkReasonCode TO RsReasonCode
           MOVE WorkReasonText TO RsReasonText
           MOVE WorkTodayDate TO RsProcessDate
           MOVE CurrentOperId TO RsOperId
           MOVE FinalAmountOwed TO RsAmountOwed
           MOVE FinalRefundDue TO RsRefundDue
           MOVE FinalEquityAmount TO RsEquityAmount
           MOVE RentalsEndedCount TO RsRentalsEnded
           MOVE StandingDroppedCount TO RsStandingDropped
           MOVE AutoPayDroppedFlag TO RsAutoPayDropped
           MOVE TeeCancelledCount TO RsTeeTimesCancelled
           IF ResignFileOk
               REWRITE ResignRec
                   INVALID KEY
                       DISPLAY "Unable to update resignation record "
                         "for " RsMemberId "."
               END-REWRITE
           ELSE
               WRITE ResignRec
                   INVALID KEY
                       DISPLAY "Unable to write resignation record "
                         "for " RsMemberId "."
               END-WRITE
           END-IF.

       WriteAuditRecord.
           ACCEPT AuditDate FROM DATE YYYYMMDD
           ACCEPT AuditTime FROM TIME
           MOVE WorkAuditAction TO AuditAction
           MOVE MemberId TO AuditMemberId
           MOVE WorkBeforeImage TO AuditBeforeImage
           MOVE MemberRec TO AuditAfterImage
           MOVE SPACES TO AuditTypeChange
           WRITE MemberAuditRec.

           COPY DATEVALP.

           COPY TEEFILPR.
