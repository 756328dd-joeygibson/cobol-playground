       IDENTIFICATION DIVISION.
       PROGRAM-ID. BadDebt.
      * Bad-debt write-off and collection-agency placement. A dues
      * balance the club will not collect from a suspended, inactive
      * or archived member is written off with the approval of an
      * authority-9 operator from data/operators.dat: a write-off
      * entry (type W) on the payments ledger clears the balance, so
      * the account drops out of the aging and dunning cycles, and
      * GlExport books it to bad-debt expense. The account may be
      * placed with the collection agency at the same time or later,
      * through a line appended to output/agency-placements.dat.
      * When the agency remits a recovery it is posted against the
      * written-off balance as a reinstatement (type X) and a
      * recovery receipt (type V) of the same amount, so the
      * member's balance stays settled and GlExport credits the
      * recovery back against bad debt. Every write-off, placement
      * and recovery is listed in output/bad-debt-register.txt, and
      * data/writeoffs.dat keeps each member's written-off and
      * recovered totals.
      * 2026-10-15 JG  No write-off or recovery is posted while
      *                today's month is closed in PeriodCtl.
      * 2026-10-15 JG  Payments are cut off at installment 01's
      *                billing date; a later type-change
      *                adjustment keeps its own date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MemberFile ASSIGN TO 'data/members.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MemberId
             FILE STATUS IS MemberFileStatus.

           SELECT ArchiveFile ASSIGN TO 'data/members-archive.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ArchiveFileStatus.

           SELECT AddressFile ASSIGN TO 'data/member-address.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AddrMemberId
             FILE STATUS IS AddressFileStatus.

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

           SELECT WriteOffFile ASSIGN TO 'data/writeoffs.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS WoMemberId
             FILE STATUS IS WriteOffFileStatus.

           SELECT OperatorFile ASSIGN TO 'data/operators.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OperatorFileStatus.

           SELECT PlacementFile ASSIGN TO
             'output/agency-placements.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PlacementFileStatus.

           SELECT BadDebtRegister ASSIGN TO
             'output/bad-debt-register.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RegisterFileStatus.

           SELECT PeriodCtlFile ASSIGN TO 'data/period-control.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PcMonth
             FILE STATUS IS PeriodCtlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD MemberFile.
           COPY MEMBREC.

       FD ArchiveFile.
           COPY MEMARCH.

       FD AddressFile.
           COPY MEMADDR.

       FD BilledFile.
           COPY BILLREC.

       FD PaymentFile.
           COPY PAYLEDG.

       FD WriteOffFile.
           COPY WRITEOFF.

       FD OperatorFile.
           COPY OPERREC.

       FD PlacementFile.
           COPY AGENCYPL.

       FD BadDebtRegister.
       01 RegisterPrintLine PIC X(80).

       FD PeriodCtlFile.
           COPY PERIODCTL.

       WORKING-STORAGE SECTION.
           COPY PERIODCK.
       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".
       01 ArchiveFileStatus PIC XX VALUE SPACES.
        88 ArchiveFileOk VALUE "00".
       01 ArchiveEofFlag PIC X VALUE "N".
        88 EndOfArchive VALUE "Y".
       01 AddressFileStatus PIC XX VALUE ZEROES.
        88 AddressFileOk VALUE "00".
        88 AddressFileMissing VALUE "35".
       01 BilledFileStatus PIC XX VALUE ZEROES.
        88 BilledFileMissing VALUE "35".
       01 PaymentFileStatus PIC XX VALUE ZEROES.
        88 PaymentFileOk VALUE "00".
        88 PaymentFileMissing VALUE "35".
       01 WriteOffFileStatus PIC XX VALUE ZEROES.
        88 WriteOffFileOk VALUE "00".
        88 WriteOffFileMissing VALUE "35".
       01 PlacementFileStatus PIC XX VALUE SPACES.
        88 PlacementFileMissing VALUE "35".
       01 RegisterFileStatus PIC XX VALUE SPACES.
        88 RegisterFileMissing VALUE "35".

       01 OperatorFileStatus PIC XX VALUE SPACES.
        88 OperatorFileOk VALUE "00".
       01 OperatorEofFlag PIC X VALUE "N".
        88 EndOfOperatorFile VALUE "Y".
       01 OperatorOpenFlag PIC X VALUE "N".
        88 OperatorFileIsOpen VALUE "Y".
       01 ApproveOperId PIC X(3) VALUE SPACES.
       01 ApprovePassword PIC X(8) VALUE SPACES.
       01 ActionApprovedFlag PIC X VALUE "N".
        88 ActionApproved VALUE "Y".
       01 CurrentApproverName PIC X(20) VALUE SPACES.

       01 MenuChoice PIC X VALUE SPACES.
        88 WantsWriteOff VALUE "W" "w".
        88 WantsPlacement VALUE "P" "p".
        88 WantsRecovery VALUE "R" "r".
        88 WantsQuit VALUE "Q" "q".

       01 ConfirmReply PIC X VALUE SPACES.
        88 ReplyIsYes VALUE "Y" "y".

       01 TodayDate PIC 9(8) VALUE ZEROES.
       01 WantedMemberId PIC X(5) VALUE SPACES.
       01 FoundMemberName PIC X(20) VALUE SPACES.
       01 MemberFoundFlag PIC X VALUE "N".
        88 WriteOffMemberFound VALUE "Y".
       01 MemberSourceFlag PIC X VALUE SPACES.
        88 MemberIsArchived VALUE "A".
        88 MemberIsCurrent VALUE "C".
       01 FoundMemberStatus PIC X VALUE SPACES.
        88 FoundMemberActive VALUE "A".

       01 ScanEofFlag PIC X VALUE "N".
        88 EndOfScan VALUE "Y".
       01 EndOfPaymentsFlag PIC X VALUE "N".
        88 EndOfMemberPayments VALUE "Y".
       01 MemberBilledTotal PIC 9(6)V99 VALUE ZEROES.
       01 MemberBilledDate PIC 9(8) VALUE ZEROES.
       01 MemberPaidAmount PIC S9(6)V99 VALUE ZEROES.
       01 MemberOpenBalance PIC S9(6)V99 VALUE ZEROES.
       01 WrittenOffOutstanding PIC S9(6)V99 VALUE ZEROES.

       01 WorkAmount PIC 9(5)V99 VALUE ZEROES.
       01 WorkReason PIC X(30) VALUE SPACES.
       01 WorkEntryType PIC X VALUE SPACES.
       01 WorkPayMethod PIC X VALUE SPACES.
        88 WorkMethodValid VALUE "K" "C" "H".
       01 WorkCheckNo PIC X(8) VALUE SPACES.

       01 SeqAssignedFlag PIC X VALUE "N".
        88 SeqIsAssigned VALUE "Y".
       01 LedgerPostedFlag PIC X VALUE "N".
        88 LedgerEntryPosted VALUE "Y".

       01 PrnBalanceAmount PIC ZZZ,ZZ9.99-.
       01 PrnWorkAmount PIC ZZ,ZZ9.99.

       01 RegisterHeading PIC X(50) VALUE
          "Rolling Greens Golf Club - Bad Debt Register".

       01 RegisterColumnHeader.
        02 FILLER PIC X(9) VALUE "Date".
        02 FILLER PIC X(6) VALUE "Member".
        02 FILLER PIC X(21) VALUE "Name".
        02 FILLER PIC X(11) VALUE "Action".
        02 FILLER PIC X(12) VALUE "    Amount".
        02 FILLER PIC X(6) VALUE "By".
        02 FILLER PIC X(14) VALUE "Reference".

       01 RegisterDetailLine.
        02 PrnRegDate PIC 9(8).
        02 FILLER PIC X VALUE SPACE.
        02 PrnRegMemberId PIC X(5).
        02 FILLER PIC X VALUE SPACE.
        02 PrnRegMemberName PIC X(20).
        02 FILLER PIC X VALUE SPACE.
        02 PrnRegAction PIC X(10).
        02 FILLER PIC X VALUE SPACE.
        02 PrnRegAmount PIC ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnRegApprover PIC X(3).
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnRegReference PIC X(14).

       PROCEDURE DIVISION.
       RunBadDebt.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           OPEN I-O PaymentFile
           IF PaymentFileMissing
               DISPLAY "Payments ledger data/payments.dat not found "
                 "-- nothing to write off."
               STOP RUN
           END-IF
           OPEN INPUT MemberFile
           OPEN INPUT BilledFile
           OPEN INPUT AddressFile
           PERFORM OpenPeriodControl

           OPEN I-O WriteOffFile
           IF WriteOffFileMissing
               OPEN OUTPUT WriteOffFile
               CLOSE WriteOffFile
               OPEN I-O WriteOffFile
           END-IF

           OPEN EXTEND PlacementFile
           IF PlacementFileMissing
               OPEN OUTPUT PlacementFile
           END-IF

           OPEN EXTEND BadDebtRegister
           IF RegisterFileMissing
               OPEN OUTPUT BadDebtRegister
               WRITE RegisterPrintLine FROM RegisterHeading
                 AFTER ADVANCING PAGE
               WRITE RegisterPrintLine FROM RegisterColumnHeader
                 AFTER ADVANCING 2 LINES
           END-IF

           PERFORM UNTIL WantsQuit
               PERFORM DisplayMenu
               ACCEPT MenuChoice
               EVALUATE TRUE
                   WHEN WantsWriteOff PERFORM WriteOffOneBalance
                   WHEN WantsPlacement PERFORM PlaceOneAccount
                   WHEN WantsRecovery PERFORM PostOneRecovery
                   WHEN WantsQuit CONTINUE
                   WHEN OTHER DISPLAY "Please choose W, P, R or Q."
               END-EVALUATE
           END-PERFORM

           CLOSE PaymentFile, MemberFile, WriteOffFile, PlacementFile,
             BadDebtRegister
           IF NOT BilledFileMissing
               CLOSE BilledFile
           END-IF
           IF NOT AddressFileMissing
               CLOSE AddressFile
           END-IF
           PERFORM ClosePeriodControl
           STOP RUN.

       DisplayMenu.
           DISPLAY " "
           DISPLAY "(W)rite off a balance, (P)lace with the agency, "
             "(R)ecord an agency recovery, (Q)uit: "
             WITH NO ADVANCING.

       WriteOffOneBalance.
           MOVE TodayDate TO PeriodCheckDate
           PERFORM CheckPostingPeriod
           IF PostingPeriodClosed
               PERFORM ShowClosedPeriod
               EXIT PARAGRAPH
           END-IF
           PERFORM ApproveAction
           IF NOT ActionApproved
               DISPLAY "A write-off requires approval by an "
                 "authority-9 operator -- not posted."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Member Id: " WITH NO ADVANCING
           ACCEPT WantedMemberId
           PERFORM FindWriteOffMember
           IF NOT WriteOffMemberFound
               DISPLAY "Member " WantedMemberId " is not on the member "
                 "file or the archive."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Member: " FoundMemberName
           IF MemberIsCurrent AND FoundMemberActive
               DISPLAY "Member " WantedMemberId " is active -- only a "
                 "suspended, inactive or archived member's balance "
                 "may be written off."
               EXIT PARAGRAPH
           END-IF

           PERFORM ComputeOpenBalance
           IF MemberOpenBalance NOT > ZEROES
               DISPLAY "No open dues balance to write off."
               EXIT PARAGRAPH
           END-IF
           MOVE MemberOpenBalance TO PrnBalanceAmount
           DISPLAY "Open dues balance: $" PrnBalanceAmount

           DISPLAY "Amount to write off (blank for the full "
             "balance): " WITH NO ADVANCING
           ACCEPT WorkAmount
           IF WorkAmount = ZEROES
               IF MemberOpenBalance > 99999.99
                   DISPLAY "Balance is too large for one ledger entry "
                     "-- write it off in parts."
                   EXIT PARAGRAPH
               END-IF
               MOVE MemberOpenBalance TO WorkAmount
           END-IF
           IF WorkAmount > MemberOpenBalance
               DISPLAY "Amount is more than the open balance -- not "
                 "posted."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason: " WITH NO ADVANCING
           ACCEPT WorkReason

           MOVE WorkAmount TO PrnWorkAmount
           DISPLAY "Write off $" PrnWorkAmount " for " FoundMemberName
             "? (Y/N): " WITH NO ADVANCING
           ACCEPT ConfirmReply
           IF NOT ReplyIsYes
               DISPLAY "Write-off cancelled."
               EXIT PARAGRAPH
           END-IF

           MOVE "W" TO WorkEntryType
           MOVE SPACE TO WorkPayMethod
           MOVE SPACES TO WorkCheckNo
           PERFORM PostLedgerEntry
           IF NOT LedgerEntryPosted
               EXIT PARAGRAPH
           END-IF
           PERFORM StoreWriteOffRecord
           MOVE "WRITE-OFF" TO PrnRegAction
           MOVE WoReason TO PrnRegReference
           PERFORM WriteRegisterLine
           DISPLAY "Wrote off $" PrnWorkAmount " for member "
             WantedMemberId "."

           DISPLAY "Place the account with the collection agency "
             "now? (Y/N): " WITH NO ADVANCING
           ACCEPT ConfirmReply
           IF ReplyIsYes
               PERFORM PlaceWithAgency
           END-IF.

       PlaceOneAccount.
           PERFORM ApproveAction
           IF NOT ActionApproved
               DISPLAY "An agency placement requires approval by an "
                 "authority-9 operator -- not placed."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Member Id: " WITH NO ADVANCING
           ACCEPT WantedMemberId
           MOVE WantedMemberId TO WoMemberId
           READ WriteOffFile
               KEY IS WoMemberId
               INVALID KEY
                   DISPLAY "Member " WantedMemberId " has no balance "
                     "written off."
           END-READ
           IF NOT WriteOffFileOk
               EXIT PARAGRAPH
           END-IF
           IF WoPlacedWithAgency
               DISPLAY "Already placed with the agency on "
                 WoPlacedDate "."
               EXIT PARAGRAPH
           END-IF
           MOVE WoMemberName TO FoundMemberName
           PERFORM PlaceWithAgency.

       PlaceWithAgency.
      * Expects the member's write-off record in the record area.
           COMPUTE WrittenOffOutstanding =
             WoAmount - WoRecoveredAmount
           IF WrittenOffOutstanding NOT > ZEROES
               DISPLAY "Nothing left outstanding to place."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO AgencyPlacementRec
           MOVE WoMemberId TO AgpMemberId
           MOVE WoMemberName TO AgpMemberName
           IF NOT AddressFileMissing
               MOVE WoMemberId TO AddrMemberId
               READ AddressFile
                   KEY IS AddrMemberId
                   INVALID KEY CONTINUE
               END-READ
               IF AddressFileOk
                   MOVE AddrStreet TO AgpStreet
                   MOVE AddrCity TO AgpCity
                   MOVE AddrState TO AgpState
                   MOVE AddrPostalCode TO AgpPostalCode
                   MOVE AddrPhone TO AgpPhone
               END-IF
           END-IF
           MOVE WrittenOffOutstanding TO AgpBalance
           MOVE WoDate TO AgpWriteOffDate
           MOVE TodayDate TO AgpPlacedDate
           WRITE AgencyPlacementRec

           MOVE "P" TO WoAgencyStatus
           MOVE TodayDate TO WoPlacedDate
           REWRITE WriteOffRec
               INVALID KEY
                   DISPLAY "Unable to mark member " WoMemberId
                     " as placed."
           END-REWRITE

           MOVE WoMemberId TO WantedMemberId
           MOVE WoMemberName TO FoundMemberName
           MOVE WrittenOffOutstanding TO WorkAmount
           MOVE "PLACED" TO PrnRegAction
           MOVE "Collection agy" TO PrnRegReference
           PERFORM WriteRegisterLine
           MOVE WrittenOffOutstanding TO PrnBalanceAmount
           DISPLAY "Placed $" PrnBalanceAmount " with the agency -- "
             "see output/agency-placements.dat.".

       PostOneRecovery.
           MOVE TodayDate TO PeriodCheckDate
           PERFORM CheckPostingPeriod
           IF PostingPeriodClosed
               PERFORM ShowClosedPeriod
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Member Id: " WITH NO ADVANCING
           ACCEPT WantedMemberId
           MOVE WantedMemberId TO WoMemberId
           READ WriteOffFile
               KEY IS WoMemberId
               INVALID KEY
                   DISPLAY "Member " WantedMemberId " has no balance "
                     "written off."
           END-READ
           IF NOT WriteOffFileOk
               EXIT PARAGRAPH
           END-IF
           MOVE WoMemberName TO FoundMemberName
           DISPLAY "Member: " FoundMemberName

           COMPUTE WrittenOffOutstanding =
             WoAmount - WoRecoveredAmount
           IF WrittenOffOutstanding NOT > ZEROES
               DISPLAY "The written-off balance has been recovered "
                 "in full."
               EXIT PARAGRAPH
           END-IF
           MOVE WrittenOffOutstanding TO PrnBalanceAmount
           DISPLAY "Written off and not yet recovered: $"
             PrnBalanceAmount

           DISPLAY "Amount recovered (no dollar sign): "
             WITH NO ADVANCING
           ACCEPT WorkAmount
           IF WorkAmount = ZEROES
             OR WorkAmount > WrittenOffOutstanding
               DISPLAY "Amount must be more than zero and no more "
                 "than the written-off balance -- not posted."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Method -- chec(K), (C)ard, cas(H): "
             WITH NO ADVANCING
           ACCEPT WorkPayMethod
           MOVE FUNCTION UPPER-CASE(WorkPayMethod) TO WorkPayMethod
           PERFORM UNTIL WorkMethodValid
               DISPLAY "Invalid method -- enter K, C or H: "
                 WITH NO ADVANCING
               ACCEPT WorkPayMethod
               MOVE FUNCTION UPPER-CASE(WorkPayMethod)
                 TO WorkPayMethod
           END-PERFORM
           MOVE SPACES TO WorkCheckNo
           IF WorkPayMethod = "K"
               DISPLAY "Check number: " WITH NO ADVANCING
               ACCEPT WorkCheckNo
           END-IF

      * The reinstatement puts the recovered part of the balance
      * back on the member's account and the recovery receipt pays
      * it, so the account stays settled.
           MOVE "X" TO WorkEntryType
           PERFORM PostLedgerEntry
           IF NOT LedgerEntryPosted
               EXIT PARAGRAPH
           END-IF
           MOVE "V" TO WorkEntryType
           PERFORM PostLedgerEntry
           IF NOT LedgerEntryPosted
               EXIT PARAGRAPH
           END-IF

           MOVE WantedMemberId TO WoMemberId
           READ WriteOffFile
               KEY IS WoMemberId
               INVALID KEY CONTINUE
           END-READ
           ADD WorkAmount TO WoRecoveredAmount
           MOVE TodayDate TO WoLastRecoveryDate
           REWRITE WriteOffRec
               INVALID KEY
                   DISPLAY "Unable to update the write-off record for "
                     WoMemberId "."
           END-REWRITE

           MOVE "RECOVERY" TO PrnRegAction
           MOVE WorkCheckNo TO PrnRegReference
           MOVE SPACES TO ApproveOperId
           PERFORM WriteRegisterLine
           MOVE WorkAmount TO PrnWorkAmount
           DISPLAY "Recovery of $" PrnWorkAmount " posted for member "
             WantedMemberId ".".

       ApproveAction.
           MOVE "N" TO ActionApprovedFlag
           DISPLAY "Approving operator Id: " WITH NO ADVANCING
           ACCEPT ApproveOperId
           DISPLAY "Approving operator password: " WITH NO ADVANCING
           ACCEPT ApprovePassword

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

           PERFORM MatchOneApprover UNTIL EndOfOperatorFile

           IF OperatorFileIsOpen
               CLOSE OperatorFile
           END-IF.

       MatchOneApprover.
           IF OperId = ApproveOperId
             AND OperPassword = ApprovePassword
               IF OperAuthority = 9
                   MOVE OperName TO CurrentApproverName
                   MOVE "Y" TO ActionApprovedFlag
               END-IF
               MOVE "Y" TO OperatorEofFlag
           ELSE
               READ OperatorFile
                   AT END MOVE "Y" TO OperatorEofFlag
               END-READ
           END-IF.

       FindWriteOffMember.
      * Current members come from MemberFile; a member purged to the
      * archive is looked up there instead.
           MOVE "N" TO MemberFoundFlag
           MOVE SPACES TO MemberSourceFlag
           MOVE WantedMemberId TO MemberId
           READ MemberFile
               KEY IS MemberId
               INVALID KEY CONTINUE
           END-READ
           IF MemberFileOk
               MOVE MemberName TO FoundMemberName
               MOVE MemberStatus TO FoundMemberStatus
               MOVE "C" TO MemberSourceFlag
               MOVE "Y" TO MemberFoundFlag
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO ArchiveEofFlag
           OPEN INPUT ArchiveFile
           IF NOT ArchiveFileOk
               EXIT PARAGRAPH
           END-IF
           READ ArchiveFile
               AT END MOVE "Y" TO ArchiveEofFlag
           END-READ
           PERFORM MatchOneArchived UNTIL EndOfArchive
           CLOSE ArchiveFile.

       MatchOneArchived.
           IF ArchMemberId = WantedMemberId
               MOVE ArchMemberName TO FoundMemberName
               MOVE ArchMemberStatus TO FoundMemberStatus
               MOVE "A" TO MemberSourceFlag
               MOVE "Y" TO MemberFoundFlag
               MOVE "Y" TO ArchiveEofFlag
           ELSE
               READ ArchiveFile
                   AT END MOVE "Y" TO ArchiveEofFlag
               END-READ
           END-IF.

       ComputeOpenBalance.
      * Same reckoning as the aging report: the member's billed
      * installments less dues and renewal ledger entries dated on
      * or after the billing.
           MOVE ZEROES TO MemberBilledTotal, MemberBilledDate,
             MemberPaidAmount
           IF NOT BilledFileMissing
               PERFORM SumMemberBilled
           END-IF
           IF MemberBilledTotal > ZEROES
               PERFORM SumMemberPayments
           END-IF
           COMPUTE MemberOpenBalance =
             MemberBilledTotal - MemberPaidAmount.

       SumMemberBilled.
           MOVE "N" TO ScanEofFlag
           MOVE WantedMemberId TO BilledMemberId
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
           IF BilledMemberId NOT = WantedMemberId
               MOVE "Y" TO ScanEofFlag
           ELSE
               ADD BilledAmount TO MemberBilledTotal
               IF BilledInstallmentNo = 01
                   MOVE BilledDate TO MemberBilledDate
               END-IF
               READ BilledFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF.

       SumMemberPayments.
           MOVE "N" TO EndOfPaymentsFlag
           MOVE WantedMemberId TO PayMemberId
           MOVE ZEROES TO PayDate
           MOVE ZEROES TO PaySeq
           START PaymentFile KEY IS >= PayKey
               INVALID KEY MOVE "Y" TO EndOfPaymentsFlag
           END-START

           IF NOT EndOfMemberPayments
               READ PaymentFile NEXT
                AT END MOVE "Y" TO EndOfPaymentsFlag
               END-READ
           END-IF

           PERFORM AddOneMemberPayment UNTIL EndOfMemberPayments.

       AddOneMemberPayment.
           IF PayMemberId NOT = WantedMemberId
               MOVE "Y" TO EndOfPaymentsFlag
           ELSE
               IF (PayForDues OR PayForRenewal)
                 AND PayDate >= MemberBilledDate
                   IF PayReducesLedger
                       SUBTRACT PayAmount FROM MemberPaidAmount
                   ELSE
                       ADD PayAmount TO MemberPaidAmount
                   END-IF
               END-IF
               READ PaymentFile NEXT
                AT END MOVE "Y" TO EndOfPaymentsFlag
               END-READ
           END-IF.

       PostLedgerEntry.
      * Write-off, reinstatement and recovery entries post as dues
      * so they count wherever the dues balance is reckoned; only a
      * recovery receipt carries a payment method.
           MOVE "N" TO LedgerPostedFlag
           PERFORM AssignPaymentSeq
           MOVE WorkAmount TO PayAmount
           IF WorkEntryType = "V"
               MOVE WorkPayMethod TO PayMethod
               MOVE WorkCheckNo TO PayCheckNo
               MOVE SPACES TO PayApprovedBy
           ELSE
               MOVE SPACE TO PayMethod
               MOVE SPACES TO PayCheckNo
               MOVE ApproveOperId TO PayApprovedBy
           END-IF
           MOVE "D" TO PayPurpose
           MOVE ZEROES TO PayReceiptNo
           MOVE WorkEntryType TO PayEntryType
           MOVE ZEROES TO PaySessionId
           MOVE ZEROES TO PayForeignTender
           MOVE SPACES TO PayOperId
           MOVE SPACES TO PayEventId
           WRITE PaymentRec
               INVALID KEY
                   DISPLAY "Unable to post the ledger entry for "
                     WantedMemberId " -- nothing changed."
               NOT INVALID KEY
                   MOVE "Y" TO LedgerPostedFlag
           END-WRITE.

       AssignPaymentSeq.
           MOVE WantedMemberId TO PayMemberId
           MOVE TodayDate TO PayDate
           MOVE ZEROES TO PaySeq
           MOVE "N" TO SeqAssignedFlag
           PERFORM TryNextPaymentSeq UNTIL SeqIsAssigned.

       TryNextPaymentSeq.
           ADD 1 TO PaySeq
           READ PaymentFile
               INVALID KEY MOVE "Y" TO SeqAssignedFlag
           END-READ.

       StoreWriteOffRecord.
           MOVE WantedMemberId TO WoMemberId
           READ WriteOffFile
               KEY IS WoMemberId
               INVALID KEY CONTINUE
           END-READ
           IF WriteOffFileOk
               ADD WorkAmount TO WoAmount
               MOVE TodayDate TO WoDate
               MOVE WorkReason TO WoReason
               MOVE ApproveOperId TO WoApproverId
               REWRITE WriteOffRec
                   INVALID KEY
                       DISPLAY "Unable to update the write-off "
                         "record for " WoMemberId "."
               END-REWRITE
           ELSE
               MOVE SPACES TO WriteOffRec
               MOVE WantedMemberId TO WoMemberId
               MOVE FoundMemberName TO WoMemberName
               MOVE TodayDate TO WoDate
               MOVE WorkAmount TO WoAmount
               MOVE WorkReason TO WoReason
               MOVE ApproveOperId TO WoApproverId
               MOVE "N" TO WoAgencyStatus
               MOVE ZEROES TO WoPlacedDate, WoRecoveredAmount,
                 WoLastRecoveryDate
               WRITE WriteOffRec
                   INVALID KEY
                       DISPLAY "Unable to record the write-off for "
                         WoMemberId "."
               END-WRITE
           END-IF.

       WriteRegisterLine.
           MOVE TodayDate TO PrnRegDate
           MOVE WantedMemberId TO PrnRegMemberId
           MOVE FoundMemberName TO PrnRegMemberName
           MOVE WorkAmount TO PrnRegAmount
           MOVE ApproveOperId TO PrnRegApprover
           WRITE RegisterPrintLine FROM RegisterDetailLine
             AFTER ADVANCING 1 LINE.

           COPY PERIODPR.
