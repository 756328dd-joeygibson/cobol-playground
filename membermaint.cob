      *                adds over cap go to the waiting list instead,
      *                in application order, for WaitProm to promote
      *                when inactivations free up capacity.
      * 2026-10-15 JG  AddMember now writes the member's initiation
      *                and equity-certificate record to
      *                data/equity-certs.dat at the fee for the type in
      *                data/initiation-fees.dat (household dependents
      *                join under the primary and owe none); the fee
      *                bills on the next dues statement. Inactivating
      *                a member puts an outstanding certificate up for
      *                resale, and the next add of the same type
      *                redeems the oldest one awaiting resale.
      * 2026-10-15 JG  Member type now changes only through the new
      *                (T)ype change transaction: capacity is checked
      *                for the new type as on an add, and a member
      *                already billed for the quarter gets the
      *                prorated rate difference for the months left
      *                -- an extra billed installment when it costs
      *                more, a credit on account when it costs less.
      *                The old and new types and the adjustment go
      *                into the audit record.
      * 2026-10-15 JG  A type change whose billed adjustment would be
      *                dated in a month closed in PeriodCtl is
      *                refused.
      * 2026-10-15 JG  AddMember takes an approved application number
      *                from data/member-applications.dat: the name,
      *                type, gender and birth date come from the
      *                application instead of being rekeyed, and the
      *                application is stamped with the member id and
      *                whether the applicant became a member or went
      *                onto the waiting list. An application not
      *                approved, or already enrolled, is refused.
      * 2026-10-15 JG  AddMember warns of sound-alike names already on
      *                file, on the waiting list or in the archive
      *                (the DupScan key and grading) and asks whether
      *                to add anyway.
      * 2026-10-15 JG  A type-change difference billed is all dues,
      *                so it is carried as the billed record's dues
      *                share too.
      * 2026-10-15 JG  The type-change difference covers only the
      *                months left in the quarter, so its billed
      *                record starts its dues cover at the month of
      *                the change for DuesRecog to spread over.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OperatorFileStatus.

           SELECT InitFeeFile ASSIGN TO 'data/initiation-fees.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS InitFeeFileStatus.

           SELECT DuesRateFile ASSIGN TO 'data/dues-rates.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DuesRateFileStatus.

           SELECT BilledFile ASSIGN TO 'data/dues-billed.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BilledKey
             FILE STATUS IS BilledFileStatus.

           SELECT CreditBalFile ASSIGN TO 'data/credit-balance.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CreditMemberId
             FILE STATUS IS CreditBalFileStatus.

           SELECT EquityFile ASSIGN TO 'data/equity-certs.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EqMemberId
             FILE STATUS IS EquityFileStatus.

           SELECT PeriodCtlFile ASSIGN TO 'data/period-control.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PcMonth
             FILE STATUS IS PeriodCtlStatus.

           SELECT MemberApplFile ASSIGN TO
             'data/member-applications.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ApplNo
             FILE STATUS IS ApplFileStatus.

           SELECT ArchiveFile ASSIGN TO 'data/members-archive.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ArchiveFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD MemberFile.
       FD OperatorFile.
           COPY OPERREC.

       FD InitFeeFile.
           COPY INITFEE.

       FD EquityFile.
           COPY EQUITY.

       FD DuesRateFile.
           COPY DUESRATE.

       FD BilledFile.
           COPY BILLREC.

       FD CreditBalFile.
           COPY CREDITBAL.

       FD PeriodCtlFile.
           COPY PERIODCTL.

       FD MemberApplFile.
           COPY MEMAPPL.

       FD ArchiveFile.
           COPY MEMARCH.

       WORKING-STORAGE SECTION.
           COPY REGXVAL.
           COPY PERIODCK.
           COPY DATEVAL.
           COPY PHONKEY.

       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".
        88 WantsAdd VALUE "A" "a".
        88 WantsChange VALUE "C" "c".
        88 WantsInactivate VALUE "I" "i".
        88 WantsTypeChange VALUE "T" "t".
        88 WantsQuit VALUE "Q" "q".

       01 AuditFileStatus PIC XX VALUE SPACES.
       01 CapsFileStatus PIC XX VALUE SPACES.
        88 CapsFileOk VALUE "00".
       01 WaitListFileStatus PIC XX VALUE SPACES.
        88 WaitListFileOk VALUE "00".
        88 WaitListFileMissing VALUE "35".
       01 CapsEofFlag PIC X VALUE "N".
        88 EndOfCapsFile VALUE "Y".
        02 CapLimitForType OCCURS 9 TIMES PIC 9(5) VALUE 99999.

       01 SavedNewMember PIC X(62) VALUE SPACES.

       01 ArchiveFileStatus PIC XX VALUE SPACES.
        88 ArchiveFileOk VALUE "00".
       01 NewMemberPhoneticKey PIC X(5) VALUE SPACES.
       01 SoundAlikeEofFlag PIC X VALUE "N".
        88 EndOfSoundAlikeScan VALUE "Y".
       01 SoundAlikeCount PIC 9(3) VALUE ZEROES.
       01 SoundAlikeSource PIC X(8) VALUE SPACES.
       01 SoundAlikeId PIC X(5) VALUE SPACES.
       01 SoundAlikeFlag PIC X VALUE "N".
        88 SoundAlikeDeclined VALUE "Y".
       01 AddAnywayAnswer PIC X VALUE SPACES.
        88 AddAnywayYes VALUE "Y" "y".
        88 AddAnywayNo VALUE "N" "n".
       01 ActiveTypeCount PIC 9(5) VALUE ZEROES.
       01 CountScanEofFlag PIC X VALUE "N".
        88 EndOfCountScan VALUE "Y".
       01 OverCapFlag PIC X VALUE "N".
        88 AddIsOverCap VALUE "Y".
       01 WorkTodayDate PIC 9(8) VALUE ZEROES.
       01 WorkTodayParts REDEFINES WorkTodayDate.
        02 WorkTodayYear PIC 9(4).
        02 WorkTodayMonth PIC 99.
        02 WorkTodayDay PIC 99.

       01 WorkMemberName PIC X(20) VALUE SPACES.
       01 WorkMemberType PIC X VALUE SPACES.
       01 CurrentOperAuthority PIC 9 VALUE ZEROES.
        88 CurrentOperSupervisor VALUE 9.

       01 InitFeeFileStatus PIC XX VALUE SPACES.
        88 InitFeeFileOk VALUE "00".
       01 InitFeeEofFlag PIC X VALUE "N".
        88 EndOfInitFeeFile VALUE "Y".
       01 InitFeeTable.
        02 InitFeeForType OCCURS 9 TIMES.
         03 InitFeeAmount PIC 9(5)V99 VALUE ZEROES.
         03 InitEquityAmount PIC 9(5)V99 VALUE ZEROES.

       01 EquityFileStatus PIC XX VALUE ZEROES.
        88 EquityFileOk VALUE "00".
        88 EquityFileMissing VALUE "35".
       01 EquityScanEofFlag PIC X VALUE "N".
        88 EndOfEquityScan VALUE "Y".
       01 SavedNewEquity PIC X(68) VALUE SPACES.
       01 ResaleMemberId PIC X(5) VALUE SPACES.
       01 ResaleResignDate PIC 9(8) VALUE ZEROES.
       01 ResaleMemberType PIC 9 VALUE ZEROES.
       01 PrnEquityAmount PIC ZZ,ZZ9.99.

       01 DuesRateFileStatus PIC XX VALUE SPACES.
        88 DuesRateFileOk VALUE "00".
       01 DuesRateEofFlag PIC X VALUE "N".
        88 EndOfDuesRateFile VALUE "Y".
       01 TypeRateTable.
        02 TypeRateEntry OCCURS 3 TIMES.
         03 TypeRateAmount PIC 9(3)V99.
         03 TypeRateEffective PIC 9(8).
       01 RateTypeIndex PIC 9 VALUE ZEROES.
       01 RateCutoffDate PIC 9(8) VALUE ZEROES.

       01 BilledFileStatus PIC XX VALUE ZEROES.
        88 BilledFileOk VALUE "00".
        88 BilledFileMissing VALUE "35".
       01 CreditBalFileStatus PIC XX VALUE ZEROES.
        88 CreditBalFileOk VALUE "00".
        88 CreditBalFileMissing VALUE "35".
       01 InstallmentFreeFlag PIC X VALUE "N".
        88 InstallmentIsFree VALUE "Y".

       01 WorkOldType PIC 9 VALUE ZEROES.
       01 WorkNewType PIC 9 VALUE ZEROES.
       01 ChangePeriod PIC 9(6) VALUE ZEROES.
       01 ChangePeriodParts REDEFINES ChangePeriod.
        02 ChangePeriodYear PIC 9(4).
        02 ChangePeriodMonth PIC 99.
       01 ChangeQuarterWork PIC 9 VALUE ZEROES.
       01 ChangeMonthsLeft PIC 9 VALUE ZEROES.
       01 TypeAdjustAmount PIC S9(5)V99 VALUE ZEROES.
       01 WorkAdjustKind PIC X VALUE SPACE.
        88 AdjustIsBilled VALUE "B".
        88 AdjustIsCredited VALUE "C".
       01 WorkAdjustAmount PIC 9(5)V99 VALUE ZEROES.
       01 PrnAdjustAmount PIC ZZ,ZZ9.99.

       01 ApplFileStatus PIC XX VALUE ZEROES.
        88 ApplFileOk VALUE "00".
        88 ApplFileMissing VALUE "35".
       01 ApplOpenFlag PIC X VALUE "N".
        88 ApplFileIsOpen VALUE "Y".
       01 WorkApplNo PIC 9(5) VALUE ZEROES.
       01 ApplLinkFlag PIC X VALUE "N".
        88 ApplicationNone VALUE "N".
        88 ApplicationLinked VALUE "L".
        88 ApplicationRefused VALUE "R".

       PROCEDURE DIVISION.
       MaintainMembers.
           PERFORM OperatorSignOn
               OPEN OUTPUT AuditFile
           END-IF
           PERFORM LoadCapacityTable
           PERFORM LoadInitFeeTable
           OPEN I-O EquityFile
           IF EquityFileMissing
               OPEN OUTPUT EquityFile
               CLOSE EquityFile
               OPEN I-O EquityFile
           END-IF
           OPEN I-O MemberApplFile
           IF NOT ApplFileMissing
               MOVE "Y" TO ApplOpenFlag
           END-IF
           PERFORM UNTIL WantsQuit
               PERFORM DisplayMenu
               ACCEPT MenuChoice
                   WHEN WantsAdd PERFORM AddMember
                   WHEN WantsChange PERFORM ChangeMember
                   WHEN WantsInactivate PERFORM InactivateMember
                   WHEN WantsTypeChange PERFORM ChangeMemberType
                   WHEN WantsQuit CONTINUE
                   WHEN OTHER DISPLAY "Please choose A, C, I, T or Q."
               END-EVALUATE
           END-PERFORM
           CLOSE MemberFile, AuditFile, EquityFile
           IF ApplFileIsOpen
               CLOSE MemberApplFile
           END-IF
           STOP RUN.

       DisplayMenu.
           DISPLAY " "
           DISPLAY "(A)dd, (C)hange, (I)nactivate, (T)ype change, "
             "(Q)uit: " WITH NO ADVANCING.

       OperatorSignOn.
           MOVE "N" TO SignedOnFlag
           END-IF.

       AddMember.
           PERFORM AcceptApplicationNo
           IF ApplicationRefused
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Member Id (5 chars): " WITH NO ADVANCING
           ACCEPT MemberId

               IF MemberFileOk
                   DISPLAY "Member " MemberId " already exists."
               ELSE
                   IF ApplicationLinked
                       PERFORM TakeParticularsFromApplication
                   ELSE
                       PERFORM AcceptNewMemberParticulars
                   END-IF
                   DISPLAY "Membership Expiration Date (YYYYMMDD): "
                     WITH NO ADVANCING
                   ACCEPT MemberExpireDate
                   ELSE
                       MOVE SPACE TO MemberHouseholdRole
                   END-IF
                   IF ApplicationLinked
                       MOVE ApplBirthDate TO MemberBirthDate
                   ELSE
                       DISPLAY "Birth date (YYYYMMDD, 0 if unknown): "
                         WITH NO ADVANCING
                       ACCEPT MemberBirthDate
                   END-IF

                   SET MemberActive TO TRUE
                   MOVE CurrentOperId TO MemberLastOper
                   MOVE SPACE TO MemberNsfFlag

                   PERFORM CheckSoundAlikeMembers
                   IF SoundAlikeDeclined
                       DISPLAY "Member " MemberId " not added."
                   ELSE
                       PERFORM FileNewMember
                   END-IF
               END-IF
           END-IF.

       FileNewMember.
           PERFORM CheckCapacityForAdd
           IF AddIsOverCap
               PERFORM AddToWaitingList
               MOVE "W" TO ApplEnrolment
               PERFORM StampApplicationEnrolment
           ELSE
               WRITE MemberRec
                   INVALID KEY
                       DISPLAY "Unable to add member " MemberId
                   NOT INVALID KEY
                       MOVE "A" TO WorkAuditAction
                       MOVE SPACES TO WorkBeforeImage
                       PERFORM WriteAuditRecord
                       PERFORM CreateEquityRecord
                       MOVE "M" TO ApplEnrolment
                       PERFORM StampApplicationEnrolment
               END-WRITE
           END-IF.

       CheckSoundAlikeMembers.
      * Warns of anyone already on file, on the waiting list or in
      * the archive whose name sounds like the new member's (the
      * DupScan key) and who is not plainly someone else, graded
      * as in the DupScan report; the operator decides whether to
      * add. MemberRec is held in SavedNewMember across the scans.
           MOVE "N" TO SoundAlikeFlag
           MOVE ZEROES TO SoundAlikeCount
           MOVE MemberName TO PhoneticName
           PERFORM BuildPhoneticKey
           IF PhoneticKey = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE PhoneticKey TO NewMemberPhoneticKey
           MOVE PhoneticSurname TO PairLeftSurname
           MOVE MemberBirthDate TO PairLeftBirthDate
           MOVE Gender TO PairLeftGender
           MOVE SPACES TO PairLeftAddress

           MOVE MemberRec TO SavedNewMember
           MOVE "N" TO SoundAlikeEofFlag
           MOVE LOW-VALUES TO MemberId
           START MemberFile KEY IS >= MemberId
               INVALID KEY MOVE "Y" TO SoundAlikeEofFlag
           END-START
           IF NOT EndOfSoundAlikeScan
               READ MemberFile NEXT
                   AT END MOVE "Y" TO SoundAlikeEofFlag
               END-READ
           END-IF
           PERFORM CheckOneSoundAlikeMember UNTIL EndOfSoundAlikeScan
           MOVE SavedNewMember TO MemberRec

           MOVE "N" TO SoundAlikeEofFlag
           OPEN INPUT WaitListFile
           IF WaitListFileOk
               READ WaitListFile
                   AT END MOVE "Y" TO SoundAlikeEofFlag
               END-READ
               PERFORM CheckOneSoundAlikeWaiter
                 UNTIL EndOfSoundAlikeScan
               CLOSE WaitListFile
           END-IF

           MOVE "N" TO SoundAlikeEofFlag
           OPEN INPUT ArchiveFile
           IF ArchiveFileOk
               READ ArchiveFile
                   AT END MOVE "Y" TO SoundAlikeEofFlag
               END-READ
               PERFORM CheckOneSoundAlikeArchived
                 UNTIL EndOfSoundAlikeScan
               CLOSE ArchiveFile
           END-IF

           IF SoundAlikeCount > ZEROES
               DISPLAY "Possible duplicate -- check before adding."
               DISPLAY "Add " MemberId " anyway (Y/N): "
                 WITH NO ADVANCING
               ACCEPT AddAnywayAnswer
               PERFORM UNTIL AddAnywayYes OR AddAnywayNo
                   DISPLAY "Enter Y or N: " WITH NO ADVANCING
                   ACCEPT AddAnywayAnswer
               END-PERFORM
               IF AddAnywayNo
                   MOVE "Y" TO SoundAlikeFlag
               END-IF
           END-IF.

       CheckOneSoundAlikeMember.
           IF MemberId NOT = SavedNewMember(1:5)
               MOVE MemberName TO PhoneticName
               MOVE MemberBirthDate TO PairRightBirthDate
               MOVE Gender TO PairRightGender
               MOVE "member" TO SoundAlikeSource
               MOVE MemberId TO SoundAlikeId
               PERFORM GradeOneSoundAlike
           END-IF
           READ MemberFile NEXT
               AT END MOVE "Y" TO SoundAlikeEofFlag
           END-READ.

       CheckOneSoundAlikeWaiter.
           IF WaitMemberId NOT = SavedNewMember(1:5)
               MOVE WaitMemberName TO PhoneticName
               MOVE ZEROES TO PairRightBirthDate
               MOVE WaitGender TO PairRightGender
               MOVE "waiting" TO SoundAlikeSource
               MOVE WaitMemberId TO SoundAlikeId
               PERFORM GradeOneSoundAlike
           END-IF
           READ WaitListFile
               AT END MOVE "Y" TO SoundAlikeEofFlag
           END-READ.

       CheckOneSoundAlikeArchived.
           MOVE ArchMemberName TO PhoneticName
           MOVE ZEROES TO PairRightBirthDate
           MOVE ArchGender TO PairRightGender
           MOVE "archived" TO SoundAlikeSource
           MOVE ArchMemberId TO SoundAlikeId
           PERFORM GradeOneSoundAlike
           READ ArchiveFile
               AT END MOVE "Y" TO SoundAlikeEofFlag
           END-READ.

       GradeOneSoundAlike.
      * PhoneticName and the Pair right-hand fields hold the record
      * found; no address is on file yet for a member being added.
           PERFORM BuildPhoneticKey
           IF PhoneticKey NOT = NewMemberPhoneticKey
               EXIT PARAGRAPH
           END-IF
           MOVE PhoneticSurname TO PairRightSurname
           MOVE SPACES TO PairRightAddress
           PERFORM GradeSoundAlikePair
           IF NOT PairNotDuplicate
               ADD 1 TO SoundAlikeCount
               DISPLAY "  " PairConfidence " " PairReason " "
                 SoundAlikeSource " " SoundAlikeId " " PhoneticName
           END-IF.

       AcceptApplicationNo.
      * Leaves the approved application in MemberApplRec when one
      * is given; a bad one refuses the add before anything is keyed.
           MOVE "N" TO ApplLinkFlag
           IF NOT ApplFileIsOpen
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Approved application no. (Enter if none): "
             WITH NO ADVANCING
           MOVE ZEROES TO WorkApplNo
           ACCEPT WorkApplNo
           IF WorkApplNo = ZEROES
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO ApplLinkFlag
           MOVE WorkApplNo TO ApplNo
           READ MemberApplFile
               KEY IS ApplNo
               INVALID KEY
                   DISPLAY "No application " WorkApplNo " on file."
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN NOT ApplApproved
                   DISPLAY "Application " ApplNo " has not been "
                     "approved by the board."
               WHEN NOT ApplNotEnrolled
                   DISPLAY "Application " ApplNo " was already "
                     "enrolled as " ApplMemberId "."
               WHEN OTHER
                   MOVE "L" TO ApplLinkFlag
                   DISPLAY "Applicant: " ApplName "  type "
                     ApplMemberType
           END-EVALUATE.

       AcceptNewMemberParticulars.
           DISPLAY "Member Name: " WITH NO ADVANCING
           ACCEPT MemberName
           DISPLAY "Member Type (1-3): " WITH NO ADVANCING
           ACCEPT MemberType
           PERFORM UNTIL MemberType >= 1 AND MemberType <= 3
               DISPLAY "Invalid Member Type -- enter 1-3: "
                 WITH NO ADVANCING
               ACCEPT MemberType
           END-PERFORM
           DISPLAY "Gender (M/F): " WITH NO ADVANCING
           ACCEPT Gender.

       TakeParticularsFromApplication.
           MOVE ApplName TO MemberName
           MOVE ApplMemberType TO MemberType
           MOVE ApplGender TO Gender.

       StampApplicationEnrolment.
      * ApplEnrolment has been set by the caller.
           IF NOT ApplicationLinked
               EXIT PARAGRAPH
           END-IF
           ACCEPT WorkTodayDate FROM DATE YYYYMMDD
           MOVE MemberId TO ApplMemberId
           MOVE WorkTodayDate TO ApplEnrolledDate
           REWRITE MemberApplRec
               INVALID KEY
                   DISPLAY "Unable to update application " ApplNo "."
           END-REWRITE.

       ChangeMember.
           DISPLAY "Member Id to change: " WITH NO ADVANCING
           ACCEPT MemberId
                   MOVE WorkMemberName TO MemberName
               END-IF

               DISPLAY "Member Type " MemberType
                 " -- use (T)ype change to move types."

               DISPLAY "Gender [" Gender "]: " WITH NO ADVANCING
               ACCEPT WorkGender
                       PERFORM WriteAuditRecord
               END-REWRITE
               DISPLAY "Member " MemberId " marked inactive."
               PERFORM ReleaseEquityCertificate
           END-IF.

       LoadCapacityTable.
           DISPLAY "Type " MemberType " membership is at its cap -- "
             MemberId " added to the waiting list".

       LoadInitFeeTable.
           OPEN INPUT InitFeeFile
           IF InitFeeFileOk
               READ InitFeeFile
                   AT END MOVE "Y" TO InitFeeEofFlag
               END-READ
               PERFORM LoadOneInitFee UNTIL EndOfInitFeeFile
               CLOSE InitFeeFile
           END-IF.

       LoadOneInitFee.
           IF IfMemberType >= 1 AND IfMemberType <= 9
               MOVE IfFeeAmount TO InitFeeAmount(IfMemberType)
               MOVE IfEquityAmount TO InitEquityAmount(IfMemberType)
           END-IF
           READ InitFeeFile
               AT END MOVE "Y" TO InitFeeEofFlag
           END-READ.

       CreateEquityRecord.
      * Household dependents join under the primary's certificate,
      * and a type with no fee on the schedule owes nothing.
           IF HouseholdDependent
             OR InitFeeAmount(MemberType) = ZEROES
               EXIT PARAGRAPH
           END-IF

           INITIALIZE EquityCertRec
           MOVE MemberId TO EqMemberId
           MOVE MemberType TO EqMemberType
           MOVE MemberJoinDate TO EqJoinDate
           MOVE InitFeeAmount(MemberType) TO EqInitFeeAmount
           MOVE InitEquityAmount(MemberType) TO EqEquityAmount
           SET EqFeeUnbilled TO TRUE
           IF EqEquityAmount > ZEROES
               SET EqCertOutstanding TO TRUE
           ELSE
               SET EqCertNone TO TRUE
           END-IF
           MOVE CurrentOperId TO EqLastOper

           WRITE EquityCertRec
               INVALID KEY
                   DISPLAY "Member " MemberId " already has an "
                     "initiation record -- none written."
                   EXIT PARAGRAPH
           END-WRITE

           MOVE EqInitFeeAmount TO PrnEquityAmount
           DISPLAY "Initiation fee $" PrnEquityAmount
             " will bill on the next dues statement."
           IF EqCertOutstanding
               MOVE EquityCertRec TO SavedNewEquity
               PERFORM RedeemOldestAwaitingCert
               MOVE SavedNewEquity TO EquityCertRec
           END-IF.

       RedeemOldestAwaitingCert.
      * The new member's spot is a resale of the longest-waiting
      * resigned certificate of the same type, which is now due for
      * repayment.
           ACCEPT WorkTodayDate FROM DATE YYYYMMDD
           MOVE EqMemberType TO ResaleMemberType
           MOVE SPACES TO ResaleMemberId
           MOVE 99999999 TO ResaleResignDate
           MOVE "N" TO EquityScanEofFlag
           MOVE LOW-VALUES TO EqMemberId
           START EquityFile KEY IS >= EqMemberId
               INVALID KEY MOVE "Y" TO EquityScanEofFlag
           END-START
           IF NOT EndOfEquityScan
               READ EquityFile NEXT
                   AT END MOVE "Y" TO EquityScanEofFlag
               END-READ
           END-IF
           PERFORM CheckOneAwaitingCert UNTIL EndOfEquityScan

           IF ResaleMemberId = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE ResaleMemberId TO EqMemberId
           READ EquityFile
               KEY IS EqMemberId
               INVALID KEY CONTINUE
           END-READ
           IF EquityFileOk
               SET EqCertRedeemed TO TRUE
               MOVE WorkTodayDate TO EqRedeemDate
               MOVE MemberId TO EqResoldToMemberId
               MOVE CurrentOperId TO EqLastOper
               REWRITE EquityCertRec
                   INVALID KEY
                       DISPLAY "Unable to redeem certificate of "
                         EqMemberId
                   NOT INVALID KEY
                       MOVE EqEquityAmount TO PrnEquityAmount
                       DISPLAY "Spot resold: equity certificate of "
                         EqMemberId " ($" PrnEquityAmount
                         ") is now due for repayment."
               END-REWRITE
           END-IF.

       CheckOneAwaitingCert.
           IF EqCertAwaitingResale
             AND EqMemberType = ResaleMemberType
             AND EqResignDate < ResaleResignDate
               MOVE EqMemberId TO ResaleMemberId
               MOVE EqResignDate TO ResaleResignDate
           END-IF
           READ EquityFile NEXT
               AT END MOVE "Y" TO EquityScanEofFlag
           END-READ.

       ReleaseEquityCertificate.
           MOVE MemberId TO EqMemberId
           READ EquityFile
               KEY IS EqMemberId
               INVALID KEY CONTINUE
           END-READ
           IF EquityFileOk AND EqCertOutstanding
               SET EqCertAwaitingResale TO TRUE
               ACCEPT WorkTodayDate FROM DATE YYYYMMDD
               MOVE WorkTodayDate TO EqResignDate
               MOVE CurrentOperId TO EqLastOper
               REWRITE EquityCertRec
                   INVALID KEY
                       DISPLAY "Unable to release certificate of "
                         EqMemberId
                   NOT INVALID KEY
                       DISPLAY "Equity certificate now awaiting "
                         "resale."
               END-REWRITE
           END-IF.

       ChangeMemberType.
           DISPLAY "Member Id for type change: " WITH NO ADVANCING
           ACCEPT MemberId
           READ MemberFile
               KEY IS MemberId
               INVALID KEY
                   DISPLAY "Member " MemberId " not found."
           END-READ
           IF NOT MemberFileOk
               EXIT PARAGRAPH
           END-IF
           IF MemberInactive
               DISPLAY "Member " MemberId " is inactive -- no type "
                 "change."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Member Type [" MemberType "] -- new type (1-3): "
             WITH NO ADVANCING
           ACCEPT WorkMemberType
           IF WorkMemberType < "1" OR WorkMemberType > "3"
               DISPLAY "Invalid Member Type -- no change made."
               EXIT PARAGRAPH
           END-IF
           MOVE WorkMemberType TO WorkNewType
           IF WorkNewType = MemberType
               DISPLAY "Member is already type " MemberType "."
               EXIT PARAGRAPH
           END-IF

           MOVE MemberRec TO WorkBeforeImage
           MOVE MemberType TO WorkOldType
      * The board's cap applies to the new type just as on an add;
      * a change is refused rather than wait-listed.
           MOVE WorkNewType TO MemberType
           PERFORM CheckCapacityForAdd
           IF AddIsOverCap
               DISPLAY "Type " WorkNewType " membership is at its "
                 "cap -- type change refused."
               EXIT PARAGRAPH
           END-IF

           PERFORM ComputeTypeChangeAdjustment
           IF AdjustIsBilled
               PERFORM OpenPeriodControl
               MOVE WorkTodayDate TO PeriodCheckDate
               PERFORM CheckPostingPeriod
               PERFORM ClosePeriodControl
               IF PostingPeriodClosed
                   PERFORM ShowClosedPeriod
                   DISPLAY "Type change refused."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE CurrentOperId TO MemberLastOper
           REWRITE MemberRec
               INVALID KEY
                   DISPLAY "Unable to change type for member "
                     MemberId
               NOT INVALID KEY
                   PERFORM PostTypeChangeAdjustment
                   MOVE "T" TO WorkAuditAction
                   PERFORM WriteAuditRecord
                   DISPLAY "Member " MemberId " changed from type "
                     WorkOldType " to type " WorkNewType "."
           END-REWRITE.

       ComputeTypeChangeAdjustment.
      * Prorates the rate difference over the months left in the
      * current billing quarter, counting the month of the change,
      * the same way DuesBilling prorates a mid-quarter join. Only
      * a member already billed for this quarter is adjusted; one
      * not yet billed picks up the new rate on the next run.
           MOVE ZEROES TO TypeAdjustAmount
           MOVE ZEROES TO WorkAdjustAmount
           MOVE SPACE TO WorkAdjustKind
           IF HouseholdPrimary OR HouseholdDependent
               DISPLAY "Household members bill at the family rate -- "
                 "no dues adjustment."
               EXIT PARAGRAPH
           END-IF

           ACCEPT WorkTodayDate FROM DATE YYYYMMDD
           COMPUTE ChangeQuarterWork = (WorkTodayMonth - 1) / 3
           MOVE WorkTodayYear TO ChangePeriodYear
           COMPUTE ChangePeriodMonth = (ChangeQuarterWork * 3) + 1
           COMPUTE ChangeMonthsLeft =
             ChangePeriodMonth + 3 - WorkTodayMonth

           OPEN INPUT BilledFile
           IF BilledFileMissing
               DISPLAY "No billing on file -- no dues adjustment."
               EXIT PARAGRAPH
           END-IF
           MOVE MemberId TO BilledMemberId
           MOVE 01 TO BilledInstallmentNo
           READ BilledFile
               KEY IS BilledKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT BilledFileOk OR BilledPeriod NOT = ChangePeriod
               CLOSE BilledFile
               DISPLAY "Not yet billed for " ChangePeriod
                 " -- the next dues run bills the new type."
               EXIT PARAGRAPH
           END-IF
           CLOSE BilledFile

           PERFORM LoadCurrentDuesRates
           COMPUTE TypeAdjustAmount ROUNDED =
             ((TypeRateAmount(WorkNewType)
               - TypeRateAmount(WorkOldType)) * ChangeMonthsLeft) / 3

           EVALUATE TRUE
               WHEN TypeAdjustAmount > ZEROES
                   SET AdjustIsBilled TO TRUE
                   MOVE TypeAdjustAmount TO WorkAdjustAmount
               WHEN TypeAdjustAmount < ZEROES
                   SET AdjustIsCredited TO TRUE
                   COMPUTE WorkAdjustAmount = 0 - TypeAdjustAmount
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LoadCurrentDuesRates.
      * Keeps, per type, the latest rate effective on or before the
      * first day of the quarter, as DuesBilling does.
           MOVE ZEROES TO TypeRateTable
           MOVE "N" TO DuesRateEofFlag
           COMPUTE RateCutoffDate = (ChangePeriod * 100) + 1
           OPEN INPUT DuesRateFile
           IF NOT DuesRateFileOk
               DISPLAY "Dues-rate schedule data/dues-rates.dat not "
                 "found -- no dues adjustment."
               EXIT PARAGRAPH
           END-IF
           READ DuesRateFile
               AT END MOVE "Y" TO DuesRateEofFlag
           END-READ
           PERFORM LoadOneCurrentRate UNTIL EndOfDuesRateFile
           CLOSE DuesRateFile.

       LoadOneCurrentRate.
           IF DrEffectiveDate <= RateCutoffDate
             AND DrRateClass >= "1" AND DrRateClass <= "3"
               MOVE DrRateClass TO RateTypeIndex
               IF DrEffectiveDate > TypeRateEffective(RateTypeIndex)
                   MOVE DrRateAmount TO TypeRateAmount(RateTypeIndex)
                   MOVE DrEffectiveDate
                     TO TypeRateEffective(RateTypeIndex)
               END-IF
           END-IF
           READ DuesRateFile
               AT END MOVE "Y" TO DuesRateEofFlag
           END-READ.

       PostTypeChangeAdjustment.
           MOVE WorkAdjustAmount TO PrnAdjustAmount
           EVALUATE TRUE
               WHEN AdjustIsBilled
                   PERFORM BillTypeChangeDifference
               WHEN AdjustIsCredited
                   PERFORM CreditTypeChangeDifference
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BillTypeChangeDifference.
      * The difference is billed as the member's next free
      * installment of the quarter, due today, its dues covering
      * the month of the change to quarter end. It keeps today's
      * date as its own BilledDate for the GL export and DuesUndo;
      * the balance programs still cut payments off at
      * installment 01's date.
           OPEN I-O BilledFile
           MOVE MemberId TO BilledMemberId
           MOVE ZEROES TO BilledInstallmentNo
           MOVE "N" TO InstallmentFreeFlag
           PERFORM TryNextInstallmentNo UNTIL InstallmentIsFree

           MOVE ChangePeriod TO BilledPeriod
           MOVE WorkAdjustAmount TO BilledAmount
           MOVE WorkAdjustAmount TO BilledDuesAmount
           MOVE ZEROES TO BilledDuesCredited
           MOVE WorkTodayDate(1:6) TO BilledCoverFrom
           MOVE WorkTodayDate TO BilledDate
           MOVE WorkTodayDate TO BilledDueDate
           WRITE BilledRec
               INVALID KEY
                   DISPLAY "Unable to bill the type-change difference "
                     "for " MemberId
               NOT INVALID KEY
                   DISPLAY "Prorated difference $" PrnAdjustAmount
                     " billed as installment " BilledInstallmentNo "."
           END-WRITE
           CLOSE BilledFile.

       TryNextInstallmentNo.
           ADD 1 TO BilledInstallmentNo
           READ BilledFile
               KEY IS BilledKey
               INVALID KEY MOVE "Y" TO InstallmentFreeFlag
           END-READ.

       CreditTypeChangeDifference.
           OPEN I-O CreditBalFile
           IF CreditBalFileMissing
               OPEN OUTPUT CreditBalFile
               CLOSE CreditBalFile
               OPEN I-O CreditBalFile
           END-IF

           MOVE MemberId TO CreditMemberId
           READ CreditBalFile
               KEY IS CreditMemberId
               INVALID KEY CONTINUE
           END-READ
           IF CreditBalFileOk
               ADD WorkAdjustAmount TO CreditAmount
               MOVE WorkTodayDate TO CreditUpdateDate
               REWRITE CreditBalRec
                   INVALID KEY
                       DISPLAY "Unable to credit the type-change "
                         "difference for " MemberId
               END-REWRITE
           ELSE
               INITIALIZE CreditBalRec
               MOVE MemberId TO CreditMemberId
               MOVE WorkAdjustAmount TO CreditAmount
               MOVE WorkTodayDate TO CreditUpdateDate
               WRITE CreditBalRec
                   INVALID KEY
                       DISPLAY "Unable to credit the type-change "
                         "difference for " MemberId
               END-WRITE
           END-IF
           CLOSE CreditBalFile
           DISPLAY "Prorated difference $" PrnAdjustAmount
             " credited to the member's account.".

       WriteAuditRecord.
           ACCEPT AuditDate FROM DATE YYYYMMDD
           ACCEPT AuditTime FROM TIME
           MOVE MemberId TO AuditMemberId
           MOVE WorkBeforeImage TO AuditBeforeImage
           MOVE MemberRec TO AuditAfterImage
           MOVE SPACES TO AuditTypeChange
           IF AuditActionTypeChange
               MOVE WorkOldType TO AuditOldType
               MOVE WorkNewType TO AuditNewType
               MOVE WorkAdjustKind TO AuditAdjustKind
               MOVE WorkAdjustAmount TO AuditAdjustAmount
           END-IF
           WRITE MemberAuditRec.

           COPY REGXPRC.

           COPY DATEVALP.

           COPY PHONKEYP.

           COPY PERIODPR.
