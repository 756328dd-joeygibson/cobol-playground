       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChgEntry.
      * Grill and pro-shop house-charge entry: the outlet or the
      * front desk keys each signed chit (member, date, outlet,
      * ticket number, amount, taxable or not) into
      * data/house-charges.dat. The operator signs on against
      * data/operators.dat and every slip is stamped with the
      * operator and the open DrawerSess session, so a disputed chit
      * traces to a shift. Open slips print itemized on the next
      * dues statement and are marked billed by DuesBilling; a
      * supervisor may void an open slip keyed in error. Replaces
      * the paper chits keyed as a lump into the statement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MemberFile ASSIGN TO 'data/members.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MemberId
             FILE STATUS IS MemberFileStatus.

           SELECT HouseChargeFile ASSIGN TO 'data/house-charges.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HcKey
             FILE STATUS IS HouseChgFileStatus.

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
           COPY MEMBREC.

       FD HouseChargeFile.
           COPY HOUSECHG.

       FD OperatorFile.
           COPY OPERREC.

       FD SessionFile.
           COPY DRAWSESS.

       WORKING-STORAGE SECTION.
           COPY DATEVAL.

       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".

       01 HouseChgFileStatus PIC XX VALUE ZEROES.
        88 HouseChgFileOk VALUE "00".
        88 HouseChgFileMissing VALUE "35".

       01 MenuChoice PIC X VALUE SPACES.
        88 WantsEnter VALUE "E" "e".
        88 WantsList VALUE "L" "l".
        88 WantsVoid VALUE "V" "v".
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
       01 CurrentOperAuthority PIC 9 VALUE ZEROES.
        88 CurrentOperSupervisor VALUE 9.

       01 SessionFileStatus PIC XX VALUE ZEROES.
        88 SessionFileOk VALUE "00".
        88 SessionFileMissing VALUE "35".
       01 CurrentSessionId PIC 9(4) VALUE ZEROES.

       01 WS-Today PIC 9(8) VALUE ZEROES.
       01 WorkChargeDate PIC 9(8) VALUE ZEROES.
       01 WorkOutlet PIC X VALUE SPACES.
        88 WorkOutletValid VALUE "G" "P".
       01 WorkTicketNo PIC X(8) VALUE SPACES.
       01 WorkAmount PIC 9(5)V99 VALUE ZEROES.
       01 WorkTaxable PIC X VALUE SPACES.
        88 WorkTaxableValid VALUE "Y" "N".
       01 WorkSeq PIC 9(3) VALUE ZEROES.

       01 SeqAssignedFlag PIC X VALUE "N".
        88 SeqIsAssigned VALUE "Y".
       01 EndOfScanFlag PIC X VALUE "N".
        88 EndOfScan VALUE "Y".
       01 OpenSlipCount PIC 9(4) VALUE ZEROES.
       01 OpenSlipTotal PIC 9(7)V99 VALUE ZEROES.

       01 PrnChgAmount PIC ZZ,ZZ9.99.
       01 PrnChgTotal PIC Z,ZZZ,ZZ9.99.

       01 SlipListLine.
        02 PrnSlipDate PIC 9(8).
        02 FILLER PIC X VALUE SPACE.
        02 PrnSlipSeq PIC 9(3).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnSlipOutlet PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnSlipTicket PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnSlipAmount PIC ZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnSlipTaxable PIC X(3).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnSlipOper PIC X(3).

       PROCEDURE DIVISION.
       EnterHouseCharges.
           PERFORM OperatorSignOn
           IF NOT OperatorSignedOn
               DISPLAY "Sign-on failed -- goodbye."
               STOP RUN
           END-IF

           ACCEPT WS-Today FROM DATE YYYYMMDD
           PERFORM FindOpenDrawerSession

           OPEN I-O HouseChargeFile
           IF HouseChgFileMissing
               OPEN OUTPUT HouseChargeFile
               CLOSE HouseChargeFile
               OPEN I-O HouseChargeFile
           END-IF
           OPEN INPUT MemberFile

           PERFORM UNTIL WantsQuit
               PERFORM DisplayMenu
               ACCEPT MenuChoice
               EVALUATE TRUE
                   WHEN WantsEnter PERFORM EnterOneSlip
                   WHEN WantsList PERFORM ListOpenSlips
                   WHEN WantsVoid PERFORM VoidOneSlip
                   WHEN WantsQuit CONTINUE
                   WHEN OTHER DISPLAY "Please choose E, L, V or Q."
               END-EVALUATE
           END-PERFORM

           CLOSE HouseChargeFile, MemberFile
           STOP RUN.

       DisplayMenu.
           DISPLAY " "
           DISPLAY "(E)nter a charge slip, (L)ist open slips, "
             "(V)oid a slip, (Q)uit: " WITH NO ADVANCING.

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

       FindOpenDrawerSession.
      * The newest open DrawerSess session owns the drawer, as in
      * PayPost; with no session open the slips carry zero.
           MOVE ZEROES TO CurrentSessionId
           OPEN INPUT SessionFile
           IF SessionFileMissing
               DISPLAY "** No drawer session file -- slips will "
                 "not be tied to a shift."
               EXIT PARAGRAPH
           END-IF

           READ SessionFile
            AT END SET EndOfDrawerSessFile TO TRUE
           END-READ

           PERFORM CheckOneDrawerSession UNTIL EndOfDrawerSessFile

           CLOSE SessionFile

           IF CurrentSessionId = ZEROES
               DISPLAY "** No open drawer session -- slips will "
                 "not be tied to a shift."
           ELSE
               DISPLAY "Charging under drawer session "
                 CurrentSessionId "."
           END-IF.

       CheckOneDrawerSession.
           IF SessionOpen
               MOVE SessionId TO CurrentSessionId
           END-IF
           READ SessionFile
            AT END SET EndOfDrawerSessFile TO TRUE.

       EnterOneSlip.
           DISPLAY "Member Id: " WITH NO ADVANCING
           ACCEPT MemberId
           READ MemberFile
               KEY IS MemberId
               INVALID KEY
                   DISPLAY "Member " MemberId " not found."
           END-READ
           IF NOT MemberFileOk
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Member: " MemberName
           IF MemberInactive
               DISPLAY "Member " MemberId " is inactive -- charge "
                 "refused."
               EXIT PARAGRAPH
           END-IF
           IF MemberSuspended
               DISPLAY "Member " MemberId " is suspended -- "
                 "charging privileges withdrawn."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Charge date (YYYYMMDD, 0 for today): "
             WITH NO ADVANCING
           ACCEPT WorkChargeDate
           IF WorkChargeDate = ZEROES
               MOVE WS-Today TO WorkChargeDate
           END-IF
           MOVE WorkChargeDate TO DateToValidate
           PERFORM ValidateDateField
           IF NOT DateFieldIsValid
               DISPLAY "Charge date " WorkChargeDate
                 " is not a valid date -- slip not entered."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Outlet -- (G)rill or (P)ro shop: "
             WITH NO ADVANCING
           ACCEPT WorkOutlet
           MOVE FUNCTION UPPER-CASE(WorkOutlet) TO WorkOutlet
           PERFORM UNTIL WorkOutletValid
               DISPLAY "Invalid outlet -- enter G or P: "
                 WITH NO ADVANCING
               ACCEPT WorkOutlet
               MOVE FUNCTION UPPER-CASE(WorkOutlet) TO WorkOutlet
           END-PERFORM

           DISPLAY "Ticket number: " WITH NO ADVANCING
           ACCEPT WorkTicketNo
           DISPLAY "Amount (no dollar sign): " WITH NO ADVANCING
           ACCEPT WorkAmount
           IF WorkAmount = ZEROES
               DISPLAY "A zero slip is not entered."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Taxable (Y/N): " WITH NO ADVANCING
           ACCEPT WorkTaxable
           MOVE FUNCTION UPPER-CASE(WorkTaxable) TO WorkTaxable
           PERFORM UNTIL WorkTaxableValid
               DISPLAY "Enter Y or N: " WITH NO ADVANCING
               ACCEPT WorkTaxable
               MOVE FUNCTION UPPER-CASE(WorkTaxable) TO WorkTaxable
           END-PERFORM

           PERFORM AssignSlipSeq
           PERFORM WriteChargeSlip.

       AssignSlipSeq.
           MOVE MemberId TO HcMemberId
           MOVE WorkChargeDate TO HcChargeDate
           MOVE ZEROES TO HcSeq
           MOVE "N" TO SeqAssignedFlag
           PERFORM TryNextSlipSeq UNTIL SeqIsAssigned.

       TryNextSlipSeq.
           ADD 1 TO HcSeq
           READ HouseChargeFile
               INVALID KEY MOVE "Y" TO SeqAssignedFlag
           END-READ.

       WriteChargeSlip.
           MOVE HcSeq TO WorkSeq
           INITIALIZE HouseChargeRec
           MOVE MemberId TO HcMemberId
           MOVE WorkChargeDate TO HcChargeDate
           MOVE WorkSeq TO HcSeq
           MOVE WorkOutlet TO HcOutlet
           MOVE WorkTicketNo TO HcTicketNo
           MOVE WorkAmount TO HcAmount
           MOVE WorkTaxable TO HcTaxable
           MOVE CurrentOperId TO HcOperId
           MOVE CurrentSessionId TO HcSessionId
           SET HcOpen TO TRUE
           MOVE ZEROES TO HcBilledPeriod
           MOVE ZEROES TO HcBilledDate

           WRITE HouseChargeRec
               INVALID KEY
                   DISPLAY "Unable to enter slip for " HcMemberId
               NOT INVALID KEY
                   MOVE HcAmount TO PrnChgAmount
                   DISPLAY "Charged $" PrnChgAmount " to member "
                     HcMemberId " -- slip " HcChargeDate "/" HcSeq
           END-WRITE.

       ListOpenSlips.
           DISPLAY "Member Id: " WITH NO ADVANCING
           ACCEPT MemberId
           MOVE ZEROES TO OpenSlipCount
           MOVE ZEROES TO OpenSlipTotal
           MOVE "N" TO EndOfScanFlag
           MOVE MemberId TO HcMemberId
           MOVE ZEROES TO HcChargeDate
           MOVE ZEROES TO HcSeq
           START HouseChargeFile KEY IS >= HcKey
               INVALID KEY MOVE "Y" TO EndOfScanFlag
           END-START

           IF NOT EndOfScan
               READ HouseChargeFile NEXT
                AT END MOVE "Y" TO EndOfScanFlag
               END-READ
           END-IF

           PERFORM ListOneSlip UNTIL EndOfScan

           MOVE OpenSlipTotal TO PrnChgTotal
           DISPLAY OpenSlipCount " open slip(s), $" PrnChgTotal
             " to be billed.".

       ListOneSlip.
           IF HcMemberId NOT = MemberId
               MOVE "Y" TO EndOfScanFlag
           ELSE
               IF HcOpen
                   ADD 1 TO OpenSlipCount
                   ADD HcAmount TO OpenSlipTotal
                   MOVE HcChargeDate TO PrnSlipDate
                   MOVE HcSeq TO PrnSlipSeq
                   EVALUATE TRUE
                       WHEN HcOutletGrill
                           MOVE "GRILL" TO PrnSlipOutlet
                       WHEN HcOutletFbMinimum
                           MOVE "F&B MIN" TO PrnSlipOutlet
                       WHEN HcOutletCartFee
                           MOVE "CART FEE" TO PrnSlipOutlet
                       WHEN HcOutletTrailFee
                           MOVE "TRAILFEE" TO PrnSlipOutlet
                       WHEN HcOutletLesson
                           MOVE "LESSON" TO PrnSlipOutlet
                       WHEN HcOutletRoom
                           MOVE "ROOM FEE" TO PrnSlipOutlet
                       WHEN HcOutletEvent
                           MOVE "EVENT" TO PrnSlipOutlet
                       WHEN OTHER
                           MOVE "PRO SHOP" TO PrnSlipOutlet
                   END-EVALUATE
                   MOVE HcTicketNo TO PrnSlipTicket
                   MOVE HcAmount TO PrnSlipAmount
                   IF HcIsTaxable
                       MOVE "TAX" TO PrnSlipTaxable
                   ELSE
                       MOVE SPACES TO PrnSlipTaxable
                   END-IF
                   MOVE HcOperId TO PrnSlipOper
                   DISPLAY SlipListLine
               END-IF
               READ HouseChargeFile NEXT
                AT END MOVE "Y" TO EndOfScanFlag
               END-READ
           END-IF.

       VoidOneSlip.
      * Only an open slip can be voided, and only by a supervisor;
      * a billed slip has gone out on a statement and is corrected
      * through a refund or credit instead.
           IF NOT CurrentOperSupervisor
               DISPLAY "Only a supervisor may void a charge slip."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Member Id: " WITH NO ADVANCING
           ACCEPT HcMemberId
           DISPLAY "Charge date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT HcChargeDate
           DISPLAY "Slip sequence: " WITH NO ADVANCING
           ACCEPT HcSeq
           READ HouseChargeFile
               KEY IS HcKey
               INVALID KEY
                   DISPLAY "No such slip on file."
           END-READ
           IF NOT HouseChgFileOk
               EXIT PARAGRAPH
           END-IF
           IF NOT HcOpen
               DISPLAY "Slip is not open -- only an unbilled slip "
                 "can be voided."
               EXIT PARAGRAPH
           END-IF

           SET HcVoided TO TRUE
           REWRITE HouseChargeRec
               INVALID KEY
                   DISPLAY "Unable to void the slip."
               NOT INVALID KEY
                   DISPLAY "Slip voided."
           END-REWRITE.

           COPY DATEVALP.
