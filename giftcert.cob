       IDENTIFICATION DIVISION.
       PROGRAM-ID. GiftCert.
      * Front-desk gift certificates and pro-shop credit vouchers.
      * A gift certificate is sold for check, card or cash into the
      * open DrawerSess drawer session; a pro-shop credit voucher is
      * awarded to a member with the approval of an authority-9
      * operator from data/operators.dat. Each is numbered, carries
      * its face value, remaining value and expiry date in
      * data/gift-certs.dat, and prints to
      * output/gift-certificates.txt for the customer. Use in the
      * pro shop draws the remaining value down; PayPost accepts a
      * certificate as a tender against a member's account. A
      * certificate that is used up, expired or unknown is refused,
      * so none can be redeemed twice. Every movement is appended to
      * data/gift-cert-activity.dat for the drawer, the GL export
      * and GiftLiab's monthly liability report.
      * 2026-10-15 JG  Rain checks issued by RainCheck look up and
      *                redeem here like any other certificate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GiftCertFile ASSIGN TO 'data/gift-certs.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GcNumber
             FILE STATUS IS GiftCertFileStatus.

           SELECT GiftActivityFile ASSIGN TO
             'data/gift-cert-activity.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GiftActivityStatus.

           SELECT MemberFile ASSIGN TO 'data/members.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MemberId
             FILE STATUS IS MemberFileStatus.

           SELECT OperatorFile ASSIGN TO 'data/operators.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OperatorFileStatus.

           SELECT SessionFile ASSIGN TO 'data/drawer-sessions.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SessionId
             FILE STATUS IS SessionFileStatus.

           SELECT CertPrintFile ASSIGN TO
             'output/gift-certificates.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CertPrintStatus.

       DATA DIVISION.
       FILE SECTION.
       FD GiftCertFile.
           COPY GIFTCERT.

       FD GiftActivityFile.
           COPY GIFTACT.

       FD MemberFile.
           COPY MEMBREC.

       FD OperatorFile.
           COPY OPERREC.

       FD SessionFile.
           COPY DRAWSESS.

       FD CertPrintFile.
       01 CertPrintLine PIC X(60).

       WORKING-STORAGE SECTION.
       01 GiftCertFileStatus PIC XX VALUE ZEROES.
        88 GiftCertFileOk VALUE "00".
        88 GiftCertFileMissing VALUE "35".
       01 GiftActivityStatus PIC XX VALUE SPACES.
        88 GiftActivityMissing VALUE "35".
       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".
       01 CertPrintStatus PIC XX VALUE SPACES.
        88 CertPrintMissing VALUE "35".

       01 SessionFileStatus PIC XX VALUE ZEROES.
        88 SessionFileOk VALUE "00".
        88 SessionFileMissing VALUE "35".
       01 CurrentSessionId PIC 9(4) VALUE ZEROES.
       01 CurrentSessionOper PIC X(3) VALUE SPACES.

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
        88 WantsSell VALUE "S" "s".
        88 WantsAward VALUE "A" "a".
        88 WantsUse VALUE "U" "u".
        88 WantsLookUp VALUE "L" "l".
        88 WantsQuit VALUE "Q" "q".

       01 TodayDate PIC 9(8) VALUE ZEROES.
       01 TodayParts REDEFINES TodayDate.
        02 TodayYear PIC 9(4).
        02 TodayMonthDay PIC 9(4).
       01 DefaultExpiryDate PIC 9(8) VALUE ZEROES.
       01 DefaultExpiryParts REDEFINES DefaultExpiryDate.
        02 DefaultExpiryYear PIC 9(4).
        02 DefaultExpiryMonthDay PIC 9(4).

       01 WorkMemberId PIC X(5) VALUE SPACES.
       01 WorkName PIC X(20) VALUE SPACES.
       01 WorkAmount PIC 9(5)V99 VALUE ZEROES.
       01 WorkExpiryDate PIC 9(8) VALUE ZEROES.
       01 WorkCertNumber PIC 9(6) VALUE ZEROES.
       01 WorkPayMethod PIC X VALUE SPACES.
        88 WorkMethodValid VALUE "K" "C" "H".
       01 WorkKind PIC X VALUE SPACES.
       01 WorkActivityType PIC X VALUE SPACES.
       01 WorkActivityOper PIC X(3) VALUE SPACES.

       01 SeqAssignedFlag PIC X VALUE "N".
        88 SeqIsAssigned VALUE "Y".

       01 PrnCertAmount PIC ZZ,ZZ9.99.
       01 PrnCertRemaining PIC ZZ,ZZ9.99.

       01 CertHeaderLine.
        02 FILLER PIC X(26) VALUE "Rolling Greens Golf Club  ".
        02 PrnCertTitle PIC X(24).
        02 PrnCertNumber PIC 9(6).

       01 CertPayeeLine.
        02 FILLER PIC X(14) VALUE "Presented to: ".
        02 PrnCertName PIC X(20).
        02 FILLER PIC X(11) VALUE "  Value: $ ".
        02 PrnCertValue PIC ZZ,ZZ9.99.

       01 CertDatesLine.
        02 FILLER PIC X(7) VALUE "Issued ".
        02 PrnCertIssued PIC 9(8).
        02 FILLER PIC X(17) VALUE "   Valid through ".
        02 PrnCertExpiry PIC 9(8).

       01 CertRuleLine PIC X(60) VALUE ALL "-".

       PROCEDURE DIVISION.
       RunGiftCertDesk.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           PERFORM FindOpenDrawerSession

           OPEN I-O GiftCertFile
           IF GiftCertFileMissing
               OPEN OUTPUT GiftCertFile
               CLOSE GiftCertFile
               OPEN I-O GiftCertFile
           END-IF
           OPEN EXTEND GiftActivityFile
           IF GiftActivityMissing
               OPEN OUTPUT GiftActivityFile
           END-IF
           OPEN EXTEND CertPrintFile
           IF CertPrintMissing
               OPEN OUTPUT CertPrintFile
           END-IF
           OPEN INPUT MemberFile

           PERFORM UNTIL WantsQuit
               PERFORM DisplayMenu
               ACCEPT MenuChoice
               EVALUATE TRUE
                   WHEN WantsSell PERFORM SellOneCertificate
                   WHEN WantsAward PERFORM AwardShopCredit
                   WHEN WantsUse PERFORM UseInProShop
                   WHEN WantsLookUp PERFORM LookUpCertificate
                   WHEN WantsQuit CONTINUE
                   WHEN OTHER DISPLAY "Please choose S, A, U, L or Q."
               END-EVALUATE
           END-PERFORM

           CLOSE GiftCertFile, GiftActivityFile, CertPrintFile,
             MemberFile
           STOP RUN.

       DisplayMenu.
           DISPLAY " "
           DISPLAY "(S)ell a gift certificate, (A)ward pro-shop "
             "credit, (U)se in the pro shop, (L)ook up, (Q)uit: "
             WITH NO ADVANCING.

       FindOpenDrawerSession.
      * The newest open DrawerSess session owns the drawer; with no
      * session open the sales carry zero and only the day's cash
      * proof can balance them.
           MOVE ZEROES TO CurrentSessionId
           MOVE SPACES TO CurrentSessionOper
           OPEN INPUT SessionFile
           IF SessionFileMissing
               DISPLAY "** No drawer session file -- sales will "
                 "not be tied to a shift."
               EXIT PARAGRAPH
           END-IF

           READ SessionFile
            AT END SET EndOfDrawerSessFile TO TRUE
           END-READ

           PERFORM CheckOneDrawerSession UNTIL EndOfDrawerSessFile

           CLOSE SessionFile

           IF CurrentSessionId = ZEROES
               DISPLAY "** No open drawer session -- sales will "
                 "not be tied to a shift."
           ELSE
               DISPLAY "Selling under drawer session "
                 CurrentSessionId "."
           END-IF.

       CheckOneDrawerSession.
           IF SessionOpen
               MOVE SessionId TO CurrentSessionId
               MOVE SessOperId TO CurrentSessionOper
           END-IF
           READ SessionFile
            AT END SET EndOfDrawerSessFile TO TRUE.

       SellOneCertificate.
           DISPLAY "Purchaser member Id (Enter if not a member): "
             WITH NO ADVANCING
           ACCEPT WorkMemberId
           IF WorkMemberId = SPACES
               DISPLAY "Purchaser name: " WITH NO ADVANCING
               ACCEPT WorkName
           ELSE
               MOVE WorkMemberId TO MemberId
               READ MemberFile
                   KEY IS MemberId
                   INVALID KEY
                       DISPLAY "Member " WorkMemberId " not found."
               END-READ
               IF NOT MemberFileOk
                   EXIT PARAGRAPH
               END-IF
               MOVE MemberName TO WorkName
               DISPLAY "Member: " MemberName
           END-IF
           IF WorkName = SPACES
               DISPLAY "A purchaser name is required -- not sold."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Face value (no dollar sign): " WITH NO ADVANCING
           ACCEPT WorkAmount
           IF WorkAmount = ZEROES
               DISPLAY "Face value must be more than zero -- not "
                 "sold."
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

           PERFORM AcceptExpiryDate
           IF WorkExpiryDate = ZEROES
               EXIT PARAGRAPH
           END-IF

           MOVE "G" TO WorkKind
           MOVE "S" TO WorkActivityType
           MOVE CurrentSessionOper TO WorkActivityOper
           PERFORM IssueCertificate.

       AwardShopCredit.
           PERFORM ApproveAction
           IF NOT ActionApproved
               DISPLAY "Pro-shop credit requires approval by an "
                 "authority-9 operator -- not issued."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Member Id: " WITH NO ADVANCING
           ACCEPT WorkMemberId
           MOVE WorkMemberId TO MemberId
           READ MemberFile
               KEY IS MemberId
               INVALID KEY
                   DISPLAY "Member " WorkMemberId " not found."
           END-READ
           IF NOT MemberFileOk
               EXIT PARAGRAPH
           END-IF
           MOVE MemberName TO WorkName
           DISPLAY "Member: " MemberName

           DISPLAY "Credit amount (no dollar sign): "
             WITH NO ADVANCING
           ACCEPT WorkAmount
           IF WorkAmount = ZEROES
               DISPLAY "Credit must be more than zero -- not issued."
               EXIT PARAGRAPH
           END-IF

           PERFORM AcceptExpiryDate
           IF WorkExpiryDate = ZEROES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WorkPayMethod
           MOVE "V" TO WorkKind
           MOVE "A" TO WorkActivityType
           MOVE ApproveOperId TO WorkActivityOper
           PERFORM IssueCertificate.

       AcceptExpiryDate.
      * Certificates run a year from issue unless the desk keys a
      * different date; a leap-day issue runs to the 28th.
           MOVE TodayDate TO DefaultExpiryDate
           ADD 1 TO DefaultExpiryYear
           IF DefaultExpiryMonthDay = 0229
               MOVE 0228 TO DefaultExpiryMonthDay
           END-IF
           DISPLAY "Expiry date (YYYYMMDD, Enter for "
             DefaultExpiryDate "): " WITH NO ADVANCING
           ACCEPT WorkExpiryDate
           IF WorkExpiryDate = ZEROES
               MOVE DefaultExpiryDate TO WorkExpiryDate
           END-IF
           IF WorkExpiryDate NOT > TodayDate
               DISPLAY "Expiry must be after today -- not issued."
               MOVE ZEROES TO WorkExpiryDate
           END-IF.

       IssueCertificate.
           PERFORM AssignCertNumber
           MOVE WorkKind TO GcKind
           MOVE TodayDate TO GcIssueDate
           MOVE WorkMemberId TO GcPurchaserId
           MOVE WorkName TO GcPurchaserName
           MOVE WorkAmount TO GcFaceValue
           MOVE WorkAmount TO GcRemainingValue
           MOVE WorkExpiryDate TO GcExpiryDate
           MOVE "O" TO GcStatus
           MOVE CurrentSessionId TO GcIssueSession
           MOVE WorkActivityOper TO GcIssueOper
           MOVE ZEROES TO GcLastRedeemDate
           MOVE ZEROES TO GcBreakageDate
           MOVE ZEROES TO GcBreakageAmount
           WRITE GiftCertRec
               INVALID KEY
                   DISPLAY "Unable to issue the certificate."
                   EXIT PARAGRAPH
           END-WRITE

           PERFORM WriteGiftActivity
           PERFORM PrintCertificate
           MOVE WorkAmount TO PrnCertAmount
           IF GcIsGiftCert
               DISPLAY "Gift certificate " GcNumber " sold for $"
                 PrnCertAmount "."
           ELSE
               DISPLAY "Pro-shop credit voucher " GcNumber
                 " issued for $" PrnCertAmount "."
           END-IF.

       AssignCertNumber.
           MOVE ZEROES TO GcNumber
           MOVE "N" TO SeqAssignedFlag
           PERFORM TryNextCertNumber UNTIL SeqIsAssigned.

       TryNextCertNumber.
           ADD 1 TO GcNumber
           READ GiftCertFile
               INVALID KEY MOVE "Y" TO SeqAssignedFlag
           END-READ.

       UseInProShop.
           PERFORM ReadRedeemableCert
           IF WorkCertNumber = ZEROES
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Amount used (no dollar sign): " WITH NO ADVANCING
           ACCEPT WorkAmount
           IF WorkAmount = ZEROES OR WorkAmount > GcRemainingValue
               DISPLAY "Amount must be more than zero and no more "
                 "than the remaining value -- not redeemed."
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WorkAmount FROM GcRemainingValue
           IF GcRemainingValue = ZEROES
               MOVE "R" TO GcStatus
           END-IF
           MOVE TodayDate TO GcLastRedeemDate
           REWRITE GiftCertRec
               INVALID KEY
                   DISPLAY "Unable to update certificate "
                     WorkCertNumber " -- not redeemed."
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE SPACE TO WorkPayMethod
           MOVE SPACES TO WorkMemberId
           MOVE "U" TO WorkActivityType
           MOVE CurrentSessionOper TO WorkActivityOper
           PERFORM WriteGiftActivity
           MOVE WorkAmount TO PrnCertAmount
           MOVE GcRemainingValue TO PrnCertRemaining
           DISPLAY "Redeemed $" PrnCertAmount " -- $"
             PrnCertRemaining " remains on certificate "
             WorkCertNumber ".".

       ReadRedeemableCert.
      * Leaves WorkCertNumber zero when the certificate cannot be
      * redeemed.
           DISPLAY "Certificate number: " WITH NO ADVANCING
           ACCEPT WorkCertNumber
           MOVE WorkCertNumber TO GcNumber
           READ GiftCertFile
               KEY IS GcNumber
               INVALID KEY
                   DISPLAY "Certificate " WorkCertNumber
                     " is not on file."
                   MOVE ZEROES TO WorkCertNumber
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN GcFullyRedeemed
                   DISPLAY "Certificate " WorkCertNumber
                     " has already been redeemed in full."
                   MOVE ZEROES TO WorkCertNumber
               WHEN GcExpired OR GcExpiryDate < TodayDate
                   DISPLAY "Certificate " WorkCertNumber
                     " expired " GcExpiryDate "."
                   MOVE ZEROES TO WorkCertNumber
               WHEN OTHER
                   MOVE GcRemainingValue TO PrnCertRemaining
                   DISPLAY "Certificate " GcNumber " for "
                     GcPurchaserName " -- $" PrnCertRemaining
                     " remaining."
           END-EVALUATE.

       LookUpCertificate.
           DISPLAY "Certificate number: " WITH NO ADVANCING
           ACCEPT WorkCertNumber
           MOVE WorkCertNumber TO GcNumber
           READ GiftCertFile
               KEY IS GcNumber
               INVALID KEY
                   DISPLAY "Certificate " WorkCertNumber
                     " is not on file."
                   EXIT PARAGRAPH
           END-READ
           MOVE GcFaceValue TO PrnCertAmount
           MOVE GcRemainingValue TO PrnCertRemaining
           EVALUATE TRUE
               WHEN GcIsGiftCert
                   DISPLAY "Gift certificate " GcNumber
               WHEN GcIsRainCheck
                   DISPLAY "Rain check " GcNumber
               WHEN OTHER
                   DISPLAY "Pro-shop credit voucher " GcNumber
           END-EVALUATE
           DISPLAY "  Issued " GcIssueDate " to " GcPurchaserName
             " " GcPurchaserId
           DISPLAY "  Face $" PrnCertAmount "  remaining $"
             PrnCertRemaining "  expires " GcExpiryDate
           EVALUATE TRUE
               WHEN GcFullyRedeemed
                   DISPLAY "  Redeemed in full " GcLastRedeemDate
               WHEN GcExpired
                   DISPLAY "  Expired -- breakage taken "
                     GcBreakageDate
               WHEN OTHER
                   DISPLAY "  Open"
           END-EVALUATE.

       WriteGiftActivity.
           MOVE SPACES TO GiftActivityRec
           MOVE TodayDate TO GaDate
           MOVE GcNumber TO GaCertNumber
           MOVE WorkActivityType TO GaType
           MOVE WorkAmount TO GaAmount
           MOVE WorkPayMethod TO GaMethod
           MOVE CurrentSessionId TO GaSessionId
           MOVE WorkActivityOper TO GaOperId
           MOVE WorkMemberId TO GaMemberId
           WRITE GiftActivityRec.

       PrintCertificate.
           IF GcIsGiftCert
               MOVE "Gift Certificate   No. " TO PrnCertTitle
           ELSE
               MOVE "Pro-Shop Credit    No. " TO PrnCertTitle
           END-IF
           MOVE GcNumber TO PrnCertNumber
           WRITE CertPrintLine FROM CertHeaderLine
             AFTER ADVANCING 2 LINES
           MOVE GcPurchaserName TO PrnCertName
           MOVE GcFaceValue TO PrnCertValue
           WRITE CertPrintLine FROM CertPayeeLine
             AFTER ADVANCING 1 LINE
           MOVE GcIssueDate TO PrnCertIssued
           MOVE GcExpiryDate TO PrnCertExpiry
           WRITE CertPrintLine FROM CertDatesLine
             AFTER ADVANCING 1 LINE
           WRITE CertPrintLine FROM CertRuleLine
             AFTER ADVANCING 1 LINE.

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
