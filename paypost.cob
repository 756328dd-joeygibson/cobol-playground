      *                the shift's Z-report balances; with no open
      *                session the posting carries zero and the
      *                operator is warned.
      * 2026-10-15 JG  Payments and refunds dated in a month the
      *                controller has closed in PeriodCtl are refused
      *                and the operator is sent to the open period.
      * 2026-10-15 JG  Foreign-currency payments: the desk keys the
      *                currency code from the CurrMaint reference and
      *                the amount tendered; it is converted at the
      *                exchange rate in effect on the payment date,
      *                the ledger keeps both amounts and the rate, and
      *                the receipt shows the foreign tender.
      * 2026-10-15 JG  Gift certificates and pro-shop credit vouchers
      *                from GiftCert are taken as a tender (method G):
      *                the certificate must be open, unexpired and
      *                hold enough value; the amount is drawn off it,
      *                logged to the gift-certificate activity file
      *                and the receipt shows the balance left.
      * 2026-10-15 JG  Operator sign-on against data/operators.dat;
      *                every entry is stamped with the operator and a
      *                refund with its approver for SodRpt, and the
      *                operator is warned when the open drawer session
      *                belongs to someone else.
      * 2026-10-15 JG  Tournament payments and refunds take the event
      *                id, stamped on the ledger entry so TournPay
      *                can total the fees the event collected.
      * 2026-10-15 JG  Payments and refunds take the member by
      *                membership card number in place of the member
      *                id; a card that is lost, replaced or cancelled
      *                is refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS SessionId
             FILE STATUS IS SessionFileStatus.

           SELECT PeriodCtlFile ASSIGN TO 'data/period-control.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PcMonth
             FILE STATUS IS PeriodCtlStatus.

           SELECT CurrencyTableFile ASSIGN TO
             'data/country-currency.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CurrencyTableStatus.

           SELECT ExchangeRateFile ASSIGN TO
             'data/exchange-rates.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ExchangeRateStatus.

           SELECT GiftCertFile ASSIGN TO 'data/gift-certs.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS GcNumber
             FILE STATUS IS GiftCertFileStatus.

           SELECT GiftActivityFile ASSIGN TO
             'data/gift-cert-activity.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GiftActivityStatus.

           SELECT MemberCardFile ASSIGN TO 'data/member-cards.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CardNumber
             FILE STATUS IS MemberCardStatus.

       DATA DIVISION.
       FILE SECTION.
       FD MemberFile.
       FD SessionFile.
           COPY DRAWSESS.

       FD PeriodCtlFile.
           COPY PERIODCTL.

       FD CurrencyTableFile.
           COPY CURRREF.

       FD ExchangeRateFile.
           COPY FXRATE.

       FD GiftCertFile.
           COPY GIFTCERT.

       FD GiftActivityFile.
           COPY GIFTACT.

       FD MemberCardFile.
           COPY MEMCARD.

       WORKING-STORAGE SECTION.
           COPY CARDCK.
           COPY PERIODCK.
           COPY FXLOOK.
       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".
        88 MemberNotFound VALUE "23".
        88 RefundApproved VALUE "Y".
       01 CurrentApproverName PIC X(20) VALUE SPACES.

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
       01 CurrentSessionOper PIC X(3) VALUE SPACES.

       01 GiftCertFileStatus PIC XX VALUE ZEROES.
        88 GiftCertFileOk VALUE "00".
        88 GiftCertFileMissing VALUE "35".
       01 GiftActivityStatus PIC XX VALUE SPACES.
        88 GiftActivityMissing VALUE "35".
       01 WorkCertNumber PIC 9(6) VALUE ZEROES.
       01 GiftTenderFlag PIC X VALUE "N".
        88 GiftTenderAccepted VALUE "Y".

       01 WorkPayDate PIC 9(8) VALUE ZEROES.
       01 WorkPayAmount PIC 9(5)V99 VALUE ZEROES.
       01 WorkPayMethod PIC X VALUE SPACES.
        88 WorkMethodValid VALUE "K" "C" "H".
        88 WorkPaymentMethodValid VALUE "K" "C" "H" "G".
        88 WorkMethodIsGiftCert VALUE "G".
       01 WorkPayPurpose PIC X VALUE SPACES.
        88 WorkPurposeValid VALUE "D" "R" "G" "T".
       01 WorkCheckNo PIC X(8) VALUE SPACES.
       01 WorkEventId PIC X(5) VALUE SPACES.
       01 WorkCurrencyCode PIC 99 VALUE ZEROES.
       01 WorkTenderedAmount PIC 9(7)V99 VALUE ZEROES.
       01 WorkFxRate PIC 9(3)V9(6) VALUE ZEROES.
       01 ForeignTenderFlag PIC X VALUE "N".
        88 ForeignTenderAccepted VALUE "Y".

       01 SeqAssignedFlag PIC X VALUE "N".
        88 SeqIsAssigned VALUE "Y".

       01 PrnPostedAmount PIC ZZ,ZZ9.99.
       01 PrnTenderedAmount PIC Z,ZZZ,ZZ9.99.
       01 PrnFxRate PIC ZZ9.9(6).

       01 ReceiptSeqStatus PIC XX VALUE SPACES.
        88 ReceiptSeqOk VALUE "00".
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnRcptDate PIC 9(8).

       01 ReceiptTenderLine.
        02 FILLER PIC X(10) VALUE "Tendered: ".
        02 PrnRcptFxSymbol PIC X.
        02 FILLER PIC X VALUE SPACE.
        02 PrnRcptTendered PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X VALUE SPACE.
        02 PrnRcptFxName PIC X(15).
        02 FILLER PIC X(4) VALUE " at ".
        02 PrnRcptFxRate PIC ZZ9.9(6).
        02 FILLER PIC X(4) VALUE " / $".

       01 ReceiptGiftLine.
        02 FILLER PIC X(10) VALUE "Gift cert ".
        02 PrnRcptCertNumber PIC 9(6).
        02 FILLER PIC X(14) VALUE "  balance:  $ ".
        02 PrnRcptCertBalance PIC ZZ,ZZ9.99.

       01 ReceiptRuleLine PIC X(40) VALUE ALL "-".

       01 VoucherHeaderLine.

       PROCEDURE DIVISION.
       PostPayments.
           PERFORM OperatorSignOn
           IF NOT OperatorSignedOn
               DISPLAY "Sign-on failed -- goodbye."
               STOP RUN
           END-IF

           PERFORM FindOpenDrawerSession
           IF CurrentSessionId NOT = ZEROES
             AND CurrentSessionOper NOT = CurrentOperId
               DISPLAY "** Note: drawer session " CurrentSessionId
                 " was opened by operator " CurrentSessionOper "."
           END-IF
           PERFORM OpenPeriodControl
           PERFORM ReadNextReceiptNumber
           OPEN EXTEND ReceiptFile
           IF ReceiptFileMissing
               OPEN I-O PaymentFile
           END-IF
           OPEN INPUT MemberFile
           PERFORM OpenMemberCards
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

           PERFORM UNTIL WantsQuit
               PERFORM DisplayMenu
               END-EVALUATE
           END-PERFORM

           CLOSE PaymentFile, MemberFile, ReceiptFile,
             GiftCertFile, GiftActivityFile
           PERFORM ClosePeriodControl
           PERFORM SaveNextReceiptNumber
           PERFORM CloseMemberCards
           STOP RUN.

       DisplayMenu.
           DISPLAY "(P)ost a payment, (R)efund/credit, (Q)uit: "
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
      * The newest open DrawerSess session owns the drawer; with no
      * session open the postings carry zero and only the day's
       CheckOneDrawerSession.
           IF SessionOpen
               MOVE SessionId TO CurrentSessionId
               MOVE SessOperId TO CurrentSessionOper
           END-IF
           READ SessionFile
            AT END SET EndOfDrawerSessFile TO TRUE.

       PostOnePayment.
           DISPLAY "Member Id or card no.: " WITH NO ADVANCING
           ACCEPT CardCheckEntry
           PERFORM ResolveCardEntry
           IF CardEntryRefused
               PERFORM ShowCardRefusal
               EXIT PARAGRAPH
           END-IF
           MOVE CardCheckMemberId TO MemberId
           READ MemberFile
               KEY IS MemberId
               INVALID KEY

               DISPLAY "Payment date (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WorkPayDate
               MOVE WorkPayDate TO PeriodCheckDate
               PERFORM CheckPostingPeriod
               IF PostingPeriodClosed
                   PERFORM ShowClosedPeriod
                   EXIT PARAGRAPH
               END-IF
               MOVE ZEROES TO WorkTenderedAmount, WorkFxRate
               DISPLAY "Currency code (Enter for dollars): "
                 WITH NO ADVANCING
               ACCEPT WorkCurrencyCode
               IF WorkCurrencyCode = ZEROES
                   DISPLAY "Amount (no dollar sign): "
                     WITH NO ADVANCING
                   ACCEPT WorkPayAmount
               ELSE
                   PERFORM AcceptForeignTender
                   IF NOT ForeignTenderAccepted
                       EXIT PARAGRAPH
                   END-IF
               END-IF

               DISPLAY "Method -- chec(K), (C)ard, cas(H), (G)ift "
                 "cert: " WITH NO ADVANCING
               ACCEPT WorkPayMethod
               PERFORM UNTIL WorkPaymentMethodValid
                   DISPLAY "Invalid method -- enter K, C, H or G: "
                     WITH NO ADVANCING
                   ACCEPT WorkPayMethod
               END-PERFORM
               IF WorkMethodIsGiftCert
                   PERFORM AcceptGiftCertTender
                   IF NOT GiftTenderAccepted
                       EXIT PARAGRAPH
                   END-IF
               END-IF

               DISPLAY "Purpose -- (D)ues, (R)enewal, (G)uest fee, "
                 "(T)ournament: " WITH NO ADVANCING
                   ACCEPT WorkPayPurpose
               END-PERFORM

               PERFORM AcceptTournamentEvent

               MOVE SPACES TO WorkCheckNo
               IF WorkPayMethod = "K" OR WorkPayMethod = "k"
                   DISPLAY "Check number: " WITH NO ADVANCING
                   ACCEPT WorkCheckNo
               END-IF
               IF WorkMethodIsGiftCert
                   MOVE WorkCertNumber TO WorkCheckNo
               END-IF

               PERFORM AssignPaymentSeq
               PERFORM WritePaymentRecord
           END-IF.

       AcceptTournamentEvent.
           MOVE SPACES TO WorkEventId
           IF WorkPayPurpose = "T"
               DISPLAY "Tournament event Id: " WITH NO ADVANCING
               ACCEPT WorkEventId
               PERFORM UNTIL WorkEventId NOT = SPACES
                   DISPLAY "Enter the event Id: " WITH NO ADVANCING
                   ACCEPT WorkEventId
               END-PERFORM
           END-IF.

       AcceptForeignTender.
      * The reference rate is foreign units per home dollar, so the
      * dollar value is the tendered amount divided by the rate.
           MOVE "N" TO ForeignTenderFlag
           MOVE WorkCurrencyCode TO FxLookupCode
           PERFORM LookUpFxCurrency
           IF NOT FxCurrencyOnReference
               DISPLAY "Currency " WorkCurrencyCode " is not in the "
                 "currency reference -- not posted."
               EXIT PARAGRAPH
           END-IF
           IF FxCurrencyRetired
               DISPLAY "Currency " WorkCurrencyCode " (" FxFoundName
                 ") is retired -- not posted."
               EXIT PARAGRAPH
           END-IF
           MOVE WorkPayDate TO FxLookupDate
           PERFORM LookUpFxRate
           IF FxRateFound = ZEROES
               DISPLAY "No " FxFoundName " rate on file for "
                 WorkPayDate " -- not posted."
               EXIT PARAGRAPH
           END-IF
           MOVE FxRateFound TO WorkFxRate

           DISPLAY "Amount tendered in " FxFoundName ": "
             WITH NO ADVANCING
           ACCEPT WorkTenderedAmount
           IF WorkTenderedAmount = ZEROES
               DISPLAY "No amount tendered -- not posted."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WorkPayAmount ROUNDED =
             WorkTenderedAmount / WorkFxRate
               ON SIZE ERROR
                   DISPLAY "Converted amount is too large for one "
                     "payment -- not posted."
                   EXIT PARAGRAPH
           END-COMPUTE

           MOVE WorkTenderedAmount TO PrnTenderedAmount
           MOVE WorkFxRate TO PrnFxRate
           MOVE WorkPayAmount TO PrnPostedAmount
           DISPLAY FxFoundSymbol " " PrnTenderedAmount " at "
             PrnFxRate " per dollar (rate of " FxRateDate ") = $"
             PrnPostedAmount
           MOVE "Y" TO ForeignTenderFlag.

       AcceptGiftCertTender.
      * The certificate number rides in the check-number field of
      * the ledger; the value is drawn off the certificate only
      * once the payment has been written.
           MOVE "N" TO GiftTenderFlag
           IF WorkCurrencyCode NOT = ZEROES
               DISPLAY "A gift certificate is tendered in dollars "
                 "only -- not posted."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Certificate number: " WITH NO ADVANCING
           ACCEPT WorkCertNumber
           MOVE WorkCertNumber TO GcNumber
           READ GiftCertFile
               KEY IS GcNumber
               INVALID KEY
                   DISPLAY "Certificate " WorkCertNumber
                     " is not on file -- not posted."
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN GcFullyRedeemed
                   DISPLAY "Certificate " WorkCertNumber
                     " has already been redeemed in full -- not "
                     "posted."
               WHEN GcExpired OR GcExpiryDate < WorkPayDate
                   DISPLAY "Certificate " WorkCertNumber " expired "
                     GcExpiryDate " -- not posted."
               WHEN GcRemainingValue < WorkPayAmount
                   MOVE GcRemainingValue TO PrnPostedAmount
                   DISPLAY "Certificate " WorkCertNumber " has only $"
                     PrnPostedAmount " remaining -- not posted."
               WHEN OTHER
                   MOVE "Y" TO GiftTenderFlag
           END-EVALUATE.

       RedeemGiftCert.
           SUBTRACT PayAmount FROM GcRemainingValue
           IF GcRemainingValue = ZEROES
               MOVE "R" TO GcStatus
           END-IF
           MOVE PayDate TO GcLastRedeemDate
           REWRITE GiftCertRec
               INVALID KEY
                   DISPLAY "** Unable to update certificate "
                     GcNumber " -- tell the office."
           END-REWRITE

           MOVE SPACES TO GiftActivityRec
           MOVE PayDate TO GaDate
           MOVE GcNumber TO GaCertNumber
           MOVE "P" TO GaType
           MOVE PayAmount TO GaAmount
           MOVE SPACE TO GaMethod
           MOVE PaySessionId TO GaSessionId
           MOVE CurrentOperId TO GaOperId
           MOVE PayMemberId TO GaMemberId
           WRITE GiftActivityRec.

       AssignPaymentSeq.
           MOVE MemberId TO PayMemberId
           MOVE WorkPayDate TO PayDate
           MOVE CurrentReceiptNo TO PayReceiptNo
           MOVE "P" TO PayEntryType
           MOVE CurrentSessionId TO PaySessionId
           MOVE WorkCurrencyCode TO PayCurrencyCode
           MOVE WorkTenderedAmount TO PayTenderedAmount
           MOVE WorkFxRate TO PayFxRate
           MOVE CurrentOperId TO PayOperId
           MOVE SPACES TO PayApprovedBy
           MOVE WorkEventId TO PayEventId

           WRITE PaymentRec
               INVALID KEY
                   MOVE WorkPayAmount TO PrnPostedAmount
                   DISPLAY "Posted $" PrnPostedAmount " for member "
                     PayMemberId " -- receipt " CurrentReceiptNo
                   IF PayByGiftCert
                       PERFORM RedeemGiftCert
                   END-IF
                   PERFORM PrintOneReceipt
                   PERFORM SaveNextReceiptNumber
           END-WRITE.
               DISPLAY "Refund requires approval by an authority-9 "
                 "operator -- not posted."
           ELSE
               DISPLAY "Member Id or card no.: " WITH NO ADVANCING
               ACCEPT CardCheckEntry
               PERFORM ResolveCardEntry
               IF CardEntryRefused
                   PERFORM ShowCardRefusal
                   EXIT PARAGRAPH
               END-IF
               MOVE CardCheckMemberId TO MemberId
               READ MemberFile
                   KEY IS MemberId
                   INVALID KEY
                   DISPLAY "Refund date (YYYYMMDD): "
                     WITH NO ADVANCING
                   ACCEPT WorkPayDate
                   MOVE WorkPayDate TO PeriodCheckDate
                   PERFORM CheckPostingPeriod
                   IF PostingPeriodClosed
                       PERFORM ShowClosedPeriod
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "Refund amount (no dollar sign): "
                     WITH NO ADVANCING
                   ACCEPT WorkPayAmount
                       ACCEPT WorkPayPurpose
                   END-PERFORM

                   PERFORM AcceptTournamentEvent

                   MOVE SPACES TO WorkCheckNo
                   IF WorkPayMethod = "K" OR WorkPayMethod = "k"
                       DISPLAY "Refund check number: "
           MOVE CurrentReceiptNo TO PayReceiptNo
           MOVE "F" TO PayEntryType
           MOVE CurrentSessionId TO PaySessionId
           MOVE ZEROES TO PayForeignTender
           MOVE CurrentOperId TO PayOperId
           MOVE ApproveOperId TO PayApprovedBy
           MOVE WorkEventId TO PayEventId

           WRITE PaymentRec
               INVALID KEY
           EVALUATE TRUE
               WHEN PayByCheck MOVE "CHECK" TO PrnRcptMethod
               WHEN PayByCard MOVE "CARD" TO PrnRcptMethod
               WHEN PayByGiftCert MOVE "GIFT" TO PrnRcptMethod
               WHEN OTHER MOVE "CASH" TO PrnRcptMethod
           END-EVALUATE
           MOVE PayDate TO PrnRcptDate
           WRITE ReceiptLine FROM ReceiptAmountLine
             AFTER ADVANCING 1 LINE

           IF PayByGiftCert
               MOVE GcNumber TO PrnRcptCertNumber
               MOVE GcRemainingValue TO PrnRcptCertBalance
               WRITE ReceiptLine FROM ReceiptGiftLine
                 AFTER ADVANCING 1 LINE
           END-IF

           IF NOT PayInHomeCurrency
               MOVE FxFoundSymbol TO PrnRcptFxSymbol
               MOVE PayTenderedAmount TO PrnRcptTendered
               MOVE FxFoundName TO PrnRcptFxName
               MOVE PayFxRate TO PrnRcptFxRate
               WRITE ReceiptLine FROM ReceiptTenderLine
                 AFTER ADVANCING 1 LINE
           END-IF

           WRITE ReceiptLine FROM ReceiptRuleLine
             AFTER ADVANCING 1 LINE.

           MOVE CurrentReceiptNo TO NextReceiptNo
           WRITE ReceiptSeqRec
           CLOSE ReceiptSeqFile.

           COPY PERIODPR.

           COPY FXLOOKP.

           COPY CARDPR.
