      *                archive and control file untouched as a set
      *                and the rerun cannot double-bill. DuesUndo
      *                backs a committed run out by its CtlRunDate.
      * 2026-10-15 JG  Dues rates now come from the rate schedule in
      *                data/dues-rates.dat (RateMaint) instead of the
      *                table compiled in here: each type, and the
      *                family rate, bills at the edition in effect on
      *                the first day of the billing quarter. The
      *                edition prints under the dues line and goes
      *                into the control record for DuesBal.
      * 2026-10-15 JG  Grill and pro-shop house charges entered
      *                through ChgEntry print itemized under the
      *                member's dues (household dependents' slips
      *                under the primary), are included in the billed
      *                amount and ControlTotal, taxable slips are
      *                taxed at the class H rate, and each slip is
      *                marked billed once the run commits.
      * 2026-10-15 JG  Quarterly F&B minimum shortfall slips written
      *                by FbMinimum itemize as "F&B min".
      * 2026-10-15 JG  A new member's initiation fee (written by
      *                MemberMaint to data/equity-certs.dat) bills
      *                once on the next statement as its own line,
      *                inside the billed amount and ControlTotal, and
      *                is marked billed once the run commits.
      * 2026-10-15 JG  The run refuses to bill while the run date's
      *                month is closed in PeriodCtl and ends FAILED
      *                in the run-log with nothing written.
      * 2026-10-15 JG  Cart and trail fees written at TeeCheckIn
      *                itemize as "Cart fee" and "Trail fee".
      * 2026-10-15 JG  Lesson and lesson-package charges written by
      *                LessonBook itemize as "Lesson".
      * 2026-10-15 JG  Room and facility fees written by FacBook
      *                itemize as "Room fee".
      * 2026-10-15 JG  Social-event seats billed by EvtRsvp itemize
      *                as "Event".
      * 2026-10-15 JG  The billed record now also carries the dues
      *                share of the billed amount, taken before any
      *                guest fee, rental, house charge, tax, late fee
      *                or initiation fee is added, and split across a
      *                payment plan's installments the same way.
      * 2026-10-15 JG  Credit on account now comes off the non-dues
      *                charges before the dues, and the dues share is
      *                cut to what is left billed; the dues the credit
      *                paid go on installment 01 beside it, and a
      *                member whose credit covered the whole bill gets
      *                a zero installment 01 so those dues are still
      *                deferred. Each record also carries the first
      *                month its dues cover (the join month for a
      *                prorated join).
      * 2026-10-15 JG  The run refuses to replace the live billed
      *                file until DuesRecog has recognized the last
      *                month of the quarter it holds, and ends FAILED
      *                in the run-log with nothing written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS BilledKey
             FILE STATUS IS BillFileStatus.

           SELECT LiveBilledFile ASSIGN TO 'data/dues-billed.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS LiveBilledKey
             FILE STATUS IS LiveBilledStatus.

           SELECT RecogControlFile ASSIGN TO
             'data/dues-recognition.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RecogControlStatus.

           SELECT PayPlanFile ASSIGN TO 'data/payment-plans.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ApMemberId
             FILE STATUS IS AutoPayFileStatus.

           SELECT DuesRateFile ASSIGN TO 'data/dues-rates.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DuesRateFileStatus.

           SELECT HouseChargeFile ASSIGN TO 'data/house-charges.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HcKey
             FILE STATUS IS HouseChgFileStatus.

           SELECT EquityFile ASSIGN TO 'data/equity-certs.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EqMemberId
             FILE STATUS IS EquityFileStatus.

           SELECT TaxRateFile ASSIGN TO 'data/tax-rates.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TaxRateFileStatus.
             'output/delivery-register.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PeriodCtlFile ASSIGN TO 'data/period-control.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PcMonth
             FILE STATUS IS PeriodCtlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD MemberFile.
       FD BilledFile.
           COPY BILLREC.

       FD LiveBilledFile.
      * The live billed file this run replaces, read only for the
      * quarter it holds. This layout mirrors BILLREC field for
      * field under its own names -- when a field is added to
      * BILLREC it must be added here too or the record lengths
      * disagree and the OPEN fails.
       01 LiveBilledRec.
        02 LiveBilledKey.
         03 LiveBilledMemberId PIC X(5).
         03 LiveBilledInstallmentNo PIC 99.
        02 LiveBilledPeriod PIC 9(6).
        02 LiveBilledAmount PIC 9(5)V99.
        02 LiveBilledDate PIC 9(8).
        02 LiveBilledDueDate PIC 9(8).
        02 LiveBilledDuesAmount PIC 9(5)V99.
        02 LiveBilledDuesCredited PIC 9(5)V99.
        02 LiveBilledCoverFrom PIC 9(6).

       FD RecogControlFile.
      * DuesRecog's record of the months it has recognized.
       01 RecogControlRec.
        02 RcMonth PIC 9(6).
        02 FILLER PIC X.
        02 RcRunDate PIC 9(8).
        02 FILLER PIC X.
        02 RcAmount PIC 9(7)V99.

       FD PayPlanFile.
           COPY PAYPLAN.

       FD AutoPayFile.
           COPY AUTOPAY.

       FD DuesRateFile.
           COPY DUESRATE.

       FD TaxRateFile.
           COPY TAXRATE.

       FD HouseChargeFile.
           COPY HOUSECHG.

       FD LateFeeFile.
           COPY LATEFEE.

       FD EquityFile.
           COPY EQUITY.

       FD GuestPassFile.
           COPY GUESTPAS.

       FD DeliveryRegister.
       01 DeliveryRegisterLine PIC X(70).

       FD PeriodCtlFile.
           COPY PERIODCTL.

       WORKING-STORAGE SECTION.
           COPY RUNLOG.
           COPY FILECHK.
           COPY PERIODCK.

       01 MbrFileStatus PIC XX VALUE SPACES.
        88 MbrFileOk VALUE "00".
        88 RptFileOk VALUE "00".
       01 BillFileStatus PIC XX VALUE SPACES.
        88 BillFileOk VALUE "00".
       01 LiveBilledStatus PIC XX VALUE SPACES.
        88 LiveBilledOk VALUE "00".
       01 RecogControlStatus PIC XX VALUE SPACES.
        88 RecogControlOk VALUE "00".
       01 RecogControlEofFlag PIC X VALUE "N".
        88 EndOfRecogControl VALUE "Y".
       01 PriorBilledPeriod PIC 9(6) VALUE ZEROES.
       01 PriorLastMonth PIC 9(6) VALUE ZEROES.
       01 PriorRecognizedFlag PIC X VALUE "N".
        88 PriorQuarterRecognized VALUE "Y".

       01 PlanFileStatus PIC XX VALUE ZEROES.
        88 PlanFileOk VALUE "00".
        02 FILLER PIC X(21) VALUE "Late fee assessed   $".
        02 PrnLateFee PIC ZZZ9.99.

       01 EquityFileStatus PIC XX VALUE ZEROES.
        88 EquityFileOk VALUE "00".
        88 EquityFileMissing VALUE "35".
       01 EquityFileOpenFlag PIC X VALUE "N".
        88 EquityFileIsOpen VALUE "Y".

       01 InitiationFeeLine.
        02 FILLER PIC X(15) VALUE SPACES.
        02 FILLER PIC X(19) VALUE "Initiation fee    $".
        02 PrnInitiationFee PIC ZZ,ZZ9.99.

       01 TaxRateFileStatus PIC XX VALUE SPACES.
        88 TaxRateFileOk VALUE "00".
       01 TaxRateEofFlag PIC X VALUE "N".
        88 EndOfTaxRateFile VALUE "Y".
       01 GuestTaxRate PIC 99V999 VALUE ZEROES.
       01 RentalTaxRate PIC 99V999 VALUE ZEROES.
       01 HouseTaxRate PIC 99V999 VALUE ZEROES.
       01 MemberRentalCharges PIC 9(5)V99 VALUE ZEROES.
       01 MemberTaxAmount PIC 9(5)V99 VALUE ZEROES.

        02 FILLER PIC X(21) VALUE "County sales tax    $".
        02 PrnSalesTax PIC ZZZ9.99.

       01 HouseChgFileStatus PIC XX VALUE ZEROES.
        88 HouseChgFileOk VALUE "00".
        88 HouseChgFileMissing VALUE "35".
       01 HouseChgFileOpenFlag PIC X VALUE "N".
        88 HouseChgFileIsOpen VALUE "Y".
       01 EndOfChargeScanFlag PIC X VALUE "N".
        88 EndOfChargeScan VALUE "Y".
       01 FamilyTaxableCharges PIC 9(5)V99 VALUE ZEROES.

       01 HouseChargeLine.
        02 FILLER PIC X(15) VALUE SPACES.
        02 PrnHcOutlet PIC X(9).
        02 PrnHcDate PIC 9(8).
        02 FILLER PIC X VALUE SPACE.
        02 PrnHcTicket PIC X(8).
        02 FILLER PIC X(3) VALUE "  $".
        02 PrnHcAmount PIC ZZ,ZZ9.99.

       01 AutoPayFileStatus PIC XX VALUE ZEROES.
        88 AutoPayFileOk VALUE "00".
        88 AutoPayFileMissing VALUE "35".
         03 PendCrMemberId PIC X(5).
         03 PendCrApplied PIC 9(5)V99.
       01 PendingCreditIndex PIC 9(3) VALUE ZEROES.
       01 PendingChargeCount PIC 9(4) VALUE ZEROES.
       01 PendingChargeTable.
        02 PendingCharge OCCURS 1000 TIMES.
         03 PendChgKey PIC X(16).
       01 PendingChargeIndex PIC 9(4) VALUE ZEROES.
       01 PendingInitCount PIC 9(3) VALUE ZEROES.
       01 PendingInitTable.
        02 PendInitMemberId OCCURS 200 TIMES PIC X(5).
       01 PendingInitIndex PIC 9(3) VALUE ZEROES.

       01 ScanFileStatus PIC XX VALUE ZEROES.
        88 ScanFileOk VALUE "00".
       01 InstallmentIndex PIC 9 VALUE ZEROES.
       01 InstallmentAmount PIC 9(5)V99 VALUE ZEROES.
       01 LastInstallmentAmount PIC 9(5)V99 VALUE ZEROES.
       01 InstallmentDuesAmount PIC 9(5)V99 VALUE ZEROES.
       01 LastInstallmentDues PIC 9(5)V99 VALUE ZEROES.
       01 InstallmentDueMonth PIC 9(6) VALUE ZEROES.

       01 InstallmentLine.
        02 FILLER PIC X(3) VALUE "  $".
        02 PrnInstAmount PIC ZZZ9.99.

      * Loaded from the rate schedule at the start of the run: the
      * edition in effect on the first day of the billing quarter
      * for each member type and for the family rate. A class with
      * no edition in effect stays at zero and is counted with the
      * zero-rate flags.
       01 DuesRateFileStatus PIC XX VALUE SPACES.
        88 DuesRateFileOk VALUE "00".
       01 DuesRateEofFlag PIC X VALUE "N".
        88 EndOfDuesRateFile VALUE "Y".
       01 RateCutoffDate PIC 9(8) VALUE ZEROES.
       01 DuesRateTable.
        02 DuesRateEntry OCCURS 3 TIMES.
         03 DuesRate PIC 9(3)V99 VALUE ZEROES.
         03 DuesRateEffective PIC 9(8) VALUE ZEROES.
         03 DuesRateEdition PIC X(8) VALUE SPACES.
       01 RateTypeIndex PIC 9 VALUE ZEROES.

       01 FamilyDuesRate PIC 9(3)V99 VALUE ZEROES.
       01 FamilyRateEffective PIC 9(8) VALUE ZEROES.
       01 FamilyRateEdition PIC X(8) VALUE SPACES.

       01 AppliedRateEffective PIC 9(8) VALUE ZEROES.
       01 AppliedRateEdition PIC X(8) VALUE SPACES.

       01 RateEditionLine.
        02 FILLER PIC X(15) VALUE SPACES.
        02 FILLER PIC X(13) VALUE "Rate edition ".
        02 PrnRateEdition PIC X(8).
        02 FILLER PIC X(11) VALUE " effective ".
        02 PrnRateEffective PIC 9(8).

       01 DuesReportHeading PIC X(40) VALUE
          "Rolling Greens Golf Club - Dues Billing".
        02 PrnControlTotal PIC ZZ,ZZ9.99.

       01 CurrentDuesAmount PIC 9(5)V99 VALUE ZEROES.
       01 MemberDuesOnlyAmount PIC 9(5)V99 VALUE ZEROES.
       01 MemberDuesCredited PIC 9(5)V99 VALUE ZEROES.
       01 MemberCoverFrom PIC 9(6) VALUE ZEROES.
       01 ControlTotal PIC 9(7)V99 VALUE ZEROES.

       01 GuestFileStatus PIC XX VALUE ZEROES.
           MOVE "DUESBILLING" TO WS-Run-Program-Name
           PERFORM Start-Run-Log

           ACCEPT BillingRunDate FROM DATE YYYYMMDD
           PERFORM CheckBillingPeriodOpen
           PERFORM SetBillingPeriod
           PERFORM CheckPriorQuarterRecognized

           OPEN INPUT MemberFile
           PERFORM CheckMemberFileOpen
           OPEN INPUT MemberScanFile
           OPEN OUTPUT BilledFile
           PERFORM CheckBilledFileOpen

           PERFORM LoadDuesRates

           OPEN INPUT GuestPassFile
           IF GuestFileMissing

           PERFORM LoadTaxRates

           OPEN I-O EquityFile
           IF EquityFileMissing
               MOVE "N" TO EquityFileOpenFlag
           ELSE
               MOVE "Y" TO EquityFileOpenFlag
           END-IF

           OPEN I-O HouseChargeFile
           IF HouseChgFileMissing
               MOVE "N" TO HouseChgFileOpenFlag
           ELSE
               MOVE "Y" TO HouseChgFileOpenFlag
           END-IF

           OPEN INPUT AutoPayFile
           IF AutoPayFileMissing
               MOVE "N" TO AutoPayFileOpenFlag
           PERFORM WriteDuesControlRecord
           PERFORM ApplyPendingFeeFlips
           PERFORM ApplyPendingCreditCuts
           IF HouseChgFileIsOpen
               PERFORM ApplyPendingChargeFlips
               CLOSE HouseChargeFile
           END-IF

           IF EquityFileIsOpen
               PERFORM ApplyPendingInitFlips
               CLOSE EquityFile
           END-IF

           IF LateFeeFileIsOpen
               CLOSE LateFeeFile
               END-IF
           END-IF.

       ApplyPendingChargeFlips.
      * Runs only after the three-file set is committed: the house
      * charges itemized on the committed statements are stamped
      * billed with the period and run date, so an abend before the
      * commit leaves them open for the rerun and DuesUndo can
      * reopen exactly this run's slips.
           PERFORM ApplyOnePendingCharge
               VARYING PendingChargeIndex FROM 1 BY 1
               UNTIL PendingChargeIndex > PendingChargeCount.

       ApplyOnePendingCharge.
           MOVE PendChgKey(PendingChargeIndex) TO HcKey
           READ HouseChargeFile
               KEY IS HcKey
               INVALID KEY
                   DISPLAY "Unable to mark house charge billed for "
                     HcMemberId
           END-READ
           IF HouseChgFileOk
               SET HcBilled TO TRUE
               MOVE BillingPeriod TO HcBilledPeriod
               MOVE BillingRunDate TO HcBilledDate
               REWRITE HouseChargeRec
                   INVALID KEY
                       DISPLAY "Unable to mark house charge billed "
                         "for " HcMemberId
               END-REWRITE
           END-IF.

       ApplyPendingInitFlips.
      * Runs only after the three-file set is committed, like the
      * fee flips: the initiation fees on the committed statements
      * are stamped billed with the period and run date.
           PERFORM ApplyOnePendingInit
               VARYING PendingInitIndex FROM 1 BY 1
               UNTIL PendingInitIndex > PendingInitCount.

       ApplyOnePendingInit.
           MOVE PendInitMemberId(PendingInitIndex) TO EqMemberId
           READ EquityFile
               KEY IS EqMemberId
               INVALID KEY
                   DISPLAY "Unable to mark initiation fee billed for "
                     EqMemberId
           END-READ
           IF EquityFileOk
               SET EqFeeBilled TO TRUE
               MOVE BillingPeriod TO EqFeeBilledPeriod
               MOVE BillingRunDate TO EqFeeBilledDate
               REWRITE EquityCertRec
                   INVALID KEY
                       DISPLAY "Unable to mark initiation fee billed "
                         "for " EqMemberId
               END-REWRITE
           END-IF.

       SetBillingPeriod.
           COMPUTE QuarterWork = (BillingRunMonth - 1) / 3
           MOVE BillingRunYear TO BillingPeriodYear
           MOVE BillingPeriod TO BillingPeriodStart
           COMPUTE BillingPeriodEnd = BillingPeriodStart + 2.

       LoadDuesRates.
      * The dues-rate schedule is required: without it every member
      * would bill at zero, so a missing file ends the run before
      * anything is written.
           COMPUTE RateCutoffDate = (BillingPeriodStart * 100) + 1
           OPEN INPUT DuesRateFile
           IF NOT DuesRateFileOk
               MOVE "data/dues-rates.dat" TO WS-Abend-File-Name
               MOVE "OPEN" TO WS-Abend-Operation
               MOVE DuesRateFileStatus TO WS-Abend-Status
               MOVE SPACES TO WS-Abend-Record-Key
               PERFORM AbendRun
           END-IF
           READ DuesRateFile
               AT END MOVE "Y" TO DuesRateEofFlag
           END-READ
           PERFORM LoadOneDuesRate UNTIL EndOfDuesRateFile
           CLOSE DuesRateFile

           PERFORM ReportOneDuesRate
               VARYING RateTypeIndex FROM 1 BY 1
               UNTIL RateTypeIndex > 3
           IF FamilyRateEdition = SPACES
               DISPLAY "No family dues rate in effect for "
                 BillingPeriod " -- family primaries bill at zero."
           END-IF.

       LoadOneDuesRate.
      * Keeps, per class, the latest edition effective on or before
      * the first day of the billing quarter.
           IF DrEffectiveDate <= RateCutoffDate
               EVALUATE TRUE
                   WHEN DrFamilyRate
                       IF DrEffectiveDate > FamilyRateEffective
                           MOVE DrRateAmount TO FamilyDuesRate
                           MOVE DrEffectiveDate TO FamilyRateEffective
                           MOVE DrEdition TO FamilyRateEdition
                       END-IF
                   WHEN DrRateClass >= "1" AND DrRateClass <= "3"
                       MOVE DrRateClass TO RateTypeIndex
                       IF DrEffectiveDate >
                          DuesRateEffective(RateTypeIndex)
                           MOVE DrRateAmount TO DuesRate(RateTypeIndex)
                           MOVE DrEffectiveDate
                             TO DuesRateEffective(RateTypeIndex)
                           MOVE DrEdition
                             TO DuesRateEdition(RateTypeIndex)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           READ DuesRateFile
               AT END MOVE "Y" TO DuesRateEofFlag
           END-READ.

       ReportOneDuesRate.
           IF DuesRateEdition(RateTypeIndex) = SPACES
               DISPLAY "No dues rate in effect for type "
                 RateTypeIndex " for " BillingPeriod
                 " -- those members bill at zero."
           END-IF.

       LoadTaxRates.
      * Missing rate file simply means no tax lines, the pre-tax
      * behavior.
           EVALUATE TaxClass
               WHEN "G" MOVE TaxRatePct TO GuestTaxRate
               WHEN "R" MOVE TaxRatePct TO RentalTaxRate
               WHEN "H" MOVE TaxRatePct TO HouseTaxRate
               WHEN OTHER CONTINUE
           END-EVALUATE
           READ TaxRateFile
           MOVE ZEROES TO MemberRentalCharges
           MOVE ZEROES TO MemberGuestFees
           MOVE ZEROES TO FamilyGuestFees
           MOVE ZEROES TO FamilyTaxableCharges
           MOVE MemberId TO ChargesMemberId
           MOVE SPACES TO AppliedRateEdition
           MOVE ZEROES TO AppliedRateEffective
           MOVE BillingPeriodStart TO MemberCoverFrom
           IF MemberInactive
               ADD 1 TO InactiveSkippedCount
               MOVE ZEROES TO CurrentDuesAmount
               EVALUATE TRUE
                   WHEN HouseholdPrimary
                       MOVE FamilyDuesRate TO CurrentDuesAmount
                       MOVE FamilyRateEdition TO AppliedRateEdition
                       MOVE FamilyRateEffective
                         TO AppliedRateEffective
                       PERFORM ProrateForMidQuarterJoin
                   WHEN MemberType >= 1 AND MemberType <= 3
                       MOVE DuesRate(MemberType) TO CurrentDuesAmount
                       MOVE DuesRateEdition(MemberType)
                         TO AppliedRateEdition
                       MOVE DuesRateEffective(MemberType)
                         TO AppliedRateEffective
                       PERFORM ProrateForMidQuarterJoin
                   WHEN OTHER
                       MOVE ZEROES TO CurrentDuesAmount
               END-EVALUATE
           END-IF

           MOVE CurrentDuesAmount TO MemberDuesOnlyAmount

           MOVE MemberId TO PrnDuesMemberId
           MOVE MemberName TO PrnDuesMemberName
           MOVE CurrentDuesAmount TO PrnDuesAmount
           PERFORM WriteStatementLine
           ADD 1 TO WS-Run-Records-Out

           IF AppliedRateEdition NOT = SPACES
               MOVE AppliedRateEdition TO PrnRateEdition
               MOVE AppliedRateEffective TO PrnRateEffective
               MOVE RateEditionLine TO StmtWorkLine
               PERFORM WriteStatementLine
           END-IF

           IF MemberBillable AND GuestFileIsOpen
               PERFORM SumMemberGuestFees
               IF MemberGuestFees > ZEROES
               PERFORM PrintMemberRentals
           END-IF

           IF MemberBillable AND HouseChgFileIsOpen
               PERFORM PrintMemberHouseCharges
           END-IF

           IF MemberBillable AND HouseholdPrimary
               PERFORM AddHouseholdDependentCharges
           END-IF

           IF MemberBillable
             AND (FamilyGuestFees > ZEROES
               OR MemberRentalCharges > ZEROES
               OR FamilyTaxableCharges > ZEROES)
               COMPUTE MemberTaxAmount ROUNDED =
                 ((FamilyGuestFees * GuestTaxRate)
                  + (MemberRentalCharges * RentalTaxRate)
                  + (FamilyTaxableCharges * HouseTaxRate)) / 100
               IF MemberTaxAmount > ZEROES
                   MOVE MemberTaxAmount TO PrnSalesTax
                   MOVE SalesTaxLine TO StmtWorkLine
               END-IF
           END-IF

           IF MemberBillable AND EquityFileIsOpen
               PERFORM BillMemberInitiationFee
           END-IF

           IF MemberBillable AND CreditFileIsOpen
             AND CurrentDuesAmount > ZEROES
               PERFORM ApplyCreditOnAccount
           END-IF
           PERFORM SplitCreditedDues

           IF MemberBillable AND MemberHasExtraCharges
               MOVE CurrentDuesAmount TO PrnMemberTotal
               ADD CurrentDuesAmount TO BilledByType(MemberType)
           END-IF

      * A member whose credit paid the whole bill still gets a
      * zero installment 01 carrying the dues the credit paid.
           IF MemberBillable
             AND (CurrentDuesAmount > ZEROES
               OR MemberDuesCredited > ZEROES)
               PERFORM CheckForPaymentPlan
               IF MemberOnMonthlyPlan AND CurrentDuesAmount > ZEROES
                   PERFORM WriteInstallmentSchedule
               ELSE
                   MOVE MemberId TO BilledMemberId
                   MOVE 01 TO BilledInstallmentNo
                   MOVE BillingPeriod TO BilledPeriod
                   MOVE CurrentDuesAmount TO BilledAmount
                   MOVE MemberDuesOnlyAmount TO BilledDuesAmount
                   MOVE MemberDuesCredited TO BilledDuesCredited
                   MOVE MemberCoverFrom TO BilledCoverFrom
                   MOVE BillingRunDate TO BilledDate
                   MOVE BillingRunDate TO BilledDueDate
                   WRITE BilledRec
               IF RentalFileIsOpen
                   PERFORM PrintMemberRentals
               END-IF
               IF HouseChgFileIsOpen
                   PERFORM PrintMemberHouseCharges
               END-IF
           END-IF

           READ MemberScanFile NEXT
               END-READ
           END-IF.

       BillMemberInitiationFee.
      * The fee bills once; the billed flip is only remembered here
      * and lands on the equity file after the commit. With no room
      * in the pending table the fee is held for the next run.
           MOVE MemberId TO EqMemberId
           READ EquityFile
               KEY IS EqMemberId
               INVALID KEY CONTINUE
           END-READ

           IF EquityFileOk AND EqFeeUnbilled
             AND EqInitFeeAmount > ZEROES
               IF PendingInitCount < 200
                   MOVE EqInitFeeAmount TO PrnInitiationFee
                   MOVE InitiationFeeLine TO StmtWorkLine
                   PERFORM WriteStatementLine
                   ADD EqInitFeeAmount TO CurrentDuesAmount
                   MOVE "Y" TO ExtraChargesFlag
                   ADD 1 TO PendingInitCount
                   MOVE EqMemberId TO PendInitMemberId(PendingInitCount)
               ELSE
                   DISPLAY "Pending-initiation table full -- fee for "
                     EqMemberId " held for the next run."
               END-IF
           END-IF.

       ApplyCreditOnAccount.
      * Applies a carried-forward overpayment against the new
      * billing, never below zero. The reduction of the stored
                 TO PendCrApplied(PendingCreditCount)
           END-IF.

       SplitCreditedDues.
      * Credit on account pays the guest fees, rentals, house
      * charges, tax, late fees and initiation fee first and the
      * dues only with what is left, so the dues share is cut to
      * whatever remains billed; the cut is the dues the credit
      * paid, which are still this quarter's dues to defer.
           MOVE ZEROES TO MemberDuesCredited
           IF MemberDuesOnlyAmount > CurrentDuesAmount
               COMPUTE MemberDuesCredited =
                 MemberDuesOnlyAmount - CurrentDuesAmount
               MOVE CurrentDuesAmount TO MemberDuesOnlyAmount
           END-IF.

       CheckForAutoPay.
           MOVE "N" TO MemberOnAutoPayFlag
           IF AutoPayFileIsOpen
      * Three monthly installments per quarterly bill, due the first
      * of each month of the quarter. The first two are the rounded
      * third and the last picks up the leftover cents, so the
      * schedule always adds back to the billed amount. The dues
      * share is split the same way; the dues paid from credit on
      * account ride on installment 01.
           COMPUTE InstallmentAmount ROUNDED = CurrentDuesAmount / 3
           COMPUTE LastInstallmentAmount =
             CurrentDuesAmount - (InstallmentAmount * 2)
           COMPUTE InstallmentDuesAmount ROUNDED =
             MemberDuesOnlyAmount / 3
           COMPUTE LastInstallmentDues =
             MemberDuesOnlyAmount - (InstallmentDuesAmount * 2)

           PERFORM WriteOneInstallment
               VARYING InstallmentIndex FROM 1 BY 1
           MOVE BillingPeriod TO BilledPeriod
           IF InstallmentIndex < 3
               MOVE InstallmentAmount TO BilledAmount
               MOVE InstallmentDuesAmount TO BilledDuesAmount
           ELSE
               MOVE LastInstallmentAmount TO BilledAmount
               MOVE LastInstallmentDues TO BilledDuesAmount
           END-IF
           IF InstallmentIndex = 1
               MOVE MemberDuesCredited TO BilledDuesCredited
           ELSE
               MOVE ZEROES TO BilledDuesCredited
           END-IF
           MOVE MemberCoverFrom TO BilledCoverFrom
           MOVE BillingRunDate TO BilledDate
           COMPUTE InstallmentDueMonth =
             BillingPeriodStart + InstallmentIndex - 1
                     BillingPeriodEnd - JoinMonthWork + 1
                   COMPUTE CurrentDuesAmount ROUNDED =
                     (CurrentDuesAmount * MonthsToBill) / 3
                   MOVE JoinMonthWork TO MemberCoverFrom
                   MOVE "  PRORATED" TO PrnDuesStatusNote
               END-IF
           END-IF.
               END-READ
           END-IF.

       PrintMemberHouseCharges.
      * Every open slip dated on or before the run date is itemized
      * and billed; the billed flip is only remembered here and
      * lands on the charge file after the commit. A slip that will
      * not fit in the pending table stays open and off this
      * statement, to be picked up next run.
           MOVE "N" TO EndOfChargeScanFlag

           MOVE ChargesMemberId TO HcMemberId
           MOVE ZEROES TO HcChargeDate
           MOVE ZEROES TO HcSeq
           START HouseChargeFile KEY IS >= HcKey
               INVALID KEY MOVE "Y" TO EndOfChargeScanFlag
           END-START

           IF NOT EndOfChargeScan
               READ HouseChargeFile NEXT
                AT END MOVE "Y" TO EndOfChargeScanFlag
               END-READ
           END-IF

           PERFORM PrintOneHouseCharge UNTIL EndOfChargeScan.

       PrintOneHouseCharge.
           IF HcMemberId NOT = ChargesMemberId
               MOVE "Y" TO EndOfChargeScanFlag
           ELSE
               IF HcOpen AND HcChargeDate <= BillingRunDate
                   IF PendingChargeCount < 1000
                       PERFORM ItemizeOneHouseCharge
                   ELSE
                       DISPLAY "Pending-charge table full -- slip "
                         "for " HcMemberId " held for the next run."
                   END-IF
               END-IF
               READ HouseChargeFile NEXT
                AT END MOVE "Y" TO EndOfChargeScanFlag
               END-READ
           END-IF.

       ItemizeOneHouseCharge.
           EVALUATE TRUE
               WHEN HcOutletGrill MOVE "Grill" TO PrnHcOutlet
               WHEN HcOutletProShop MOVE "Pro shop" TO PrnHcOutlet
               WHEN HcOutletFbMinimum MOVE "F&B min" TO PrnHcOutlet
               WHEN HcOutletCartFee MOVE "Cart fee" TO PrnHcOutlet
               WHEN HcOutletTrailFee MOVE "Trail fee" TO PrnHcOutlet
               WHEN HcOutletLesson MOVE "Lesson" TO PrnHcOutlet
               WHEN HcOutletRoom MOVE "Room fee" TO PrnHcOutlet
               WHEN HcOutletEvent MOVE "Event" TO PrnHcOutlet
               WHEN OTHER MOVE "Charge" TO PrnHcOutlet
           END-EVALUATE
           MOVE HcChargeDate TO PrnHcDate
           MOVE HcTicketNo TO PrnHcTicket
           MOVE HcAmount TO PrnHcAmount
           MOVE HouseChargeLine TO StmtWorkLine
           PERFORM WriteStatementLine
           ADD HcAmount TO CurrentDuesAmount
           IF HcIsTaxable
               ADD HcAmount TO FamilyTaxableCharges
           END-IF
           MOVE "Y" TO ExtraChargesFlag

           ADD 1 TO PendingChargeCount
           MOVE HcKey TO PendChgKey(PendingChargeCount).

       SumMemberGuestFees.
           MOVE ZEROES TO MemberGuestFees
           MOVE ZEROES TO MemberGuestRounds
           MOVE BilledByType(2) TO CtlBilledByType(2)
           MOVE BilledByType(3) TO CtlBilledByType(3)
           MOVE ControlTotal TO CtlGrandTotal
           MOVE DuesRateEdition(1) TO CtlRateEdition(1)
           MOVE DuesRateEdition(2) TO CtlRateEdition(2)
           MOVE DuesRateEdition(3) TO CtlRateEdition(3)
           MOVE FamilyRateEdition TO CtlFamilyRateEdition
           WRITE DuesControlRec
           CLOSE DuesControlFile.

       CheckBillingPeriodOpen.
      * Billed records carry the run date, so a run dated in a
      * closed month would change figures already reported.
           PERFORM OpenPeriodControl
           MOVE BillingRunDate TO PeriodCheckDate
           PERFORM CheckPostingPeriod
           PERFORM ClosePeriodControl
           IF PostingPeriodClosed
               PERFORM ShowClosedPeriod
               DISPLAY "Dues billing not run."
               MOVE "FAILED" TO WS-Run-Completion
               PERFORM Write-Run-Log
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CheckPriorQuarterRecognized.
      * DuesRecog recognizes from the live billed file, so the
      * quarter it holds must be fully recognized -- its last month
      * on data/dues-recognition.dat -- before this run replaces
      * it, or that month would stay in deferred revenue. A rerun
      * for the same quarter replaces nothing DuesRecog still
      * needs, and with no live billed file there is nothing to
      * strand.
           MOVE ZEROES TO PriorBilledPeriod
           OPEN INPUT LiveBilledFile
           IF NOT LiveBilledOk
               EXIT PARAGRAPH
           END-IF
           READ LiveBilledFile
               AT END CONTINUE
           END-READ
           IF LiveBilledOk
               MOVE LiveBilledPeriod TO PriorBilledPeriod
           END-IF
           CLOSE LiveBilledFile
           IF PriorBilledPeriod = ZEROES
             OR PriorBilledPeriod = BillingPeriodStart
               EXIT PARAGRAPH
           END-IF

           COMPUTE PriorLastMonth = PriorBilledPeriod + 2
           MOVE "N" TO PriorRecognizedFlag
           OPEN INPUT RecogControlFile
           IF RecogControlOk
               READ RecogControlFile
                   AT END MOVE "Y" TO RecogControlEofFlag
               END-READ
               PERFORM CheckOneRecogControl UNTIL EndOfRecogControl
               CLOSE RecogControlFile
           END-IF
           IF NOT PriorQuarterRecognized
               DISPLAY "Dues for " PriorLastMonth " are not yet "
                 "recognized -- run DuesRecog for that month first."
               DISPLAY "Dues billing not run."
               MOVE "FAILED" TO WS-Run-Completion
               PERFORM Write-Run-Log
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CheckOneRecogControl.
           IF RcMonth = PriorLastMonth
               MOVE "Y" TO PriorRecognizedFlag
           END-IF
           READ RecogControlFile
               AT END MOVE "Y" TO RecogControlEofFlag
           END-READ.

       CheckScanFileOpen.
           IF NOT ScanFileOk
               MOVE "data/members.dat" TO WS-Abend-File-Name
           COPY RUNLOGPR.

           COPY FILECHKP.

           COPY PERIODPR.
