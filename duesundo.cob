      * file -- so a bad run disappears as a set instead of being
      * half-scrubbed by hand. The run date is the first argument;
      * with no argument the control file's runs are listed.
      * 2026-10-15 JG  House-charge slips the undone run marked billed
      *                are reopened so the rerun bills them again.
      * 2026-10-15 JG  Initiation fees the undone run billed are set
      *                back to unbilled.
      * 2026-10-15 JG  A run dated in a month closed in PeriodCtl is
      *                not backed out; the month must be reopened
      *                first.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ArchiveWorkStatus.

           SELECT HouseChargeFile ASSIGN TO 'data/house-charges.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS HcKey
             FILE STATUS IS HouseChgFileStatus.

           SELECT EquityFile ASSIGN TO 'data/equity-certs.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EqMemberId
             FILE STATUS IS EquityFileStatus.

           SELECT DuesControlFile ASSIGN TO 'data/dues-control.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DuesControlStatus.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ControlWorkStatus.

           SELECT PeriodCtlFile ASSIGN TO 'data/period-control.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PcMonth
             FILE STATUS IS PeriodCtlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BilledFile.
       FD ArchiveWorkFile.
       01 ArchiveWorkRec PIC X(72).

       FD HouseChargeFile.
           COPY HOUSECHG.

       FD EquityFile.
           COPY EQUITY.

       FD DuesControlFile.
           COPY DUESCTL.

       FD ControlWorkFile.
       01 ControlWorkRec PIC X(120).

       FD PeriodCtlFile.
           COPY PERIODCTL.

       WORKING-STORAGE SECTION.
           COPY PERIODCK.
       01 BilledFileStatus PIC XX VALUE ZEROES.
        88 BilledFileOk VALUE "00".
        88 BilledFileMissing VALUE "35".
       01 ArchiveWorkStatus PIC XX VALUE SPACES.
       01 DuesControlStatus PIC XX VALUE SPACES.
        88 DuesControlOk VALUE "00".
       01 HouseChgFileStatus PIC XX VALUE ZEROES.
        88 HouseChgFileMissing VALUE "35".
       01 EquityFileStatus PIC XX VALUE ZEROES.
        88 EquityFileMissing VALUE "35".
       01 ControlWorkStatus PIC XX VALUE SPACES.

       01 ArchiveEofFlag PIC X VALUE "N".
       01 BilledDeleted PIC 9(5) VALUE ZEROES.
       01 ArchiveRemoved PIC 9(5) VALUE ZEROES.
       01 ControlRemoved PIC 9(2) VALUE ZEROES.
       01 ChargesReopened PIC 9(5) VALUE ZEROES.
       01 InitFeesReopened PIC 9(5) VALUE ZEROES.

       01 SystemCommand PIC X(120) VALUE SPACES.

               STOP RUN
           END-IF

           PERFORM OpenPeriodControl
           MOVE WS-Undo-Run-Date TO PeriodCheckDate
           PERFORM CheckPostingPeriod
           PERFORM ClosePeriodControl
           IF PostingPeriodClosed
               DISPLAY "Run " WS-Undo-Run-Date " is in closed period "
                 PeriodCheckMonth " -- a supervisor must reopen it "
                 "in PeriodCtl before the run can be undone."
               STOP RUN
           END-IF

           PERFORM ComputeUndoPeriod

           PERFORM DeleteBilledRecords
           PERFORM RemoveArchiveLines
           PERFORM RemoveControlRecord
           PERFORM ReopenHouseCharges
           PERFORM ReopenInitiationFees

           DISPLAY "Run " WS-Undo-Run-Date " backed out: "
             BilledDeleted " billed record(s), " ArchiveRemoved
             " archive line(s), " ControlRemoved
             " control record(s), " ChargesReopened
             " house charge(s) and " InitFeesReopened
             " initiation fee(s) reopened."
           STOP RUN.

       ListControlRuns.
           READ DuesControlFile
               AT END MOVE "Y" TO ControlEofFlag
           END-READ.

       ReopenHouseCharges.
           OPEN I-O HouseChargeFile
           IF HouseChgFileMissing
               EXIT PARAGRAPH
           END-IF

           READ HouseChargeFile NEXT
            AT END SET EndOfHouseChargeFile TO TRUE
           END-READ

           PERFORM ReopenOneHouseCharge UNTIL EndOfHouseChargeFile

           CLOSE HouseChargeFile.

       ReopenOneHouseCharge.
           IF HcBilled AND HcBilledDate = WS-Undo-Run-Date
               SET HcOpen TO TRUE
               MOVE ZEROES TO HcBilledPeriod
               MOVE ZEROES TO HcBilledDate
               REWRITE HouseChargeRec
                   INVALID KEY
                       DISPLAY "Unable to reopen house charge for "
                         HcMemberId
                   NOT INVALID KEY
                       ADD 1 TO ChargesReopened
               END-REWRITE
           END-IF

           READ HouseChargeFile NEXT
            AT END SET EndOfHouseChargeFile TO TRUE
           END-READ.

       ReopenInitiationFees.
           OPEN I-O EquityFile
           IF EquityFileMissing
               EXIT PARAGRAPH
           END-IF

           READ EquityFile NEXT
            AT END SET EndOfEquityFile TO TRUE
           END-READ

           PERFORM ReopenOneInitiationFee UNTIL EndOfEquityFile

           CLOSE EquityFile.

       ReopenOneInitiationFee.
           IF EqFeeBilled AND EqFeeBilledDate = WS-Undo-Run-Date
               SET EqFeeUnbilled TO TRUE
               MOVE ZEROES TO EqFeeBilledPeriod
               MOVE ZEROES TO EqFeeBilledDate
               REWRITE EquityCertRec
                   INVALID KEY
                       DISPLAY "Unable to reopen initiation fee for "
                         EqMemberId
                   NOT INVALID KEY
                       ADD 1 TO InitFeesReopened
               END-REWRITE
           END-IF

           READ EquityFile NEXT
            AT END SET EndOfEquityFile TO TRUE
           END-READ.

           COPY PERIODPR.
