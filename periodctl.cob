       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodCtl.
      * Accounting-period control for the controller: closes a month
      * once its numbers have been reported, so PayPost, NsfPost,
      * AutoPost, PayImport, DuesBilling and the other programs that
      * write the payments ledger or the dues-billed file refuse any
      * entry dated in it and send the operator to the open period.
      * Any signed-on operator may close a finished month; reopening
      * one takes a supervisor (authority 9 in data/operators.dat)
      * and a reason. Every close and reopen is appended to
      * data/period-control-log.dat. The period file is
      * data/period-control.dat; a month with no record is open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PeriodCtlFile ASSIGN TO 'data/period-control.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PcMonth
             FILE STATUS IS PeriodCtlStatus.

           SELECT PeriodLogFile ASSIGN TO
             'data/period-control-log.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PeriodLogStatus.

           SELECT OperatorFile ASSIGN TO 'data/operators.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OperatorFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PeriodCtlFile.
           COPY PERIODCTL.

       FD PeriodLogFile.
       01 PeriodLogRec.
        02 PlLogDate PIC 9(8).
        02 FILLER PIC X.
        02 PlLogTime PIC 9(6).
        02 FILLER PIC X.
        02 PlOperId PIC X(3).
        02 FILLER PIC X.
        02 PlAction PIC X(6).
        02 FILLER PIC X.
        02 PlMonth PIC 9(6).
        02 FILLER PIC X.
        02 PlReason PIC X(30).

       FD OperatorFile.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01 PeriodCtlStatus PIC XX VALUE ZEROES.
        88 PeriodCtlOk VALUE "00".
        88 PeriodCtlMissing VALUE "35".
       01 PeriodCtlEofFlag PIC X VALUE "N".
        88 EndOfPeriodList VALUE "Y".
       01 PeriodLogStatus PIC XX VALUE SPACES.
        88 PeriodLogMissing VALUE "35".

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
        88 WantsClose VALUE "C" "c".
        88 WantsReopen VALUE "R" "r".
        88 WantsList VALUE "L" "l".
        88 WantsQuit VALUE "Q" "q".

       01 TodayDate PIC 9(8) VALUE ZEROES.
       01 NowTime PIC 9(8) VALUE ZEROES.
       01 WorkMonth PIC 9(6) VALUE ZEROES.
       01 WorkMonthParts REDEFINES WorkMonth.
        02 WorkMonthYear PIC 9(4).
        02 WorkMonthNo PIC 99.
           88 WorkMonthNoValid VALUE 1 THRU 12.
       01 WorkReason PIC X(30) VALUE SPACES.
       01 PeriodListCount PIC 9(3) VALUE ZEROES.
       01 PrnPeriodStatus PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       ControlPeriods.
           PERFORM OperatorSignOn
           IF NOT OperatorSignedOn
               DISPLAY "Sign-on failed -- goodbye."
               STOP RUN
           END-IF

           ACCEPT TodayDate FROM DATE YYYYMMDD
           OPEN I-O PeriodCtlFile
           IF PeriodCtlMissing
               OPEN OUTPUT PeriodCtlFile
               CLOSE PeriodCtlFile
               OPEN I-O PeriodCtlFile
           END-IF
           OPEN EXTEND PeriodLogFile
           IF PeriodLogMissing
               OPEN OUTPUT PeriodLogFile
           END-IF

           PERFORM UNTIL WantsQuit
               DISPLAY " "
               DISPLAY "(C)lose a month, (R)eopen a month, (L)ist "
                 "periods, (Q)uit: " WITH NO ADVANCING
               ACCEPT MenuChoice
               EVALUATE TRUE
                   WHEN WantsClose PERFORM ClosePeriod
                   WHEN WantsReopen PERFORM ReopenPeriod
                   WHEN WantsList PERFORM ListPeriods
                   WHEN WantsQuit CONTINUE
                   WHEN OTHER DISPLAY "Please choose C, R, L or Q."
               END-EVALUATE
           END-PERFORM

           CLOSE PeriodCtlFile, PeriodLogFile
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

       AcceptPeriodMonth.
           DISPLAY "Month (yyyymm): " WITH NO ADVANCING
           ACCEPT WorkMonth
           IF NOT WorkMonthNoValid
               DISPLAY "Month must be yyyymm, mm 01 to 12."
           END-IF.

       ClosePeriod.
           PERFORM AcceptPeriodMonth
           IF NOT WorkMonthNoValid
               EXIT PARAGRAPH
           END-IF
      * Only a month that has ended can be closed; the current month
      * stays open for the day's postings.
           IF WorkMonth >= TodayDate(1:6)
               DISPLAY "Month " WorkMonth " has not ended -- only a "
                 "past month may be closed."
               EXIT PARAGRAPH
           END-IF

           MOVE WorkMonth TO PcMonth
           READ PeriodCtlFile
               KEY IS PcMonth
               INVALID KEY CONTINUE
           END-READ
           IF PeriodCtlOk
               IF PcPeriodClosed
                   DISPLAY "Month " WorkMonth " is already closed ("
                     PcClosedDate " by " PcClosedBy ")."
                   EXIT PARAGRAPH
               END-IF
               MOVE "C" TO PcStatus
               MOVE TodayDate TO PcClosedDate
               MOVE CurrentOperId TO PcClosedBy
               REWRITE PeriodCtlRec
                   INVALID KEY
                       DISPLAY "Unable to close month " WorkMonth "."
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               MOVE SPACES TO PeriodCtlRec
               MOVE WorkMonth TO PcMonth
               MOVE "C" TO PcStatus
               MOVE TodayDate TO PcClosedDate
               MOVE CurrentOperId TO PcClosedBy
               MOVE ZEROES TO PcReopenedDate, PcReopenCount
               WRITE PeriodCtlRec
                   INVALID KEY
                       DISPLAY "Unable to close month " WorkMonth "."
                       EXIT PARAGRAPH
               END-WRITE
           END-IF

           MOVE "CLOSE" TO PlAction
           MOVE SPACES TO WorkReason
           PERFORM WritePeriodLog
           DISPLAY "Month " WorkMonth " closed -- no further postings "
             "may be dated in it.".

       ReopenPeriod.
           IF NOT CurrentOperSupervisor
               DISPLAY "Reopening a closed month requires supervisor "
                 "authority."
               EXIT PARAGRAPH
           END-IF
           PERFORM AcceptPeriodMonth
           IF NOT WorkMonthNoValid
               EXIT PARAGRAPH
           END-IF

           MOVE WorkMonth TO PcMonth
           READ PeriodCtlFile
               KEY IS PcMonth
               INVALID KEY CONTINUE
           END-READ
           IF NOT PeriodCtlOk OR NOT PcPeriodClosed
               DISPLAY "Month " WorkMonth " is not closed."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Reason for reopening: " WITH NO ADVANCING
           ACCEPT WorkReason
           IF WorkReason = SPACES
               DISPLAY "A reason is required -- month not reopened."
               EXIT PARAGRAPH
           END-IF

           MOVE "O" TO PcStatus
           MOVE TodayDate TO PcReopenedDate
           MOVE CurrentOperId TO PcReopenedBy
           ADD 1 TO PcReopenCount
           REWRITE PeriodCtlRec
               INVALID KEY
                   DISPLAY "Unable to reopen month " WorkMonth "."
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE "REOPEN" TO PlAction
           PERFORM WritePeriodLog
           DISPLAY "Month " WorkMonth " reopened -- close it again "
             "once the corrections are posted.".

       WritePeriodLog.
           ACCEPT NowTime FROM TIME
           MOVE TodayDate TO PlLogDate
           MOVE NowTime(1:6) TO PlLogTime
           MOVE CurrentOperId TO PlOperId
           MOVE WorkMonth TO PlMonth
           MOVE WorkReason TO PlReason
           WRITE PeriodLogRec.

       ListPeriods.
           MOVE ZEROES TO PeriodListCount
           MOVE "N" TO PeriodCtlEofFlag
           MOVE ZEROES TO PcMonth
           START PeriodCtlFile KEY IS >= PcMonth
               INVALID KEY MOVE "Y" TO PeriodCtlEofFlag
           END-START
           IF NOT EndOfPeriodList
               READ PeriodCtlFile NEXT
                   AT END MOVE "Y" TO PeriodCtlEofFlag
               END-READ
           END-IF
           PERFORM ListOnePeriod UNTIL EndOfPeriodList
           IF PeriodListCount = ZEROES
               DISPLAY "No months closed -- every period is open."
           END-IF.

       ListOnePeriod.
           ADD 1 TO PeriodListCount
           IF PcPeriodClosed
               MOVE "CLOSED" TO PrnPeriodStatus
           ELSE
               MOVE "REOPENED" TO PrnPeriodStatus
           END-IF
           DISPLAY PcMonth "  " PrnPeriodStatus "  closed "
             PcClosedDate " by " PcClosedBy "  reopened "
             PcReopenCount " time(s)"
           READ PeriodCtlFile NEXT
               AT END MOVE "Y" TO PeriodCtlEofFlag
           END-READ.
