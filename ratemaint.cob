       IDENTIFICATION DIVISION.
       PROGRAM-ID. RateMaint.
      * Office maintenance for the dues-rate schedule in
      * data/dues-rates.dat: add the rates of a board-approved edition
      * with their effective date, list the schedule, or withdraw a
      * line that has not taken effect yet. DuesBilling bills each
      * member type at the rate in effect on the first day of the
      * billing quarter, so an increase is entered ahead of time and
      * the earlier editions stay on file as the history. The file is
      * small, so it is loaded into a table, edited there, and
      * written back on quit, as CurrMaint does.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DuesRateFile ASSIGN TO 'data/dues-rates.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DuesRateFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD DuesRateFile.
           COPY DUESRATE.

       WORKING-STORAGE SECTION.
           COPY DATEVAL.

       01 DuesRateFileStatus PIC XX VALUE SPACES.
        88 DuesRateFileOk VALUE "00".

       01 RateTableEofFlag PIC X VALUE "N".
        88 EndOfRateTable VALUE "Y".

       01 RateTable.
        02 RateEntry OCCURS 200 TIMES.
         03 RtRateClass PIC X.
         03 RtEffectiveDate PIC 9(8).
         03 RtEdition PIC X(8).
         03 RtRateAmount PIC 9(3)V99.
         03 RtDescription PIC X(20).
       01 RateCount PIC 9(3) VALUE ZEROES.
       01 RateIdx PIC 9(3) VALUE ZEROES.
       01 FoundIdx PIC 9(3) VALUE ZEROES.
       01 SortIdx PIC 9(3) VALUE ZEROES.
       01 SwapEntry PIC X(42) VALUE SPACES.
       01 TableChangedFlag PIC X VALUE "N".
        88 TableChanged VALUE "Y".

       01 MenuChoice PIC X VALUE SPACES.
        88 WantsAdd VALUE "A" "a".
        88 WantsList VALUE "L" "l".
        88 WantsWithdraw VALUE "W" "w".
        88 WantsQuit VALUE "Q" "q".

       01 TodayDate PIC 9(8) VALUE ZEROES.
       01 WorkRateClass PIC X VALUE SPACES.
        88 WorkRateClassValid VALUE "1" "2" "3" "F".
       01 WorkEffectiveDate PIC 9(8) VALUE ZEROES.
       01 WorkEdition PIC X(8) VALUE SPACES.
       01 WorkRateAmount PIC 9(3)V99 VALUE ZEROES.
       01 WorkDescription PIC X(20) VALUE SPACES.

       01 RateListLine.
        02 PrnRateClass PIC X.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnRateEffective PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnRateEdition PIC X(8).
        02 FILLER PIC X(3) VALUE "  $".
        02 PrnRateAmount PIC ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnRateDescription PIC X(20).

       PROCEDURE DIVISION.
       MaintainDuesRates.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           PERFORM LoadRateTable

           PERFORM UNTIL WantsQuit
               DISPLAY " "
               DISPLAY "(A)dd a rate, (L)ist schedule, (W)ithdraw a "
                 "future rate, (Q)uit: " WITH NO ADVANCING
               ACCEPT MenuChoice
               EVALUATE TRUE
                   WHEN WantsAdd PERFORM AddRateEntry
                   WHEN WantsList PERFORM ListRateTable
                   WHEN WantsWithdraw PERFORM WithdrawRateEntry
                   WHEN WantsQuit CONTINUE
                   WHEN OTHER DISPLAY "Please choose A, L, W or Q."
               END-EVALUATE
           END-PERFORM

           IF TableChanged
               PERFORM SaveRateTable
           END-IF
           STOP RUN.

       LoadRateTable.
           OPEN INPUT DuesRateFile
           IF NOT DuesRateFileOk
               DISPLAY "No dues-rate schedule on file yet -- "
                 "starting empty."
           ELSE
               READ DuesRateFile
                   AT END MOVE "Y" TO RateTableEofFlag
               END-READ
               PERFORM LoadOneRate UNTIL EndOfRateTable
               CLOSE DuesRateFile
           END-IF.

       LoadOneRate.
           IF RateCount < 200
               ADD 1 TO RateCount
               MOVE DrRateClass TO RtRateClass(RateCount)
               MOVE DrEffectiveDate TO RtEffectiveDate(RateCount)
               MOVE DrEdition TO RtEdition(RateCount)
               MOVE DrRateAmount TO RtRateAmount(RateCount)
               MOVE DrDescription TO RtDescription(RateCount)
           END-IF
           READ DuesRateFile
               AT END MOVE "Y" TO RateTableEofFlag
           END-READ.

       AddRateEntry.
           DISPLAY "Rate class (1, 2, 3 = member type, F = family): "
             WITH NO ADVANCING
           ACCEPT WorkRateClass
           MOVE FUNCTION UPPER-CASE(WorkRateClass) TO WorkRateClass
           IF NOT WorkRateClassValid
               DISPLAY "Rate class must be 1, 2, 3 or F."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WorkEffectiveDate
           MOVE WorkEffectiveDate TO DateToValidate
           PERFORM ValidateDateField
           IF NOT DateFieldIsValid
               DISPLAY "Effective date " WorkEffectiveDate
                 " is not a valid date."
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROES TO FoundIdx
           PERFORM FindRateEntry
               VARYING RateIdx FROM 1 BY 1
               UNTIL RateIdx > RateCount
           IF FoundIdx > ZEROES
               DISPLAY "Class " WorkRateClass " already has a rate "
                 "effective " WorkEffectiveDate " (edition "
                 RtEdition(FoundIdx) ")."
               EXIT PARAGRAPH
           END-IF

           IF RateCount >= 200
               DISPLAY "Rate schedule is full -- entry refused."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Edition code (e.g. DR2027A): " WITH NO ADVANCING
           ACCEPT WorkEdition
           MOVE FUNCTION UPPER-CASE(WorkEdition) TO WorkEdition
           IF WorkEdition = SPACES
               DISPLAY "An edition code is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Quarterly dues amount: " WITH NO ADVANCING
           ACCEPT WorkRateAmount
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WorkDescription

           ADD 1 TO RateCount
           MOVE WorkRateClass TO RtRateClass(RateCount)
           MOVE WorkEffectiveDate TO RtEffectiveDate(RateCount)
           MOVE WorkEdition TO RtEdition(RateCount)
           MOVE WorkRateAmount TO RtRateAmount(RateCount)
           MOVE WorkDescription TO RtDescription(RateCount)
           MOVE "Y" TO TableChangedFlag
           IF WorkEffectiveDate <= TodayDate
               DISPLAY "Note: this rate is already in effect and "
                 "applies from the next billing run."
           END-IF
           DISPLAY "Rate added for class " WorkRateClass
             " effective " WorkEffectiveDate ".".

       FindRateEntry.
           IF RtRateClass(RateIdx) = WorkRateClass
             AND RtEffectiveDate(RateIdx) = WorkEffectiveDate
               MOVE RateIdx TO FoundIdx
           END-IF.

       WithdrawRateEntry.
      * Only a line that has not yet taken effect may be withdrawn;
      * anything already in effect has billed members and stays as
      * the record of what they were charged.
           DISPLAY "Rate class: " WITH NO ADVANCING
           ACCEPT WorkRateClass
           MOVE FUNCTION UPPER-CASE(WorkRateClass) TO WorkRateClass
           DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WorkEffectiveDate

           MOVE ZEROES TO FoundIdx
           PERFORM FindRateEntry
               VARYING RateIdx FROM 1 BY 1
               UNTIL RateIdx > RateCount
           IF FoundIdx = ZEROES
               DISPLAY "No rate for class " WorkRateClass
                 " effective " WorkEffectiveDate "."
               EXIT PARAGRAPH
           END-IF
           IF RtEffectiveDate(FoundIdx) <= TodayDate
               DISPLAY "That rate is already in effect and cannot "
                 "be withdrawn -- add a new edition instead."
               EXIT PARAGRAPH
           END-IF

           PERFORM CloseRateGap
               VARYING RateIdx FROM FoundIdx BY 1
               UNTIL RateIdx >= RateCount
           SUBTRACT 1 FROM RateCount
           MOVE "Y" TO TableChangedFlag
           DISPLAY "Rate withdrawn.".

       CloseRateGap.
           MOVE RateEntry(RateIdx + 1) TO RateEntry(RateIdx).

       ListRateTable.
           PERFORM SortRateTable
           DISPLAY "C  Effective   Edition      Amount  Description"
           PERFORM ListOneRate
               VARYING RateIdx FROM 1 BY 1
               UNTIL RateIdx > RateCount
           DISPLAY RateCount " rate line(s) on file.".

       ListOneRate.
           MOVE RtRateClass(RateIdx) TO PrnRateClass
           MOVE RtEffectiveDate(RateIdx) TO PrnRateEffective
           MOVE RtEdition(RateIdx) TO PrnRateEdition
           MOVE RtRateAmount(RateIdx) TO PrnRateAmount
           MOVE RtDescription(RateIdx) TO PrnRateDescription
           DISPLAY RateListLine.

       SortRateTable.
      * Class, then effective date, so each class's history reads
      * oldest to newest.
           PERFORM SortOnePass
               VARYING SortIdx FROM 1 BY 1
               UNTIL SortIdx >= RateCount.

       SortOnePass.
           PERFORM SortOnePair
               VARYING RateIdx FROM 1 BY 1
               UNTIL RateIdx >= RateCount.

       SortOnePair.
           IF RtRateClass(RateIdx) > RtRateClass(RateIdx + 1)
             OR (RtRateClass(RateIdx) = RtRateClass(RateIdx + 1)
               AND RtEffectiveDate(RateIdx) >
                   RtEffectiveDate(RateIdx + 1))
               MOVE RateEntry(RateIdx) TO SwapEntry
               MOVE RateEntry(RateIdx + 1) TO RateEntry(RateIdx)
               MOVE SwapEntry TO RateEntry(RateIdx + 1)
           END-IF.

       SaveRateTable.
           PERFORM SortRateTable
           OPEN OUTPUT DuesRateFile
           PERFORM SaveOneRate
               VARYING RateIdx FROM 1 BY 1
               UNTIL RateIdx > RateCount
           CLOSE DuesRateFile
           DISPLAY "Dues-rate schedule saved -- " RateCount
             " line(s).".

       SaveOneRate.
           MOVE SPACES TO DuesRateRec
           MOVE RtRateClass(RateIdx) TO DrRateClass
           MOVE RtEffectiveDate(RateIdx) TO DrEffectiveDate
           MOVE RtEdition(RateIdx) TO DrEdition
           MOVE RtRateAmount(RateIdx) TO DrRateAmount
           MOVE RtDescription(RateIdx) TO DrDescription
           WRITE DuesRateRec.

           COPY DATEVALP.
