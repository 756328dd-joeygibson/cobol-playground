       IDENTIFICATION DIVISION.
       PROGRAM-ID. FbMinimum.
      * Quarter-end food-and-beverage minimum assessment: totals each
      * billable member's grill house charges for the quarter (not
      * voided, open or billed alike) against the quarterly minimum
      * for the member's type in data/fb-minimums.dat and writes the
      * shortfall as an open house-charge slip (outlet F, ticket
      * FBMyyyyq, dated the last day of the quarter), which the next
      * DuesBilling run itemizes on the statement like any other
      * charge. A household primary is held to the family minimum
      * against the grill spending of the whole household; the
      * dependents are not assessed on their own. A member who
      * joined after the quarter began, or whose class carries no
      * minimum, is listed as exempt. A rerun for the same quarter
      * finds the shortfall slip already on file and adds nothing.
      * Run with the quarter as yyyyq (20263 = July-September 2026);
      * with no argument the quarter just ended is assessed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MemberFile ASSIGN TO 'data/members.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS MemberId
             FILE STATUS IS MemberFileStatus.

           SELECT MemberScanFile ASSIGN TO 'data/members.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ScanMemberId
             FILE STATUS IS MemberScanStatus.

           SELECT HouseChargeFile ASSIGN TO 'data/house-charges.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HcKey
             FILE STATUS IS HouseChgFileStatus.

           SELECT FbMinimumFile ASSIGN TO 'data/fb-minimums.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FbMinimumFileStatus.

           SELECT ShortfallRegister ASSIGN TO
             'output/fb-minimum-register.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RunLogFile ASSIGN TO 'output/batch-run-log.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD MemberFile.
           COPY MEMBREC.

       FD MemberScanFile.
      * Second reader over data/members.dat for the household walk.
      * This layout mirrors MEMBREC field for field under its own
      * names -- when a field is added to MEMBREC it must be added
      * here too or the record lengths disagree and the OPEN fails.
       01 ScanMemberRec.
        02 ScanMemberId PIC X(5).
        02 ScanMemberName PIC X(20).
        02 ScanMemberType PIC 9.
        02 ScanGender PIC X.
        02 ScanMemberStatus PIC X.
           88 ScanMemberBillable VALUE "A" "S".
        02 ScanMemberExpireDate PIC 9(8).
        02 ScanMemberJoinDate PIC 9(8).
        02 ScanMemberHouseholdId PIC X(5).
        02 ScanMemberHouseholdRole PIC X.
           88 ScanHouseholdDependent VALUE "D".
        02 ScanMemberLastOper PIC X(3).
        02 ScanMemberNsfFlag PIC X.
        02 ScanMemberBirthDate PIC 9(8).

       FD HouseChargeFile.
           COPY HOUSECHG.

       FD FbMinimumFile.
           COPY FBMINIM.

       FD ShortfallRegister.
       01 RegisterPrintLine PIC X(80).

       FD RunLogFile.
       01 RunLogRec PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNLOG.

       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".
       01 MemberScanStatus PIC XX VALUE ZEROES.
        88 MemberScanOk VALUE "00".

       01 HouseChgFileStatus PIC XX VALUE ZEROES.
        88 HouseChgFileOk VALUE "00".
        88 HouseChgFileMissing VALUE "35".

       01 FbMinimumFileStatus PIC XX VALUE SPACES.
        88 FbMinimumFileOk VALUE "00".
       01 FbMinimumEofFlag PIC X VALUE "N".
        88 EndOfFbMinimums VALUE "Y".

       01 EndOfScanFlag PIC X VALUE "N".
        88 EndOfScan VALUE "Y".
       01 EndOfHouseholdScanFlag PIC X VALUE "N".
        88 EndOfHouseholdScan VALUE "Y".
       01 SeqAssignedFlag PIC X VALUE "N".
        88 SeqIsAssigned VALUE "Y".
       01 AlreadyAssessedFlag PIC X VALUE "N".
        88 AlreadyAssessed VALUE "Y".

      * Quarterly minimum by MemberType (1-3) and for households.
       01 TypeMinimumTable.
        02 TypeMinimum OCCURS 3 TIMES PIC 9(4)V99.
       01 FamilyMinimum PIC 9(4)V99 VALUE ZEROES.

       01 WS-Args-Count PIC 9(4) COMP VALUE ZEROES.
       01 WS-Today PIC 9(8) VALUE ZEROES.
       01 WS-Today-Parts REDEFINES WS-Today.
        02 WS-Today-Year PIC 9(4).
        02 WS-Today-Month PIC 99.
        02 WS-Today-Day PIC 99.

       01 AssessQuarter PIC 9(5) VALUE ZEROES.
       01 AssessQuarterParts REDEFINES AssessQuarter.
        02 AssessYear PIC 9(4).
        02 AssessQuarterNo PIC 9.
           88 AssessQuarterValid VALUE 1 THRU 4.
       01 QuarterStartDate PIC 9(8) VALUE ZEROES.
       01 QuarterEndDate PIC 9(8) VALUE ZEROES.
       01 QuarterStartMonth PIC 99 VALUE ZEROES.
       01 QuarterEndMonthDay PIC 9(4) VALUE ZEROES.

       01 ShortfallTicket.
        02 FILLER PIC X(3) VALUE "FBM".
        02 ShortfallTicketQuarter PIC 9(5).

       01 MemberMinimum PIC 9(4)V99 VALUE ZEROES.
       01 MemberGrillSpend PIC 9(6)V99 VALUE ZEROES.
       01 MemberShortfall PIC 9(5)V99 VALUE ZEROES.
       01 SpendMemberId PIC X(5) VALUE SPACES.
       01 WorkSeq PIC 9(3) VALUE ZEROES.

       01 AssessedCount PIC 9(5) VALUE ZEROES.
       01 MetMinimumCount PIC 9(5) VALUE ZEROES.
       01 ExemptCount PIC 9(5) VALUE ZEROES.
       01 PriorAssessedCount PIC 9(5) VALUE ZEROES.
       01 ShortfallTotal PIC 9(7)V99 VALUE ZEROES.

       01 RegisterHeading.
        02 FILLER PIC X(51) VALUE
          "Rolling Greens Golf Club - F&B Minimum Register for".
        02 FILLER PIC X VALUE SPACES.
        02 PrnRegYear PIC 9(4).
        02 FILLER PIC X(2) VALUE " Q".
        02 PrnRegQuarterNo PIC 9.

       01 RegisterColumnHeader.
        02 FILLER PIC X(33) VALUE
          "Member  Name                  C  ".
        02 FILLER PIC X(36) VALUE
          " Minimum      Spent  Shortfall  Note".

       01 RegisterDetailLine.
        02 PrnRegMemberId PIC X(5).
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnRegMemberName PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnRegClass PIC X.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnRegMinimum PIC Z,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnRegSpent PIC ZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnRegShortfall PIC ZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnRegNote PIC X(16).

       01 RegisterCountLine.
        02 PrnRegCountLabel PIC X(24).
        02 PrnRegCount PIC ZZZZ9.

       01 RegisterTotalLine.
        02 FILLER PIC X(24) VALUE "Total shortfall billed".
        02 FILLER PIC X(2) VALUE "$ ".
        02 PrnRegTotal PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       RunFbMinimumBatch.
           MOVE "FBMINIMUM" TO WS-Run-Program-Name
           PERFORM Start-Run-Log

           PERFORM SetAssessmentQuarter
           IF NOT AssessQuarterValid
               DISPLAY "Quarter must be given as yyyyq, q 1 to 4."
               MOVE "FAILED" TO WS-Run-Completion
               PERFORM Write-Run-Log
               STOP RUN
           END-IF

           PERFORM LoadFbMinimums

           OPEN I-O HouseChargeFile
           IF HouseChgFileMissing
               DISPLAY "House-charge file data/house-charges.dat not "
                 "found -- nothing to assess."
               MOVE "FAILED" TO WS-Run-Completion
               PERFORM Write-Run-Log
               STOP RUN
           END-IF
           OPEN INPUT MemberFile
           OPEN INPUT MemberScanFile
           OPEN OUTPUT ShortfallRegister

           MOVE AssessYear TO PrnRegYear
           MOVE AssessQuarterNo TO PrnRegQuarterNo
           WRITE RegisterPrintLine FROM RegisterHeading
             AFTER ADVANCING PAGE
           WRITE RegisterPrintLine FROM RegisterColumnHeader
             AFTER ADVANCING 2 LINES

           READ MemberFile
            AT END SET EndOfMemberFile TO TRUE
           END-READ

           PERFORM AssessOneMember UNTIL EndOfMemberFile

           PERFORM WriteRegisterTotals

           CLOSE MemberFile, MemberScanFile
           CLOSE HouseChargeFile, ShortfallRegister

           DISPLAY "F&B minimum " AssessYear " Q" AssessQuarterNo
             ": " AssessedCount " assessed, " MetMinimumCount
             " met, " ExemptCount " exempt."

           MOVE AssessedCount TO WS-Run-Records-Out
           MOVE ExemptCount TO WS-Run-Exception-Count
           PERFORM Write-Run-Log
           STOP RUN.

       SetAssessmentQuarter.
      * Defaults to the quarter before the one today falls in.
           ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
           IF WS-Args-Count > 0
               ACCEPT AssessQuarter FROM ARGUMENT-VALUE
           ELSE
               ACCEPT WS-Today FROM DATE YYYYMMDD
               MOVE WS-Today-Year TO AssessYear
               COMPUTE AssessQuarterNo = (WS-Today-Month + 2) / 3
               IF AssessQuarterNo = 1
                   SUBTRACT 1 FROM AssessYear
                   MOVE 4 TO AssessQuarterNo
               ELSE
                   SUBTRACT 1 FROM AssessQuarterNo
               END-IF
           END-IF

           IF NOT AssessQuarterValid
               EXIT PARAGRAPH
           END-IF

           COMPUTE QuarterStartMonth = (AssessQuarterNo - 1) * 3 + 1
           EVALUATE AssessQuarterNo
               WHEN 1 MOVE 0331 TO QuarterEndMonthDay
               WHEN 2 MOVE 0630 TO QuarterEndMonthDay
               WHEN 3 MOVE 0930 TO QuarterEndMonthDay
               WHEN 4 MOVE 1231 TO QuarterEndMonthDay
           END-EVALUATE
           COMPUTE QuarterStartDate =
             AssessYear * 10000 + QuarterStartMonth * 100 + 1
           COMPUTE QuarterEndDate =
             AssessYear * 10000 + QuarterEndMonthDay
           MOVE AssessQuarter TO ShortfallTicketQuarter.

       LoadFbMinimums.
           MOVE ZEROES TO TypeMinimumTable
           OPEN INPUT FbMinimumFile
           IF NOT FbMinimumFileOk
               DISPLAY "F&B minimum table data/fb-minimums.dat not "
                 "found -- no minimums to assess."
               MOVE "FAILED" TO WS-Run-Completion
               PERFORM Write-Run-Log
               STOP RUN
           END-IF

           READ FbMinimumFile
               AT END MOVE "Y" TO FbMinimumEofFlag
           END-READ
           PERFORM LoadOneFbMinimum UNTIL EndOfFbMinimums
           CLOSE FbMinimumFile.

       LoadOneFbMinimum.
           EVALUATE FmClass
               WHEN "1" MOVE FmQuarterMinimum TO TypeMinimum(1)
               WHEN "2" MOVE FmQuarterMinimum TO TypeMinimum(2)
               WHEN "3" MOVE FmQuarterMinimum TO TypeMinimum(3)
               WHEN "F" MOVE FmQuarterMinimum TO FamilyMinimum
           END-EVALUATE
           READ FbMinimumFile
               AT END MOVE "Y" TO FbMinimumEofFlag
           END-READ.

       AssessOneMember.
           ADD 1 TO WS-Run-Records-In
      * Dependents are assessed as part of their household primary.
           IF MemberBillable AND NOT HouseholdDependent
               PERFORM AssessBillableMember
           END-IF

           READ MemberFile
            AT END SET EndOfMemberFile TO TRUE
           END-READ.

       AssessBillableMember.
           MOVE ZEROES TO MemberGrillSpend
           MOVE ZEROES TO MemberShortfall
           MOVE "N" TO AlreadyAssessedFlag
           MOVE MemberId TO PrnRegMemberId
           MOVE MemberName TO PrnRegMemberName

           EVALUATE TRUE
               WHEN HouseholdPrimary
                   MOVE "F" TO PrnRegClass
                   MOVE FamilyMinimum TO MemberMinimum
               WHEN MemberType >= 1 AND MemberType <= 3
                   MOVE MemberType TO PrnRegClass
                   MOVE TypeMinimum(MemberType) TO MemberMinimum
               WHEN OTHER
                   MOVE MemberType TO PrnRegClass
                   MOVE ZEROES TO MemberMinimum
           END-EVALUATE

           IF MemberMinimum = ZEROES
               MOVE "EXEMPT-NO MIN" TO PrnRegNote
               PERFORM WriteExemptLine
               EXIT PARAGRAPH
           END-IF
           IF MemberJoinDate > QuarterStartDate
               MOVE "EXEMPT-JOINED" TO PrnRegNote
               PERFORM WriteExemptLine
               EXIT PARAGRAPH
           END-IF

           MOVE MemberId TO SpendMemberId
           PERFORM SumMemberGrillSpend
           IF HouseholdPrimary
               PERFORM AddHouseholdGrillSpend
           END-IF

           IF AlreadyAssessed
               ADD 1 TO PriorAssessedCount
               EXIT PARAGRAPH
           END-IF
           IF MemberGrillSpend >= MemberMinimum
               ADD 1 TO MetMinimumCount
               EXIT PARAGRAPH
           END-IF

           COMPUTE MemberShortfall = MemberMinimum - MemberGrillSpend
           PERFORM WriteShortfallCharge.

       WriteExemptLine.
           ADD 1 TO ExemptCount
           MOVE MemberMinimum TO PrnRegMinimum
           MOVE ZEROES TO PrnRegSpent
           MOVE ZEROES TO PrnRegShortfall
           WRITE RegisterPrintLine FROM RegisterDetailLine
             AFTER ADVANCING 1 LINE.

       SumMemberGrillSpend.
           MOVE "N" TO EndOfScanFlag
           MOVE SpendMemberId TO HcMemberId
           MOVE QuarterStartDate TO HcChargeDate
           MOVE ZEROES TO HcSeq
           START HouseChargeFile KEY IS >= HcKey
               INVALID KEY MOVE "Y" TO EndOfScanFlag
           END-START

           IF NOT EndOfScan
               READ HouseChargeFile NEXT
                AT END MOVE "Y" TO EndOfScanFlag
               END-READ
           END-IF

           PERFORM AddOneGrillCharge UNTIL EndOfScan.

       AddOneGrillCharge.
           IF HcMemberId NOT = SpendMemberId
             OR HcChargeDate > QuarterEndDate
               MOVE "Y" TO EndOfScanFlag
           ELSE
               IF NOT HcVoided
                   IF HcOutletGrill
                       ADD HcAmount TO MemberGrillSpend
                   END-IF
                   IF HcOutletFbMinimum
                     AND HcTicketNo = ShortfallTicket
                       MOVE "Y" TO AlreadyAssessedFlag
                   END-IF
               END-IF
               READ HouseChargeFile NEXT
                AT END MOVE "Y" TO EndOfScanFlag
               END-READ
           END-IF.

       AddHouseholdGrillSpend.
      * Walks the whole member file through the second reader and
      * adds in the grill spending of this household's dependents.
           MOVE "N" TO EndOfHouseholdScanFlag
           MOVE LOW-VALUES TO ScanMemberId
           START MemberScanFile KEY IS >= ScanMemberId
               INVALID KEY MOVE "Y" TO EndOfHouseholdScanFlag
           END-START

           IF NOT EndOfHouseholdScan
               READ MemberScanFile NEXT
                AT END MOVE "Y" TO EndOfHouseholdScanFlag
               END-READ
           END-IF

           PERFORM CheckOneHouseholdMember UNTIL EndOfHouseholdScan.

       CheckOneHouseholdMember.
           IF ScanMemberHouseholdId = MemberHouseholdId
             AND ScanHouseholdDependent
             AND ScanMemberBillable
               MOVE ScanMemberId TO SpendMemberId
               PERFORM SumMemberGrillSpend
           END-IF

           READ MemberScanFile NEXT
            AT END MOVE "Y" TO EndOfHouseholdScanFlag
           END-READ.

       WriteShortfallCharge.
           MOVE MemberId TO HcMemberId
           MOVE QuarterEndDate TO HcChargeDate
           MOVE ZEROES TO HcSeq
           MOVE "N" TO SeqAssignedFlag
           PERFORM TryNextSlipSeq UNTIL SeqIsAssigned
           MOVE HcSeq TO WorkSeq

           INITIALIZE HouseChargeRec
           MOVE MemberId TO HcMemberId
           MOVE QuarterEndDate TO HcChargeDate
           MOVE WorkSeq TO HcSeq
           SET HcOutletFbMinimum TO TRUE
           MOVE ShortfallTicket TO HcTicketNo
           MOVE MemberShortfall TO HcAmount
           MOVE "N" TO HcTaxable
           MOVE "BAT" TO HcOperId
           MOVE ZEROES TO HcSessionId
           SET HcOpen TO TRUE
           MOVE ZEROES TO HcBilledPeriod
           MOVE ZEROES TO HcBilledDate

           WRITE HouseChargeRec
               INVALID KEY
                   DISPLAY "Unable to write shortfall charge for "
                     MemberId
               NOT INVALID KEY
                   ADD 1 TO AssessedCount
                   ADD MemberShortfall TO ShortfallTotal
                   MOVE MemberMinimum TO PrnRegMinimum
                   MOVE MemberGrillSpend TO PrnRegSpent
                   MOVE MemberShortfall TO PrnRegShortfall
                   MOVE "ASSESSED" TO PrnRegNote
                   WRITE RegisterPrintLine FROM RegisterDetailLine
                     AFTER ADVANCING 1 LINE
           END-WRITE.

       TryNextSlipSeq.
           ADD 1 TO HcSeq
           READ HouseChargeFile
               INVALID KEY MOVE "Y" TO SeqAssignedFlag
           END-READ.

       WriteRegisterTotals.
           MOVE "Members assessed" TO PrnRegCountLabel
           MOVE AssessedCount TO PrnRegCount
           WRITE RegisterPrintLine FROM RegisterCountLine
             AFTER ADVANCING 2 LINES
           MOVE "Members met minimum" TO PrnRegCountLabel
           MOVE MetMinimumCount TO PrnRegCount
           WRITE RegisterPrintLine FROM RegisterCountLine
             AFTER ADVANCING 1 LINE
           MOVE "Members exempt" TO PrnRegCountLabel
           MOVE ExemptCount TO PrnRegCount
           WRITE RegisterPrintLine FROM RegisterCountLine
             AFTER ADVANCING 1 LINE
           MOVE "Assessed on earlier run" TO PrnRegCountLabel
           MOVE PriorAssessedCount TO PrnRegCount
           WRITE RegisterPrintLine FROM RegisterCountLine
             AFTER ADVANCING 1 LINE
           MOVE ShortfallTotal TO PrnRegTotal
           WRITE RegisterPrintLine FROM RegisterTotalLine
             AFTER ADVANCING 1 LINE.

           COPY RUNLOGPR.
