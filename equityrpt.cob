       IDENTIFICATION DIVISION.
       PROGRAM-ID. EquityRpt.
      * Equity-certificate register: lists every member's initiation
      * record from data/equity-certs.dat in three sections --
      * certificates outstanding (member still belongs), awaiting
      * resale (member inactivated, spot not yet resold; the oldest
      * resignation of a type is resold first) and redeemed (spot
      * resold, equity due for repayment) -- with a count and total
      * for each, plus the initiation fees not yet billed. Replaces
      * the spreadsheet the office kept by hand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MemberFile ASSIGN TO 'data/members.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MemberId
             FILE STATUS IS MemberFileStatus.

           SELECT EquityFile ASSIGN TO 'data/equity-certs.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EqMemberId
             FILE STATUS IS EquityFileStatus.

           SELECT EquityReport ASSIGN TO 'output/equity-register.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MemberFile.
           COPY MEMBREC.

       FD EquityFile.
           COPY EQUITY.

       FD EquityReport.
       01 EquityPrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".

       01 EquityFileStatus PIC XX VALUE ZEROES.
        88 EquityFileOk VALUE "00".
        88 EquityFileMissing VALUE "35".

       01 EndOfScanFlag PIC X VALUE "N".
        88 EndOfScan VALUE "Y".

       01 SectionStatus PIC X VALUE SPACES.
       01 SectionCount PIC 9(5) VALUE ZEROES.
       01 SectionTotal PIC 9(7)V99 VALUE ZEROES.
       01 UnbilledFeeCount PIC 9(5) VALUE ZEROES.
       01 UnbilledFeeTotal PIC 9(7)V99 VALUE ZEROES.
       01 WS-Today PIC 9(8) VALUE ZEROES.

       01 EquityHeading.
        02 FILLER PIC X(56) VALUE
          "Rolling Greens Golf Club - Equity Certificate Register".
        02 PrnEqRunDate PIC 9(8).

       01 SectionHeading.
        02 FILLER PIC X(2) VALUE "--".
        02 PrnSectionTitle PIC X(30).

       01 EquityColumnHeader.
        02 FILLER PIC X(46) VALUE
          "Member  Name                  T  Joined       ".
        02 FILLER PIC X(30) VALUE
          "Equity  Resigned  Redeemed  To".

       01 EquityDetailLine.
        02 PrnEqMemberId PIC X(5).
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnEqMemberName PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnEqType PIC 9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnEqJoinDate PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnEqEquity PIC ZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnEqResignDate PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnEqRedeemDate PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnEqResoldTo PIC X(5).

       01 SectionTotalLine.
        02 FILLER PIC X(8) VALUE SPACES.
        02 PrnSectionCount PIC ZZZZ9.
        02 FILLER PIC X(20) VALUE " certificate(s)   $ ".
        02 PrnSectionTotal PIC Z,ZZZ,ZZ9.99.

       01 UnbilledFeeLine.
        02 FILLER PIC X(28) VALUE "Initiation fees not billed  ".
        02 PrnUnbilledCount PIC ZZZZ9.
        02 FILLER PIC X(4) VALUE "  $ ".
        02 PrnUnbilledTotal PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PrintEquityRegister.
           OPEN INPUT EquityFile
           IF EquityFileMissing
               DISPLAY "No equity-certificate file data/equity-certs"
                 ".dat yet -- nothing to report."
               STOP RUN
           END-IF
           OPEN INPUT MemberFile
           OPEN OUTPUT EquityReport

           ACCEPT WS-Today FROM DATE YYYYMMDD
           MOVE WS-Today TO PrnEqRunDate
           WRITE EquityPrintLine FROM EquityHeading
             AFTER ADVANCING PAGE

           MOVE "Certificates outstanding" TO PrnSectionTitle
           MOVE "O" TO SectionStatus
           PERFORM PrintOneSection

           MOVE "Awaiting resale" TO PrnSectionTitle
           MOVE "A" TO SectionStatus
           PERFORM PrintOneSection

           MOVE "Redeemed" TO PrnSectionTitle
           MOVE "R" TO SectionStatus
           PERFORM PrintOneSection

           MOVE UnbilledFeeCount TO PrnUnbilledCount
           MOVE UnbilledFeeTotal TO PrnUnbilledTotal
           WRITE EquityPrintLine FROM UnbilledFeeLine
             AFTER ADVANCING 2 LINES

           CLOSE EquityFile, MemberFile, EquityReport
           DISPLAY "Equity register written to "
             "output/equity-register.txt"
           STOP RUN.

       PrintOneSection.
           MOVE ZEROES TO SectionCount
           MOVE ZEROES TO SectionTotal
           WRITE EquityPrintLine FROM SectionHeading
             AFTER ADVANCING 2 LINES
           WRITE EquityPrintLine FROM EquityColumnHeader
             AFTER ADVANCING 1 LINE

           MOVE "N" TO EndOfScanFlag
           MOVE LOW-VALUES TO EqMemberId
           START EquityFile KEY IS >= EqMemberId
               INVALID KEY MOVE "Y" TO EndOfScanFlag
           END-START
           IF NOT EndOfScan
               READ EquityFile NEXT
                AT END MOVE "Y" TO EndOfScanFlag
               END-READ
           END-IF

           PERFORM PrintOneCertificate UNTIL EndOfScan

           MOVE SectionCount TO PrnSectionCount
           MOVE SectionTotal TO PrnSectionTotal
           WRITE EquityPrintLine FROM SectionTotalLine
             AFTER ADVANCING 1 LINE.

       PrintOneCertificate.
      * The unbilled-fee tally rides along with the first section's
      * pass so each record is counted once.
           IF SectionStatus = "O" AND EqFeeUnbilled
               ADD 1 TO UnbilledFeeCount
               ADD EqInitFeeAmount TO UnbilledFeeTotal
           END-IF

           IF EqCertStatus = SectionStatus
               ADD 1 TO SectionCount
               ADD EqEquityAmount TO SectionTotal
               MOVE EqMemberId TO MemberId
               READ MemberFile
                   KEY IS MemberId
                   INVALID KEY MOVE "(not on file)" TO MemberName
               END-READ
               MOVE EqMemberId TO PrnEqMemberId
               MOVE MemberName TO PrnEqMemberName
               MOVE EqMemberType TO PrnEqType
               MOVE EqJoinDate TO PrnEqJoinDate
               MOVE EqEquityAmount TO PrnEqEquity
               MOVE EqResignDate TO PrnEqResignDate
               MOVE EqRedeemDate TO PrnEqRedeemDate
               MOVE EqResoldToMemberId TO PrnEqResoldTo
               WRITE EquityPrintLine FROM EquityDetailLine
                 AFTER ADVANCING 1 LINE
           END-IF

           READ EquityFile NEXT
            AT END MOVE "Y" TO EndOfScanFlag
           END-READ.
