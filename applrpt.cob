       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApplRpt.
      * Applications-pending report for the board meeting whose date
      * is given as the first argument (default today). Lists every
      * application in data/member-applications.dat still pending a
      * decision, with the two sponsors' names from MemberFile, the
      * interview date or that the interview is still to be done,
      * and the days since the application came in. A sponsor who
      * is no longer an active member in good standing is flagged
      * for the board. A second section lists applicants already
      * approved whom the office has not yet added in MemberMaint.
      * Output is output/applications-pending.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MemberApplFile ASSIGN TO
             'data/member-applications.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ApplNo
             FILE STATUS IS ApplFileStatus.

           SELECT MemberFile ASSIGN TO 'data/members.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MemberId
             FILE STATUS IS MemberFileStatus.

           SELECT PendingReport ASSIGN TO
             'output/applications-pending.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RunLogFile ASSIGN TO 'output/batch-run-log.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD MemberApplFile.
           COPY MEMAPPL.

       FD MemberFile.
           COPY MEMBREC.

       FD PendingReport.
       01 PendPrintLine PIC X(80).

       FD RunLogFile.
       01 RunLogRec PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNLOG.

       01 ApplFileStatus PIC XX VALUE ZEROES.
        88 ApplFileOk VALUE "00".
        88 ApplFileMissing VALUE "35".
       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".

       01 WS-Args-Count PIC 9(4) COMP VALUE ZEROES.
       01 WS-Today PIC 9(8) VALUE ZEROES.
       01 WS-Board-Date PIC 9(8) VALUE ZEROES.

       01 ApplScanEofFlag PIC X VALUE "N".
        88 EndOfApplScan VALUE "Y".
       01 ReportSection PIC X VALUE "P".
        88 ListingPending VALUE "P".
        88 ListingApproved VALUE "A".

       01 SponsorIndex PIC 9 VALUE ZEROES.
       01 DaysWaiting PIC 9(5) VALUE ZEROES.
       01 PendingCount PIC 9(4) VALUE ZEROES.
       01 ApprovedCount PIC 9(4) VALUE ZEROES.
       01 SponsorFlagCount PIC 9(4) VALUE ZEROES.

       01 PendHeading.
        02 FILLER PIC X(40)
             VALUE "Membership Applications Pending - Board ".
        02 FILLER PIC X(8) VALUE "meeting ".
        02 PrnPhBoardDate PIC 9(8).
        02 FILLER PIC X(12) VALUE "   Run date ".
        02 PrnPhRunDate PIC 9(8).

       01 PendColumnHeader.
        02 FILLER PIC X(27) VALUE "Appl  Applicant".
        02 FILLER PIC X(4) VALUE "Type".
        02 FILLER PIC X(8) VALUE "Received".
        02 FILLER PIC X(18) VALUE "   Days  Interview".

       01 PendDetailLine.
        02 PrnPdApplNo PIC 9(5).
        02 FILLER PIC X VALUE SPACE.
        02 PrnPdName PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnPdType PIC 9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnPdReceived PIC 9(8).
        02 FILLER PIC X VALUE SPACE.
        02 PrnPdDays PIC ZZ,ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnPdInterview PIC X(10).

       01 SponsorLine.
        02 FILLER PIC X(6) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "Sponsor  ".
        02 PrnSlMemberId PIC X(5).
        02 FILLER PIC X VALUE SPACE.
        02 PrnSlName PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnSlStanding PIC X(35).

       01 ApprovedHeading PIC X(40)
             VALUE "Approved - awaiting enrolment".

       01 ApprovedLine.
        02 PrnAlApplNo PIC 9(5).
        02 FILLER PIC X VALUE SPACE.
        02 PrnAlName PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnAlType PIC 9.
        02 FILLER PIC X(13) VALUE "  Approved   ".
        02 PrnAlBoardDate PIC 9(8).

       01 NonePendingLine PIC X(40)
             VALUE "No applications pending.".
       01 NoneApprovedLine PIC X(40)
             VALUE "None.".

       01 PendTotalLine.
        02 FILLER PIC X(9) VALUE "Pending: ".
        02 PrnPtPending PIC Z,ZZ9.
        02 FILLER PIC X(22) VALUE "   Sponsors flagged: ".
        02 PrnPtFlagged PIC Z,ZZ9.

       PROCEDURE DIVISION.
       RunApplicationsPending.
           MOVE "APPLRPT" TO WS-Run-Program-Name
           PERFORM Start-Run-Log

           ACCEPT WS-Today FROM DATE YYYYMMDD
           MOVE WS-Today TO WS-Board-Date
           ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
           IF WS-Args-Count > 0
               ACCEPT WS-Board-Date FROM ARGUMENT-VALUE
           END-IF

           OPEN INPUT MemberApplFile
           IF ApplFileMissing
               DISPLAY "ApplRpt: no membership applications on file."
               PERFORM Write-Run-Log
               STOP RUN
           END-IF
           OPEN INPUT MemberFile
           OPEN OUTPUT PendingReport

           MOVE WS-Board-Date TO PrnPhBoardDate
           MOVE WS-Today TO PrnPhRunDate
           WRITE PendPrintLine FROM PendHeading
             AFTER ADVANCING PAGE
           WRITE PendPrintLine FROM PendColumnHeader
             AFTER ADVANCING 2 LINES

           MOVE "P" TO ReportSection
           PERFORM ScanApplications
           IF PendingCount = ZEROES
               WRITE PendPrintLine FROM NonePendingLine
                 AFTER ADVANCING 1 LINE
           END-IF
           MOVE PendingCount TO PrnPtPending
           MOVE SponsorFlagCount TO PrnPtFlagged
           WRITE PendPrintLine FROM PendTotalLine
             AFTER ADVANCING 2 LINES

           WRITE PendPrintLine FROM ApprovedHeading
             AFTER ADVANCING 3 LINES
           MOVE "A" TO ReportSection
           PERFORM ScanApplications
           IF ApprovedCount = ZEROES
               WRITE PendPrintLine FROM NoneApprovedLine
                 AFTER ADVANCING 1 LINE
           END-IF

           CLOSE MemberApplFile, MemberFile, PendingReport

           DISPLAY "ApplRpt: " PendingCount " pending, "
             ApprovedCount " awaiting enrolment -- "
             "output/applications-pending.txt."
           COMPUTE WS-Run-Records-Out = PendingCount + ApprovedCount
           PERFORM Write-Run-Log
           STOP RUN.

       ScanApplications.
           MOVE "N" TO ApplScanEofFlag
           MOVE ZEROES TO ApplNo
           START MemberApplFile KEY IS >= ApplNo
               INVALID KEY MOVE "Y" TO ApplScanEofFlag
           END-START

           IF NOT EndOfApplScan
               READ MemberApplFile NEXT
                AT END MOVE "Y" TO ApplScanEofFlag
               END-READ
           END-IF

           PERFORM ListOneApplication UNTIL EndOfApplScan.

       ListOneApplication.
           IF ListingPending
               ADD 1 TO WS-Run-Records-In
           END-IF
           EVALUATE TRUE
               WHEN ListingPending AND ApplPending
                   PERFORM PrintPendingApplication
               WHEN ListingApproved AND ApplApproved
                 AND ApplNotEnrolled
                   PERFORM PrintApprovedApplication
           END-EVALUATE

           READ MemberApplFile NEXT
            AT END MOVE "Y" TO ApplScanEofFlag
           END-READ.

       PrintPendingApplication.
           ADD 1 TO PendingCount
           MOVE ApplNo TO PrnPdApplNo
           MOVE ApplName TO PrnPdName
           MOVE ApplMemberType TO PrnPdType
           MOVE ApplReceivedDate TO PrnPdReceived
           MOVE ZEROES TO DaysWaiting
           IF WS-Board-Date > ApplReceivedDate
               COMPUTE DaysWaiting =
                 FUNCTION INTEGER-OF-DATE(WS-Board-Date)
                 - FUNCTION INTEGER-OF-DATE(ApplReceivedDate)
           END-IF
           MOVE DaysWaiting TO PrnPdDays
           IF ApplInterviewDate = ZEROES
               MOVE "not yet" TO PrnPdInterview
           ELSE
               MOVE ApplInterviewDate TO PrnPdInterview
           END-IF
           WRITE PendPrintLine FROM PendDetailLine
             AFTER ADVANCING 2 LINES

           PERFORM PrintOneSponsor
               VARYING SponsorIndex FROM 1 BY 1
               UNTIL SponsorIndex > 2.

       PrintOneSponsor.
      * Standing is judged as of the board meeting, the same tests
      * MemAppl applied when the application was taken.
           MOVE ApplSponsorId(SponsorIndex) TO PrnSlMemberId
           MOVE SPACES TO PrnSlStanding
           MOVE ApplSponsorId(SponsorIndex) TO MemberId
           READ MemberFile
               KEY IS MemberId
               INVALID KEY
                   MOVE SPACES TO PrnSlName
                   MOVE "** NO LONGER ON FILE" TO PrnSlStanding
           END-READ
           IF MemberFileOk
               MOVE MemberName TO PrnSlName
               EVALUATE TRUE
                   WHEN NOT MemberActive
                       MOVE "** NOT AN ACTIVE MEMBER"
                         TO PrnSlStanding
                   WHEN MemberExpireDate < WS-Board-Date
                       MOVE "** MEMBERSHIP LAPSED" TO PrnSlStanding
                   WHEN MemberNsfFlagged
                       MOVE "** RETURNED CHECK ON RECORD"
                         TO PrnSlStanding
               END-EVALUATE
           END-IF
           IF PrnSlStanding NOT = SPACES
               ADD 1 TO SponsorFlagCount
           END-IF
           WRITE PendPrintLine FROM SponsorLine
             AFTER ADVANCING 1 LINE.

       PrintApprovedApplication.
           ADD 1 TO ApprovedCount
           MOVE ApplNo TO PrnAlApplNo
           MOVE ApplName TO PrnAlName
           MOVE ApplMemberType TO PrnAlType
           MOVE ApplBoardDate TO PrnAlBoardDate
           WRITE PendPrintLine FROM ApprovedLine
             AFTER ADVANCING 1 LINE.

           COPY RUNLOGPR.
