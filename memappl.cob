       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemAppl.
      * Membership office maintenance for the applications in
      * data/member-applications.dat, replacing the paper file the
      * board secretary kept. Takes a new application with the
      * applicant's particulars and two sponsoring members, each
      * checked against MemberFile as an active member in good
      * standing (not suspended, membership not lapsed, no returned
      * check on record); records the interview; records the board
      * meeting's vote and decision -- approval needs the interview
      * done first; withdraws an application; and looks one up.
      * ApplRpt prints the pending applications for the board, and
      * MemberMaint adds an approved applicant from the application.

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

       DATA DIVISION.
       FILE SECTION.
       FD MemberApplFile.
           COPY MEMAPPL.

       FD MemberFile.
           COPY MEMBREC.

       WORKING-STORAGE SECTION.
           COPY DATEVAL.

       01 ApplFileStatus PIC XX VALUE ZEROES.
        88 ApplFileOk VALUE "00".
        88 ApplFileMissing VALUE "35".
       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".

       01 MenuChoice PIC X VALUE SPACES.
        88 WantsNew VALUE "N" "n".
        88 WantsInterview VALUE "I" "i".
        88 WantsVote VALUE "V" "v".
        88 WantsWithdraw VALUE "W" "w".
        88 WantsLookUp VALUE "L" "l".
        88 WantsQuit VALUE "Q" "q".

       01 TodayDate PIC 9(8) VALUE ZEROES.
       01 WorkApplNo PIC 9(5) VALUE ZEROES.
       01 WorkSponsorId PIC X(5) VALUE SPACES.
       01 WorkSponsorIndex PIC 9 VALUE ZEROES.
       01 WorkDecision PIC X VALUE SPACES.
        88 WorkDecisionValid VALUE "A" "D".
       01 WorkDate PIC 9(8) VALUE ZEROES.

      * Spaces when the sponsor is acceptable, else why not.
       01 SponsorRefusal PIC X(40) VALUE SPACES.

       01 SeqAssignedFlag PIC X VALUE "N".
        88 SeqIsAssigned VALUE "Y".

       PROCEDURE DIVISION.
       MaintainApplications.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           OPEN I-O MemberApplFile
           IF ApplFileMissing
               OPEN OUTPUT MemberApplFile
               CLOSE MemberApplFile
               OPEN I-O MemberApplFile
           END-IF
           OPEN INPUT MemberFile

           PERFORM UNTIL WantsQuit
               PERFORM DisplayMenu
               ACCEPT MenuChoice
               EVALUATE TRUE
                   WHEN WantsNew PERFORM TakeNewApplication
                   WHEN WantsInterview PERFORM RecordInterview
                   WHEN WantsVote PERFORM RecordBoardVote
                   WHEN WantsWithdraw PERFORM WithdrawApplication
                   WHEN WantsLookUp PERFORM LookUpApplication
                   WHEN WantsQuit CONTINUE
                   WHEN OTHER
                       DISPLAY "Please choose N, I, V, W, L or Q."
               END-EVALUATE
           END-PERFORM

           CLOSE MemberApplFile, MemberFile
           STOP RUN.

       DisplayMenu.
           DISPLAY " "
           DISPLAY "(N)ew application, (I)nterview, board (V)ote, "
             "(W)ithdraw, (L)ook up, (Q)uit: " WITH NO ADVANCING.

       TakeNewApplication.
      * The number is found first: each READ of a number already
      * taken overlays the record area.
           MOVE ZEROES TO ApplNo
           MOVE "N" TO SeqAssignedFlag
           PERFORM TryNextApplNo UNTIL SeqIsAssigned
           MOVE ApplNo TO WorkApplNo
           INITIALIZE MemberApplRec
           MOVE WorkApplNo TO ApplNo
           DISPLAY "Applicant name: " WITH NO ADVANCING
           ACCEPT ApplName
           IF ApplName = SPACES
               DISPLAY "A name is required -- not taken."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Membership type applied for (1-3): "
             WITH NO ADVANCING
           ACCEPT ApplMemberType
           PERFORM UNTIL ApplMemberType >= 1 AND ApplMemberType <= 3
               DISPLAY "Invalid Member Type -- enter 1-3: "
                 WITH NO ADVANCING
               ACCEPT ApplMemberType
           END-PERFORM
           DISPLAY "Gender (M/F): " WITH NO ADVANCING
           ACCEPT ApplGender
           DISPLAY "Birth date (YYYYMMDD, 0 if unknown): "
             WITH NO ADVANCING
           ACCEPT ApplBirthDate

           PERFORM AcceptOneSponsor
               VARYING WorkSponsorIndex FROM 1 BY 1
               UNTIL WorkSponsorIndex > 2
           IF ApplSponsorId(1) = SPACES OR ApplSponsorId(2) = SPACES
               DISPLAY "Two sponsors in good standing are required "
                 "-- not taken."
               EXIT PARAGRAPH
           END-IF

           MOVE TodayDate TO ApplReceivedDate
           MOVE "P" TO ApplDecision
           WRITE MemberApplRec
               INVALID KEY
                   DISPLAY "Unable to record the application."
               NOT INVALID KEY
                   DISPLAY "Application " ApplNo " taken for "
                     ApplName "."
           END-WRITE.

       AcceptOneSponsor.
      * Leaves the sponsor spaces when refused.
           DISPLAY "Sponsor " WorkSponsorIndex " member Id: "
             WITH NO ADVANCING
           ACCEPT WorkSponsorId
           MOVE SPACES TO ApplSponsorId(WorkSponsorIndex)
           PERFORM CheckSponsorStanding
           IF SponsorRefusal = SPACES
             AND WorkSponsorIndex = 2
             AND WorkSponsorId = ApplSponsorId(1)
               MOVE "the same member cannot sponsor twice"
                 TO SponsorRefusal
           END-IF
           IF SponsorRefusal NOT = SPACES
               DISPLAY "Sponsor " WorkSponsorId " refused -- "
                 SponsorRefusal "."
           ELSE
               MOVE WorkSponsorId TO ApplSponsorId(WorkSponsorIndex)
               DISPLAY "Sponsor: " MemberName
           END-IF.

       CheckSponsorStanding.
           MOVE SPACES TO SponsorRefusal
           MOVE WorkSponsorId TO MemberId
           READ MemberFile
               KEY IS MemberId
               INVALID KEY
                   MOVE "not a member" TO SponsorRefusal
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN NOT MemberActive
                   MOVE "not an active member" TO SponsorRefusal
               WHEN MemberExpireDate < TodayDate
                   MOVE "membership has lapsed" TO SponsorRefusal
               WHEN MemberNsfFlagged
                   MOVE "returned check on record" TO SponsorRefusal
           END-EVALUATE.

       TryNextApplNo.
           ADD 1 TO ApplNo
           READ MemberApplFile
               INVALID KEY MOVE "Y" TO SeqAssignedFlag
           END-READ.

       ReadChosenApplication.
           DISPLAY "Application number: " WITH NO ADVANCING
           ACCEPT WorkApplNo
           MOVE WorkApplNo TO ApplNo
           READ MemberApplFile
               KEY IS ApplNo
               INVALID KEY
                   DISPLAY "No application " WorkApplNo " on file."
           END-READ.

       AcceptValidDate.
           ACCEPT WorkDate
           MOVE WorkDate TO DateToValidate
           PERFORM ValidateDateField
           PERFORM UNTIL DateFieldIsValid
               DISPLAY "Not a real date -- enter YYYYMMDD: "
                 WITH NO ADVANCING
               ACCEPT WorkDate
               MOVE WorkDate TO DateToValidate
               PERFORM ValidateDateField
           END-PERFORM.

       RecordInterview.
           PERFORM ReadChosenApplication
           IF NOT ApplFileOk
               EXIT PARAGRAPH
           END-IF
           IF NOT ApplPending
               DISPLAY "Application " ApplNo " has been decided."
               EXIT PARAGRAPH
           END-IF
           DISPLAY ApplName "  received " ApplReceivedDate
           DISPLAY "Interview date (YYYYMMDD): " WITH NO ADVANCING
           PERFORM AcceptValidDate
           MOVE WorkDate TO ApplInterviewDate
           REWRITE MemberApplRec
               INVALID KEY
                   DISPLAY "Unable to update application " ApplNo "."
               NOT INVALID KEY
                   DISPLAY "Interview recorded."
           END-REWRITE.

       RecordBoardVote.
           PERFORM ReadChosenApplication
           IF NOT ApplFileOk
               EXIT PARAGRAPH
           END-IF
           IF NOT ApplPending
               DISPLAY "Application " ApplNo " has been decided."
               EXIT PARAGRAPH
           END-IF
           DISPLAY ApplName "  received " ApplReceivedDate
             "  interviewed " ApplInterviewDate
           DISPLAY "Board meeting date (YYYYMMDD): " WITH NO ADVANCING
           PERFORM AcceptValidDate
           MOVE WorkDate TO ApplBoardDate
           DISPLAY "Votes for: " WITH NO ADVANCING
           ACCEPT ApplVotesFor
           DISPLAY "Votes against: " WITH NO ADVANCING
           ACCEPT ApplVotesAgainst
           DISPLAY "Decision -- (A)pproved or (D)eclined: "
             WITH NO ADVANCING
           ACCEPT WorkDecision
           MOVE FUNCTION UPPER-CASE(WorkDecision) TO WorkDecision
           PERFORM UNTIL WorkDecisionValid
               DISPLAY "Invalid decision -- enter A or D: "
                 WITH NO ADVANCING
               ACCEPT WorkDecision
               MOVE FUNCTION UPPER-CASE(WorkDecision) TO WorkDecision
           END-PERFORM
           IF WorkDecision = "A" AND ApplInterviewDate = ZEROES
               DISPLAY "The applicant has not been interviewed -- "
                 "not approved."
               EXIT PARAGRAPH
           END-IF

           MOVE WorkDecision TO ApplDecision
           MOVE ApplBoardDate TO ApplDecisionDate
           REWRITE MemberApplRec
               INVALID KEY
                   DISPLAY "Unable to update application " ApplNo "."
               NOT INVALID KEY
                   IF ApplApproved
                       DISPLAY "Approved -- add the applicant in "
                         "MemberMaint with application " ApplNo "."
                   ELSE
                       DISPLAY "Application " ApplNo " declined."
                   END-IF
           END-REWRITE.

       WithdrawApplication.
           PERFORM ReadChosenApplication
           IF NOT ApplFileOk
               EXIT PARAGRAPH
           END-IF
           IF NOT ApplPending
               DISPLAY "Application " ApplNo " has been decided."
               EXIT PARAGRAPH
           END-IF
           MOVE "W" TO ApplDecision
           MOVE TodayDate TO ApplDecisionDate
           REWRITE MemberApplRec
               INVALID KEY
                   DISPLAY "Unable to update application " ApplNo "."
               NOT INVALID KEY
                   DISPLAY "Application " ApplNo " withdrawn."
           END-REWRITE.

       LookUpApplication.
           PERFORM ReadChosenApplication
           IF NOT ApplFileOk
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Application " ApplNo "  " ApplName "  type "
             ApplMemberType "  received " ApplReceivedDate
           DISPLAY "  Sponsors " ApplSponsorId(1) " and "
             ApplSponsorId(2) "  interviewed " ApplInterviewDate
           EVALUATE TRUE
               WHEN ApplPending
                   DISPLAY "  Pending the board"
               WHEN ApplWithdrawn
                   DISPLAY "  Withdrawn " ApplDecisionDate
               WHEN ApplDeclined
                   DISPLAY "  Declined by the board " ApplBoardDate
                     "  " ApplVotesFor " for " ApplVotesAgainst
                     " against"
               WHEN OTHER
                   DISPLAY "  Approved by the board " ApplBoardDate
                     "  " ApplVotesFor " for " ApplVotesAgainst
                     " against"
           END-EVALUATE
           EVALUATE TRUE
               WHEN ApplEnrolledAsMember
                   DISPLAY "  Added as member " ApplMemberId " on "
                     ApplEnrolledDate
               WHEN ApplEnrolledOnWaitList
                   DISPLAY "  Waiting list as " ApplMemberId " since "
                     ApplEnrolledDate
               WHEN ApplApproved
                   DISPLAY "  Awaiting enrolment in MemberMaint"
           END-EVALUATE.

           COPY DATEVALP.
