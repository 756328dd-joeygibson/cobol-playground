      * Membership application, one per applicant in
      * data/member-applications.dat keyed by an application number
      * assigned by MemAppl in the order the applications arrive.
      * Carries the applicant's particulars as they will go onto
      * MemberRec, the two sponsoring members (active and in good
      * standing when the application was taken), the interview
      * date, the board meeting that voted on it with the vote, and
      * the decision. ApplRpt lists the pending applications for
      * each board meeting. Once approved, MemberMaint adds the
      * applicant from this record -- as a member, or onto the
      * waiting list when the type is at its cap -- and stamps the
      * member id and how the applicant was enrolled.
       01 MemberApplRec.
        88 EndOfMemberApplFile VALUE HIGH-VALUES.
        02 ApplNo PIC 9(5).
        02 ApplName PIC X(20).
        02 ApplMemberType PIC 9.
        02 ApplGender PIC X.
        02 ApplBirthDate PIC 9(8).
        02 ApplReceivedDate PIC 9(8).
        02 ApplSponsorIds.
         03 ApplSponsorId OCCURS 2 TIMES PIC X(5).
        02 ApplInterviewDate PIC 9(8).
        02 ApplBoardDate PIC 9(8).
        02 ApplVotesFor PIC 99.
        02 ApplVotesAgainst PIC 99.
        02 ApplDecision PIC X.
           88 ApplPending VALUE "P".
           88 ApplApproved VALUE "A".
           88 ApplDeclined VALUE "D".
           88 ApplWithdrawn VALUE "W".
        02 ApplDecisionDate PIC 9(8).
        02 ApplEnrolment PIC X.
           88 ApplNotEnrolled VALUE " ".
           88 ApplEnrolledAsMember VALUE "M".
           88 ApplEnrolledOnWaitList VALUE "W".
        02 ApplMemberId PIC X(5).
        02 ApplEnrolledDate PIC 9(8).
