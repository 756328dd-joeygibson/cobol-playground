       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostRpt.
      * Score-posting compliance report for the handicap committee.
      * Every round marked played on the tee sheet from the season
      * start (first argument, default 1 January of this year) to
      * the report date (second argument, default today) is counted
      * for the booking member and each member partner TeeCheckIn
      * recorded on the booking, and checked against the rounds
      * posted for that member on that date -- in data/scores.dat,
      * a nine held in data/pending-nines.dat, or a hole-by-hole
      * card in data/scorecards.dat. Members with unposted rounds
      * are listed lowest posting percentage first, with their
      * rounds played and posted for the season and the dates
      * missing, so the committee can follow up or apply penalty
      * scores. Output is output/score-posting.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TeeTimeFile ASSIGN TO 'data/tee-times.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TeeKey
             FILE STATUS IS TeeFileStatus.

           SELECT MemberFile ASSIGN TO 'data/members.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MemberId
             FILE STATUS IS MemberFileStatus.

           SELECT ScoreFile ASSIGN TO 'data/scores.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ScoreKey
             FILE STATUS IS ScoreFileStatus.

           SELECT PendingNineFile ASSIGN TO 'data/pending-nines.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS NineKey
             FILE STATUS IS NineFileStatus.

           SELECT ScoreCardFile ASSIGN TO 'data/scorecards.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CardKey
             FILE STATUS IS ScoreCardStatus.

           SELECT PostSortFile ASSIGN TO 'output/posting-sort.wrk'.

           SELECT PostingReport ASSIGN TO 'output/score-posting.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RunLogFile ASSIGN TO 'output/batch-run-log.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD TeeTimeFile.
           COPY TEETIME.

       FD MemberFile.
           COPY MEMBREC.

       FD ScoreFile.
           COPY SCOREREC.

       FD PendingNineFile.
           COPY NINEHOLD.

       FD ScoreCardFile.
           COPY SCORECRD.

       SD PostSortFile.
       01 PostSortRec.
        02 SortPostPct PIC 9(3).
        02 SortMissingCount PIC 9(3).
        02 SortMemberId PIC X(5).
        02 SortMemberName PIC X(20).
        02 SortPlayed PIC 9(3).
        02 SortPosted PIC 9(3).
        02 SortMissingDates.
         03 SortMissingDate OCCURS 6 TIMES PIC 9(8).

       FD PostingReport.
       01 PostingPrintLine PIC X(80).

       FD RunLogFile.
       01 RunLogRec PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNLOG.

       01 TeeFileStatus PIC XX VALUE ZEROES.
        88 TeeFileOk VALUE "00".
        88 TeeFileMissing VALUE "35".
       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".
        88 MemberFileMissing VALUE "35".
       01 ScoreFileStatus PIC XX VALUE ZEROES.
        88 ScoreFileOk VALUE "00".
        88 ScoreFileMissing VALUE "35".
       01 NineFileStatus PIC XX VALUE ZEROES.
        88 NineFileOk VALUE "00".
        88 NineFileMissing VALUE "35".
       01 ScoreCardStatus PIC XX VALUE ZEROES.
        88 ScoreCardOk VALUE "00".
        88 ScoreCardMissing VALUE "35".
       01 TeeScanEofFlag PIC X VALUE "N".
        88 EndOfTeeScan VALUE "Y".
       01 SortEofFlag PIC X VALUE "N".
        88 EndOfSortFile VALUE "Y".

       01 WS-Args-Count PIC 9(4) COMP VALUE ZEROES.
       01 WS-Season-Start PIC 9(8) VALUE ZEROES.
       01 WS-Season-Parts REDEFINES WS-Season-Start.
        02 WS-Season-Year PIC 9(4).
        02 WS-Season-MonthDay PIC 9(4).
       01 WS-Report-Date PIC 9(8) VALUE ZEROES.

       01 PlayerId PIC X(5) VALUE SPACES.
       01 PlayerName PIC X(20) VALUE SPACES.
       01 PartnerIndex PIC 9 VALUE ZEROES.
       01 PostedFlag PIC X VALUE "N".
        88 RoundWasPosted VALUE "Y".

       01 PlayedRounds PIC 9(5) VALUE ZEROES.
       01 PostedRounds PIC 9(5) VALUE ZEROES.
       01 MembersListed PIC 9(3) VALUE ZEROES.
       01 SeasonPostPct PIC 9(3) VALUE ZEROES.
       01 MemberOverflowCount PIC 9(5) VALUE ZEROES.

       01 MemberCount PIC 9(3) VALUE ZEROES.
       01 MemberTable.
        02 MemberEntry OCCURS 500 TIMES.
         03 TblMemberId PIC X(5).
         03 TblMemberName PIC X(20).
         03 TblPlayed PIC 9(3).
         03 TblPosted PIC 9(3).
         03 TblMissingCount PIC 9(3).
         03 TblMissingDate OCCURS 6 TIMES PIC 9(8).
       01 TblIndex PIC 9(3) VALUE ZEROES.
       01 MemberFoundFlag PIC X VALUE "N".
        88 MemberWasFound VALUE "Y".
       01 DateIndex PIC 9 VALUE ZEROES.

       01 PostingHeading.
        02 FILLER PIC X(26) VALUE "Score-Posting Compliance".
        02 FILLER PIC X(8) VALUE "season ".
        02 PrnHdFromDate PIC 9(8).
        02 FILLER PIC X(4) VALUE " to ".
        02 PrnHdToDate PIC 9(8).

       01 PostingColumnHeader.
        02 FILLER PIC X(7) VALUE "Member".
        02 FILLER PIC X(22) VALUE "Name".
        02 FILLER PIC X(8) VALUE "Played".
        02 FILLER PIC X(8) VALUE "Posted".
        02 FILLER PIC X(9) VALUE "Unposted".
        02 FILLER PIC X(6) VALUE "Pct".

       01 PostingDetailLine.
        02 PrnPdMemberId PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnPdMemberName PIC X(20).
        02 FILLER PIC X(3) VALUE SPACES.
        02 PrnPdPlayed PIC ZZ9.
        02 FILLER PIC X(5) VALUE SPACES.
        02 PrnPdPosted PIC ZZ9.
        02 FILLER PIC X(6) VALUE SPACES.
        02 PrnPdMissing PIC ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 PrnPdPct PIC ZZ9.
        02 FILLER PIC X VALUE "%".

       01 MissingDatesLine.
        02 FILLER PIC X(7) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "Missing: ".
        02 PrnMdDates.
         03 PrnMdDateEntry OCCURS 6 TIMES.
          04 PrnMdDate PIC 9(8).
          04 FILLER PIC X.
        02 PrnMdMore PIC X(10).

       01 MoreDatesText.
        02 FILLER PIC X VALUE "+".
        02 PrnMoreCount PIC ZZ9.
        02 FILLER PIC X(5) VALUE " more".

       01 SeasonSummaryLine.
        02 FILLER PIC X(16) VALUE "Rounds played ".
        02 PrnSsPlayed PIC ZZZZ9.
        02 FILLER PIC X(12) VALUE "   posted ".
        02 PrnSsPosted PIC ZZZZ9.
        02 FILLER PIC X(20) VALUE "   club posting ".
        02 PrnSsPct PIC ZZ9.
        02 FILLER PIC X VALUE "%".

       01 NoUnpostedLine PIC X(40) VALUE
          "  (every round played has been posted)".

       01 OverflowLine.
        02 FILLER PIC X(42) VALUE
          "  rounds not counted, member table full: ".
        02 PrnOverflowCount PIC ZZZZ9.

       PROCEDURE DIVISION.
       RunPostingReport.
           MOVE "POSTRPT" TO WS-Run-Program-Name
           PERFORM Start-Run-Log

           ACCEPT WS-Report-Date FROM DATE YYYYMMDD
           ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
           IF WS-Args-Count > 0
               ACCEPT WS-Season-Start FROM ARGUMENT-VALUE
           ELSE
               MOVE WS-Report-Date TO WS-Season-Start
               MOVE 0101 TO WS-Season-MonthDay
           END-IF
           IF WS-Args-Count > 1
               ACCEPT WS-Report-Date FROM ARGUMENT-VALUE
           END-IF

           OPEN INPUT TeeTimeFile
           IF TeeFileMissing
               DISPLAY "PostRpt: no tee-time file -- nothing to "
                 "report."
               PERFORM Write-Run-Log
               STOP RUN
           END-IF
           OPEN INPUT MemberFile
           OPEN INPUT ScoreFile
           OPEN INPUT PendingNineFile
           OPEN INPUT ScoreCardFile

           PERFORM TallySeasonRounds

           OPEN OUTPUT PostingReport
           MOVE WS-Season-Start TO PrnHdFromDate
           MOVE WS-Report-Date TO PrnHdToDate
           WRITE PostingPrintLine FROM PostingHeading
             AFTER ADVANCING PAGE
           WRITE PostingPrintLine FROM PostingColumnHeader
             AFTER ADVANCING 2 LINES

           SORT PostSortFile
             ON ASCENDING KEY SortPostPct
             ON DESCENDING KEY SortMissingCount
             INPUT PROCEDURE IS ReleaseUnpostedMembers
             OUTPUT PROCEDURE IS PrintUnpostedMembers

           IF MembersListed = ZEROES
               WRITE PostingPrintLine FROM NoUnpostedLine
                 AFTER ADVANCING 1 LINE
           END-IF
           MOVE ZEROES TO SeasonPostPct
           IF PlayedRounds > ZEROES
               COMPUTE SeasonPostPct =
                 PostedRounds * 100 / PlayedRounds
           END-IF
           MOVE PlayedRounds TO PrnSsPlayed
           MOVE PostedRounds TO PrnSsPosted
           MOVE SeasonPostPct TO PrnSsPct
           WRITE PostingPrintLine FROM SeasonSummaryLine
             AFTER ADVANCING 2 LINES
           IF MemberOverflowCount > ZEROES
               MOVE MemberOverflowCount TO PrnOverflowCount
               WRITE PostingPrintLine FROM OverflowLine
                 AFTER ADVANCING 1 LINE
           END-IF

           CLOSE TeeTimeFile, PostingReport
           IF NOT MemberFileMissing
               CLOSE MemberFile
           END-IF
           IF NOT ScoreFileMissing
               CLOSE ScoreFile
           END-IF
           IF NOT NineFileMissing
               CLOSE PendingNineFile
           END-IF
           IF NOT ScoreCardMissing
               CLOSE ScoreCardFile
           END-IF
           MOVE PlayedRounds TO WS-Run-Records-In
           MOVE MembersListed TO WS-Run-Records-Out
           IF MemberOverflowCount > ZEROES
               MOVE MemberOverflowCount TO WS-Run-Exception-Count
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Rounds played: " PlayedRounds
             "  posted: " PostedRounds
             "  members with unposted rounds: " MembersListed
           PERFORM Write-Run-Log
           STOP RUN.

       TallySeasonRounds.
           MOVE "N" TO TeeScanEofFlag
           MOVE WS-Season-Start TO TeeDate
           MOVE ZEROES TO TeeTime
           START TeeTimeFile KEY IS >= TeeKey
               INVALID KEY MOVE "Y" TO TeeScanEofFlag
           END-START
           IF NOT EndOfTeeScan
               READ TeeTimeFile NEXT
                AT END MOVE "Y" TO TeeScanEofFlag
               END-READ
           END-IF
           PERFORM TallyOneBooking UNTIL EndOfTeeScan.

       TallyOneBooking.
           IF TeeDate > WS-Report-Date
               MOVE "Y" TO TeeScanEofFlag
           ELSE
               IF TeePlayed
                   MOVE TeeMemberId TO PlayerId
                   MOVE TeeMemberName TO PlayerName
                   PERFORM TallyOnePlayer
                   PERFORM TallyOnePartner
                       VARYING PartnerIndex FROM 1 BY 1
                       UNTIL PartnerIndex > 3
               END-IF
               READ TeeTimeFile NEXT
                AT END MOVE "Y" TO TeeScanEofFlag
               END-READ
           END-IF.

       TallyOnePartner.
           IF TeePartnerId(PartnerIndex) NOT = SPACES
             AND TeePartnerId(PartnerIndex) NOT = TeeMemberId
               MOVE TeePartnerId(PartnerIndex) TO PlayerId
               MOVE SPACES TO PlayerName
               PERFORM TallyOnePlayer
           END-IF.

       TallyOnePlayer.
           PERFORM FindMemberEntry
           IF NOT MemberWasFound
               ADD 1 TO MemberOverflowCount
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PlayedRounds
           ADD 1 TO TblPlayed(TblIndex)
           PERFORM CheckRoundPosted
           IF RoundWasPosted
               ADD 1 TO PostedRounds
               ADD 1 TO TblPosted(TblIndex)
           ELSE
               ADD 1 TO TblMissingCount(TblIndex)
               IF TblMissingCount(TblIndex) <= 6
                   MOVE TblMissingCount(TblIndex) TO DateIndex
                   MOVE TeeDate TO TblMissingDate(TblIndex, DateIndex)
               END-IF
           END-IF.

       CheckRoundPosted.
      * Any round the member posted for the date counts: an 18-hole
      * score, a nine still waiting for its pair, or a hole-by-hole
      * card.
           MOVE "N" TO PostedFlag
           IF NOT ScoreFileMissing
               MOVE PlayerId TO ScoreMemberId
               MOVE TeeDate TO ScoreDate
               MOVE ZEROES TO ScoreSeq
               START ScoreFile KEY IS >= ScoreKey
                   NOT INVALID KEY
                       READ ScoreFile NEXT
                           NOT AT END
                               IF ScoreMemberId = PlayerId
                                 AND ScoreDate = TeeDate
                                   MOVE "Y" TO PostedFlag
                               END-IF
                       END-READ
               END-START
           END-IF
           IF NOT RoundWasPosted AND NOT NineFileMissing
               MOVE PlayerId TO NineMemberId
               MOVE TeeDate TO NineDate
               MOVE ZEROES TO NineSeq
               START PendingNineFile KEY IS >= NineKey
                   NOT INVALID KEY
                       READ PendingNineFile NEXT
                           NOT AT END
                               IF NineMemberId = PlayerId
                                 AND NineDate = TeeDate
                                   MOVE "Y" TO PostedFlag
                               END-IF
                       END-READ
               END-START
           END-IF
           IF NOT RoundWasPosted AND NOT ScoreCardMissing
               MOVE PlayerId TO CardMemberId
               MOVE TeeDate TO CardDate
               MOVE ZEROES TO CardSeq
               START ScoreCardFile KEY IS >= CardKey
                   NOT INVALID KEY
                       READ ScoreCardFile NEXT
                           NOT AT END
                               IF CardMemberId = PlayerId
                                 AND CardDate = TeeDate
                                   MOVE "Y" TO PostedFlag
                               END-IF
                       END-READ
               END-START
           END-IF.

       FindMemberEntry.
           MOVE "N" TO MemberFoundFlag
           PERFORM VARYING TblIndex FROM 1 BY 1
               UNTIL TblIndex > MemberCount OR MemberWasFound
               IF TblMemberId(TblIndex) = PlayerId
                   MOVE "Y" TO MemberFoundFlag
               END-IF
           END-PERFORM

           IF MemberWasFound
               SUBTRACT 1 FROM TblIndex
           ELSE
               IF MemberCount < 500
                   ADD 1 TO MemberCount
                   MOVE MemberCount TO TblIndex
                   IF PlayerName = SPACES
                       PERFORM LookUpPlayerName
                   END-IF
                   MOVE PlayerId TO TblMemberId(TblIndex)
                   MOVE PlayerName TO TblMemberName(TblIndex)
                   MOVE ZEROES TO TblPlayed(TblIndex)
                   MOVE ZEROES TO TblPosted(TblIndex)
                   MOVE ZEROES TO TblMissingCount(TblIndex)
                   MOVE "Y" TO MemberFoundFlag
               END-IF
           END-IF.

       LookUpPlayerName.
           MOVE "(not on member file)" TO PlayerName
           IF NOT MemberFileMissing
               MOVE PlayerId TO MemberId
               READ MemberFile
                   KEY IS MemberId
                   NOT INVALID KEY
                       MOVE MemberName TO PlayerName
               END-READ
           END-IF.

       ReleaseUnpostedMembers.
           PERFORM ReleaseOneMember
               VARYING TblIndex FROM 1 BY 1
               UNTIL TblIndex > MemberCount.

       ReleaseOneMember.
           IF TblMissingCount(TblIndex) > ZEROES
               MOVE TblMemberId(TblIndex) TO SortMemberId
               MOVE TblMemberName(TblIndex) TO SortMemberName
               MOVE TblPlayed(TblIndex) TO SortPlayed
               MOVE TblPosted(TblIndex) TO SortPosted
               MOVE TblMissingCount(TblIndex) TO SortMissingCount
               COMPUTE SortPostPct =
                 TblPosted(TblIndex) * 100 / TblPlayed(TblIndex)
               PERFORM CopyOneMissingDate
                   VARYING DateIndex FROM 1 BY 1
                   UNTIL DateIndex > 6
               RELEASE PostSortRec
           END-IF.

       CopyOneMissingDate.
           MOVE TblMissingDate(TblIndex, DateIndex)
             TO SortMissingDate(DateIndex).

       PrintUnpostedMembers.
           MOVE "N" TO SortEofFlag
           RETURN PostSortFile
            AT END SET EndOfSortFile TO TRUE
           END-RETURN

           PERFORM PrintOneUnpostedMember UNTIL EndOfSortFile.

       PrintOneUnpostedMember.
           ADD 1 TO MembersListed
           MOVE SortMemberId TO PrnPdMemberId
           MOVE SortMemberName TO PrnPdMemberName
           MOVE SortPlayed TO PrnPdPlayed
           MOVE SortPosted TO PrnPdPosted
           MOVE SortMissingCount TO PrnPdMissing
           MOVE SortPostPct TO PrnPdPct
           WRITE PostingPrintLine FROM PostingDetailLine
             AFTER ADVANCING 1 LINE

           MOVE SPACES TO PrnMdDates, PrnMdMore
           PERFORM ShowOneMissingDate
               VARYING DateIndex FROM 1 BY 1
               UNTIL DateIndex > 6 OR DateIndex > SortMissingCount
           IF SortMissingCount > 6
               COMPUTE PrnMoreCount = SortMissingCount - 6
               MOVE MoreDatesText TO PrnMdMore
           END-IF
           WRITE PostingPrintLine FROM MissingDatesLine
             AFTER ADVANCING 1 LINE

           RETURN PostSortFile
            AT END SET EndOfSortFile TO TRUE
           END-RETURN.

       ShowOneMissingDate.
           MOVE SortMissingDate(DateIndex) TO PrnMdDate(DateIndex).

           COPY RUNLOGPR.
