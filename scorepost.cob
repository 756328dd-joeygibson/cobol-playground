      *                in automatically. Hand-keyed ratings are no
      *                longer possible, so a slope of 31 instead of
      *                131 cannot poison the differentials again.
      * 2026-10-15 JG  Hole-by-hole entry: the clerk keys strokes,
      *                putts and fairway hit for each hole of the
      *                round (or of the front or back nine) instead
      *                of a gross total. Each hole is capped at net
      *                double bogey -- par plus two plus the strokes
      *                the member's course handicap gives on that
      *                hole by stroke index, or par plus five for a
      *                member with no index yet -- and the adjusted
      *                gross is posted alongside the gross for
      *                HandicapCalc. The card itself is kept in
      *                data/scorecards.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS CrsKey
             FILE STATUS IS CourseFileStatus.

           SELECT ScoreCardFile ASSIGN TO 'data/scorecards.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CardKey
             FILE STATUS IS ScoreCardStatus.

           SELECT HandicapFile ASSIGN TO 'data/handicaps.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HandicapFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD MemberFile.
       FD CourseFile.
           COPY COURSE.

       FD ScoreCardFile.
           COPY SCORECRD.

       FD HandicapFile.
           COPY HCAPREC.

       WORKING-STORAGE SECTION.
       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".
       01 PairedGross PIC 9(3) VALUE ZEROES.
       01 PairedRating PIC 99V9 VALUE ZEROES.
       01 PairedSlope PIC 9(4) VALUE ZEROES.
       01 PairedAdjGross PIC 9(3) VALUE ZEROES.

       01 ScoreCardStatus PIC XX VALUE ZEROES.
        88 ScoreCardOk VALUE "00".
        88 ScoreCardMissing VALUE "35".
       01 HandicapFileStatus PIC XX VALUE SPACES.
        88 HandicapFileOk VALUE "00".
       01 HandicapOpenFlag PIC X VALUE "N".
        88 HandicapFileIsOpen VALUE "Y".
       01 HandicapEofFlag PIC X VALUE "N".
        88 EndOfHandicapFile VALUE "Y".
       01 FoundHcapIndex PIC 99V9 VALUE ZEROES.
       01 IndexFoundFlag PIC X VALUE "N".
        88 MemberHasIndex VALUE "Y".

       01 WorkNineChoice PIC X VALUE SPACES.
        88 PlayedFrontNine VALUE "F" "f".
        88 PlayedBackNine VALUE "B" "b".
       01 WorkFirstHole PIC 99 VALUE ZEROES.
       01 WorkLastHole PIC 99 VALUE ZEROES.
       01 WorkPlayedPar PIC 99 VALUE ZEROES.
       01 WorkCourseHandicap PIC S99 VALUE ZEROES.
       01 HandicapAllowance PIC S9(3)V9 VALUE ZEROES.
       01 WorkAdjGross PIC 9(3) VALUE ZEROES.
       01 WorkPutts PIC 9(3) VALUE ZEROES.
       01 WorkFairwaysHit PIC 99 VALUE ZEROES.
       01 WorkFairwaysPlayed PIC 99 VALUE ZEROES.

      * Net double bogey for one hole: the strokes the course
      * handicap gives on it (by its stroke-index rank among the
      * holes played) and the resulting maximum.
       01 HoleNo PIC 99 VALUE ZEROES.
       01 OtherHoleNo PIC 99 VALUE ZEROES.
       01 HoleRank PIC 99 VALUE ZEROES.
       01 StrokesEveryHole PIC 99 VALUE ZEROES.
       01 StrokesLeftOver PIC 99 VALUE ZEROES.
       01 HoleStrokesGiven PIC 99 VALUE ZEROES.
       01 HoleMaximum PIC 99 VALUE ZEROES.
       01 WorkHoleStrokes PIC 99 VALUE ZEROES.
       01 WorkHolePutts PIC 9 VALUE ZEROES.
       01 WorkHoleFairway PIC X VALUE SPACES.
        88 FairwayAnswerValid VALUE "Y" "N".

       01 WorkCardHoles.
        02 WorkCardHole OCCURS 18 TIMES.
         03 WorkCardStrokes PIC 99.
         03 WorkCardAdjusted PIC 99.
         03 WorkCardPutts PIC 9.
         03 WorkCardFairway PIC X.

       PROCEDURE DIVISION.
       PostScores.
               CLOSE PendingNineFile
               OPEN I-O PendingNineFile
           END-IF
           OPEN I-O ScoreCardFile
           IF ScoreCardMissing
               OPEN OUTPUT ScoreCardFile
               CLOSE ScoreCardFile
               OPEN I-O ScoreCardFile
           END-IF
           OPEN INPUT MemberFile
           OPEN INPUT CourseFile
           IF CourseFileMissing
               DISPLAY "Course rating file data/course-ratings.dat "
                 "not found -- set up courses in CrsMaint first."
               CLOSE ScoreFile, PendingNineFile, MemberFile
               CLOSE ScoreCardFile
               STOP RUN
           END-IF

           END-PERFORM

           CLOSE ScoreFile, PendingNineFile, MemberFile
           CLOSE CourseFile, ScoreCardFile
           STOP RUN.

       DisplayMenu.
                   MOVE WorkGross TO ScoreGross
                   MOVE WorkCourseRating TO ScoreCourseRating
                   MOVE WorkSlopeRating TO ScoreSlopeRating
                   MOVE WorkAdjGross TO ScoreAdjGross
                   WRITE ScoreRec
                       INVALID KEY
                           DISPLAY "Unable to post score."
                           DISPLAY "Score posted for "
                             ScoreMemberId "."
                   END-WRITE
                   PERFORM WriteScoreCard
               ELSE
                   PERFORM PostNineHoleScore
               END-IF
           END-IF.

       AcceptEighteenHoleFields.
           PERFORM SelectCourseTeeSet
           MOVE CrsRating TO WorkCourseRating
           MOVE CrsSlope TO WorkSlopeRating
           MOVE 1 TO WorkFirstHole
           MOVE CrsPar TO WorkPlayedPar
           PERFORM TakeHoleByHoleCard.

       SelectCourseTeeSet.
      * Ratings come from the reference file only; the clerk keeps
           END-READ

           IF CourseFileOk
               IF CrsPar = ZEROES
                   DISPLAY "No hole pars on file for this tee set "
                     "-- see CrsMaint (H)oles."
               ELSE
                   DISPLAY "Course: " CrsCourseName " ("
                     CrsTeeName ")"
                   MOVE "Y" TO CourseChosenFlag
               END-IF
           END-IF.

       PostNineHoleScore.
           PERFORM SelectCourseTeeSet
           MOVE CrsNineRating TO WorkCourseRating
           MOVE CrsNineSlope TO WorkSlopeRating
           DISPLAY "(F)ront or (B)ack nine: " WITH NO ADVANCING
           ACCEPT WorkNineChoice
           PERFORM UNTIL PlayedFrontNine OR PlayedBackNine
               DISPLAY "Enter F or B: " WITH NO ADVANCING
               ACCEPT WorkNineChoice
           END-PERFORM
           IF PlayedFrontNine
               MOVE 1 TO WorkFirstHole
               MOVE CrsFrontPar TO WorkPlayedPar
           ELSE
               MOVE 10 TO WorkFirstHole
               MOVE CrsBackPar TO WorkPlayedPar
           END-IF
           PERFORM TakeHoleByHoleCard

           PERFORM FindPendingNine
           IF PendingNineFound
               PERFORM CombineNinesIntoRound
           ELSE
               PERFORM HoldNineForPairing
           END-IF
           PERFORM WriteScoreCard.

       FindPendingNine.
      * The member's oldest held nine pairs first.
             NineCourseRating + WorkCourseRating
           COMPUTE PairedSlope ROUNDED =
             (NineSlopeRating + WorkSlopeRating) / 2
           COMPUTE PairedAdjGross = NineAdjGross + WorkAdjGross

           PERFORM AssignScoreSeq
           MOVE PairedGross TO ScoreGross
           MOVE PairedRating TO ScoreCourseRating
           MOVE PairedSlope TO ScoreSlopeRating
           MOVE PairedAdjGross TO ScoreAdjGross
           WRITE ScoreRec
               INVALID KEY
                   DISPLAY "Unable to post the combined round."
           MOVE WorkGross TO NineGross
           MOVE WorkCourseRating TO NineCourseRating
           MOVE WorkSlopeRating TO NineSlopeRating
           MOVE WorkAdjGross TO NineAdjGross
           WRITE PendingNineRec
               INVALID KEY
                   DISPLAY "Unable to hold the nine."
           READ ScoreFile
               INVALID KEY MOVE "Y" TO SeqAssignedFlag
           END-READ.

       TakeHoleByHoleCard.
      * Course handicap for the holes played, then the card hole by
      * hole with each hole capped at net double bogey.
           COMPUTE WorkLastHole = WorkFirstHole + WorkHoleCount - 1
           PERFORM LookUpHandicapIndex
           PERFORM ComputeCourseHandicap
           IF MemberHasIndex
               DISPLAY "Index " FoundHcapIndex "  course handicap "
                 WorkCourseHandicap
           ELSE
               DISPLAY "No handicap index yet -- holes capped at "
                 "par plus five."
           END-IF

           INITIALIZE WorkCardHoles
           MOVE ZEROES TO WorkGross, WorkAdjGross, WorkPutts
           MOVE ZEROES TO WorkFairwaysHit, WorkFairwaysPlayed
           PERFORM AcceptOneCardHole
             VARYING HoleNo FROM WorkFirstHole BY 1
             UNTIL HoleNo > WorkLastHole
           DISPLAY "Gross " WorkGross "  adjusted gross "
             WorkAdjGross "  putts " WorkPutts "  fairways "
             WorkFairwaysHit "/" WorkFairwaysPlayed.

       ComputeCourseHandicap.
      * Course handicap = index x slope / 113 + (rating - par), on
      * half the index for a nine. A plus handicap gets no strokes.
           MOVE ZEROES TO WorkCourseHandicap
           IF MemberHasIndex
               IF WorkHoleCount = 18
                   COMPUTE HandicapAllowance ROUNDED =
                     FoundHcapIndex * WorkSlopeRating / 113
                     + WorkCourseRating - WorkPlayedPar
               ELSE
                   COMPUTE HandicapAllowance ROUNDED =
                     (FoundHcapIndex / 2) * WorkSlopeRating / 113
                     + WorkCourseRating - WorkPlayedPar
               END-IF
               COMPUTE WorkCourseHandicap ROUNDED = HandicapAllowance
           END-IF
           MOVE ZEROES TO StrokesEveryHole, StrokesLeftOver
           IF WorkCourseHandicap > ZEROES
               DIVIDE WorkCourseHandicap BY WorkHoleCount
                 GIVING StrokesEveryHole
                 REMAINDER StrokesLeftOver
           END-IF.

       AcceptOneCardHole.
           DISPLAY "Hole " HoleNo " par " CrsHolePar(HoleNo)
             " -- strokes: " WITH NO ADVANCING
           ACCEPT WorkHoleStrokes
           PERFORM UNTIL WorkHoleStrokes >= 1 AND WorkHoleStrokes <= 15
               DISPLAY "Enter 1-15 strokes: " WITH NO ADVANCING
               ACCEPT WorkHoleStrokes
           END-PERFORM
           DISPLAY "  putts: " WITH NO ADVANCING
           ACCEPT WorkHolePutts
           PERFORM UNTIL WorkHolePutts <= WorkHoleStrokes
               DISPLAY "  Putts cannot exceed strokes: "
                 WITH NO ADVANCING
               ACCEPT WorkHolePutts
           END-PERFORM
           MOVE SPACES TO WorkHoleFairway
           IF CrsHolePar(HoleNo) > 3
               DISPLAY "  fairway hit (Y/N): " WITH NO ADVANCING
               ACCEPT WorkHoleFairway
               MOVE FUNCTION UPPER-CASE(WorkHoleFairway)
                 TO WorkHoleFairway
               PERFORM UNTIL FairwayAnswerValid
                   DISPLAY "  Enter Y or N: " WITH NO ADVANCING
                   ACCEPT WorkHoleFairway
                   MOVE FUNCTION UPPER-CASE(WorkHoleFairway)
                     TO WorkHoleFairway
               END-PERFORM
               ADD 1 TO WorkFairwaysPlayed
               IF WorkHoleFairway = "Y"
                   ADD 1 TO WorkFairwaysHit
               END-IF
           END-IF

           PERFORM FindHoleMaximum
           MOVE WorkHoleStrokes TO WorkCardStrokes(HoleNo)
           MOVE WorkHolePutts TO WorkCardPutts(HoleNo)
           MOVE WorkHoleFairway TO WorkCardFairway(HoleNo)
           IF WorkHoleStrokes > HoleMaximum
               MOVE HoleMaximum TO WorkCardAdjusted(HoleNo)
               DISPLAY "  adjusted to " HoleMaximum
                 " (net double bogey)"
           ELSE
               MOVE WorkHoleStrokes TO WorkCardAdjusted(HoleNo)
           END-IF
           ADD WorkHoleStrokes TO WorkGross
           ADD WorkCardAdjusted(HoleNo) TO WorkAdjGross
           ADD WorkHolePutts TO WorkPutts.

       FindHoleMaximum.
      * The hole's rank is its place by stroke index among the holes
      * played (for 18 holes, the stroke index itself); the course
      * handicap gives every hole StrokesEveryHole and the lowest-
      * ranked StrokesLeftOver holes one more.
           IF NOT MemberHasIndex
               COMPUTE HoleMaximum = CrsHolePar(HoleNo) + 5
           ELSE
               MOVE 1 TO HoleRank
               PERFORM RankAgainstOneHole
                 VARYING OtherHoleNo FROM WorkFirstHole BY 1
                 UNTIL OtherHoleNo > WorkLastHole
               MOVE StrokesEveryHole TO HoleStrokesGiven
               IF HoleRank <= StrokesLeftOver
                   ADD 1 TO HoleStrokesGiven
               END-IF
               COMPUTE HoleMaximum =
                 CrsHolePar(HoleNo) + 2 + HoleStrokesGiven
           END-IF.

       RankAgainstOneHole.
           IF CrsHoleStrokeIndex(OtherHoleNo)
             < CrsHoleStrokeIndex(HoleNo)
               ADD 1 TO HoleRank
           END-IF.

       LookUpHandicapIndex.
      * The handicap file is the roster HandicapCalc rewrites, a
      * line-sequential scan; a member without a computed index has
      * no course handicap yet.
           MOVE ZEROES TO FoundHcapIndex
           MOVE "N" TO IndexFoundFlag
           MOVE "N" TO HandicapEofFlag
           OPEN INPUT HandicapFile
           IF NOT HandicapFileOk
               MOVE "N" TO HandicapOpenFlag
               MOVE "Y" TO HandicapEofFlag
           ELSE
               MOVE "Y" TO HandicapOpenFlag
               READ HandicapFile
                   AT END MOVE "Y" TO HandicapEofFlag
               END-READ
           END-IF

           PERFORM MatchOneHandicap UNTIL EndOfHandicapFile

           IF HandicapFileIsOpen
               CLOSE HandicapFile
           END-IF.

       MatchOneHandicap.
           IF HcapMemberId = MemberId
               MOVE HcapIndex TO FoundHcapIndex
               MOVE "Y" TO IndexFoundFlag
               MOVE "Y" TO HandicapEofFlag
           ELSE
               READ HandicapFile
                   AT END MOVE "Y" TO HandicapEofFlag
               END-READ
           END-IF.

       WriteScoreCard.
           MOVE MemberId TO CardMemberId
           MOVE WorkScoreDate TO CardDate
           MOVE ZEROES TO CardSeq
           MOVE "N" TO SeqAssignedFlag
           PERFORM TryNextCardSeq UNTIL SeqIsAssigned

           MOVE CrsCourseId TO CardCourseId
           MOVE CrsTeeId TO CardTeeId
           MOVE WorkHoleCount TO CardHoleCount
           MOVE WorkFirstHole TO CardFirstHole
           MOVE FoundHcapIndex TO CardHandicapIndex
           MOVE WorkCourseHandicap TO CardCourseHandicap
           MOVE WorkGross TO CardGross
           MOVE WorkAdjGross TO CardAdjGross
           MOVE WorkPutts TO CardPutts
           MOVE WorkFairwaysHit TO CardFairwaysHit
           MOVE WorkFairwaysPlayed TO CardFairwaysPlayed
           MOVE WorkCardHoles TO CardHoles
           WRITE ScoreCardRec
               INVALID KEY
                   DISPLAY "Unable to keep the scorecard."
           END-WRITE.

       TryNextCardSeq.
           ADD 1 TO CardSeq
           READ ScoreCardFile
               INVALID KEY MOVE "Y" TO SeqAssignedFlag
           END-READ.
