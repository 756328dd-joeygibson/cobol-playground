      *                batch run-log via the RUNLOG/RUNLOGPR
      *                copybooks, so the overnight job chain can
      *                verify completion before the next step.
      * 2026-10-15 JG  The differential now uses the round's adjusted
      *                gross (each hole capped at net double bogey by
      *                ScorePost); a round posted before hole-by-hole
      *                entry has none and still uses its gross.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 DifferentialTable.
        02 RoundDifferential OCCURS 20 TIMES PIC S9(3)V9.
       01 OneDifferential PIC S9(3)V9 VALUE ZEROES.
       01 DifferentialGross PIC 9(3) VALUE ZEROES.
       01 DifferentialTotal PIC S9(5)V9 VALUE ZEROES.
       01 HandicapWork PIC S9(3)V99 VALUE ZEROES.

           IF ScoreMemberId NOT = MemberId
               MOVE "Y" TO EndOfScoreScanFlag
           ELSE
               IF ScoreAdjGross > ZEROES
                   MOVE ScoreAdjGross TO DifferentialGross
               ELSE
                   MOVE ScoreGross TO DifferentialGross
               END-IF
               IF ScoreSlopeRating > ZEROES
                   COMPUTE OneDifferential ROUNDED =
                     ((DifferentialGross - ScoreCourseRating) * 113)
                     / ScoreSlopeRating
                   IF RoundsPosted < 20
                       ADD 1 TO RoundsPosted
