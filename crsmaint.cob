      * and slope, list a course's tee sets, or remove one.
      * ScorePost fills its rating fields from this file, so the
      * ratings are keyed once here instead of on every round.
      * 2026-10-15 JG  Adding a tee set now also takes the par and
      *                stroke index of each hole (every stroke index
      *                1-18 used once), and the new (H)oles option
      *                keys or corrects them on a tee set already on
      *                file. ScorePost needs them for hole-by-hole
      *                cards and the net double bogey cap.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        88 WantsAdd VALUE "A" "a".
        88 WantsList VALUE "L" "l".
        88 WantsRemove VALUE "R" "r".
        88 WantsHoles VALUE "H" "h".
        88 WantsQuit VALUE "Q" "q".

       01 WorkCourseId PIC X(4) VALUE SPACES.
       01 WorkNineRating PIC 99V9 VALUE ZEROES.
       01 WorkNineSlope PIC 9(3) VALUE ZEROES.

       01 HoleNo PIC 99 VALUE ZEROES.
       01 WorkHolePar PIC 9 VALUE ZEROES.
       01 WorkStrokeIndex PIC 99 VALUE ZEROES.
       01 StrokeIndexFlag PIC X VALUE "N".
        88 StrokeIndexValid VALUE "Y".
       01 StrokeIndexUsedTable.
        02 StrokeIndexUsed OCCURS 18 TIMES PIC X.

       01 ListScanEofFlag PIC X VALUE "N".
        88 EndOfListScan VALUE "Y".

                   WHEN WantsAdd PERFORM AddTeeSet
                   WHEN WantsList PERFORM ListCourseTeeSets
                   WHEN WantsRemove PERFORM RemoveTeeSet
                   WHEN WantsHoles PERFORM UpdateHoleLayout
                   WHEN WantsQuit CONTINUE
                   WHEN OTHER
                       DISPLAY "Please choose A, L, H, R or Q."
               END-EVALUATE
           END-PERFORM


       DisplayMenu.
           DISPLAY " "
           DISPLAY "(A)dd tee set, (L)ist a course, (H)oles, "
             "(R)emove, (Q)uit: " WITH NO ADVANCING.

       AddTeeSet.
           DISPLAY "Course id (4 chars): " WITH NO ADVANCING
           MOVE WorkSlope TO CrsSlope
           MOVE WorkNineRating TO CrsNineRating
           MOVE WorkNineSlope TO CrsNineSlope
           PERFORM AcceptHoleLayout
           WRITE CourseRec
               INVALID KEY
                   DISPLAY "That course/tee set already exists."
           ELSE
               DISPLAY "  " CrsTeeId "  " CrsTeeName "  18: "
                 CrsRating "/" CrsSlope "  9: " CrsNineRating "/"
                 CrsNineSlope "  par " CrsPar "  " CrsCourseName
               READ CourseFile NEXT
                AT END MOVE "Y" TO ListScanEofFlag
               END-READ
                       DISPLAY "Tee set removed."
               END-DELETE
           END-IF.

       UpdateHoleLayout.
           DISPLAY "Course id: " WITH NO ADVANCING
           ACCEPT WorkCourseId
           DISPLAY "Tee code: " WITH NO ADVANCING
           ACCEPT WorkTeeId

           MOVE WorkCourseId TO CrsCourseId
           MOVE FUNCTION UPPER-CASE(WorkTeeId) TO CrsTeeId
           READ CourseFile
               KEY IS CrsKey
               INVALID KEY
                   DISPLAY "No such course/tee set on file."
           END-READ

           IF CourseFileOk
               DISPLAY "Course: " CrsCourseName " (" CrsTeeName ")"
               PERFORM AcceptHoleLayout
               REWRITE CourseRec
                   INVALID KEY
                       DISPLAY "Unable to update the holes."
                   NOT INVALID KEY
                       DISPLAY "Holes updated, par " CrsPar "."
               END-REWRITE
           END-IF.

       AcceptHoleLayout.
      * Par and stroke index hole by hole; each stroke index 1-18
      * may be given to one hole only.
           MOVE ALL "N" TO StrokeIndexUsedTable
           MOVE ZEROES TO CrsFrontPar, CrsBackPar
           MOVE ZEROES TO HoleNo
           PERFORM AcceptOneHole 18 TIMES
           COMPUTE CrsPar = CrsFrontPar + CrsBackPar.

       AcceptOneHole.
           ADD 1 TO HoleNo
           DISPLAY "Hole " HoleNo " par (3-6): " WITH NO ADVANCING
           ACCEPT WorkHolePar
           PERFORM UNTIL WorkHolePar >= 3 AND WorkHolePar <= 6
               DISPLAY "Enter a par of 3-6: " WITH NO ADVANCING
               ACCEPT WorkHolePar
           END-PERFORM

           MOVE "N" TO StrokeIndexFlag
           PERFORM AcceptStrokeIndex UNTIL StrokeIndexValid
           MOVE "Y" TO StrokeIndexUsed(WorkStrokeIndex)

           MOVE WorkHolePar TO CrsHolePar(HoleNo)
           MOVE WorkStrokeIndex TO CrsHoleStrokeIndex(HoleNo)
           IF HoleNo <= 9
               ADD WorkHolePar TO CrsFrontPar
           ELSE
               ADD WorkHolePar TO CrsBackPar
           END-IF.

       AcceptStrokeIndex.
           DISPLAY "Hole " HoleNo " stroke index (1-18): "
             WITH NO ADVANCING
           ACCEPT WorkStrokeIndex
           IF WorkStrokeIndex < 1 OR WorkStrokeIndex > 18
               DISPLAY "Stroke index must be 1-18."
           ELSE
               IF StrokeIndexUsed(WorkStrokeIndex) = "Y"
                   DISPLAY "Stroke index " WorkStrokeIndex
                     " is already given to another hole."
               ELSE
                   MOVE "Y" TO StrokeIndexFlag
               END-IF
           END-IF.
