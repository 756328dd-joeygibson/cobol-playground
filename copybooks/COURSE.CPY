      * ScorePost fills its rating fields from here so a fat-
      * fingered slope can no longer poison the handicap
      * differentials. Away courses are entered the same way.
      * 2026-10-15 JG  Par and stroke index for each of the 18 holes
      *                and the front-nine, back-nine and 18-hole par
      *                added, so ScorePost can take a card hole by
      *                hole and cap each hole at net double bogey.
      *                A tee set added before this carries zero pars
      *                until CrsMaint's (H)oles option fills them in.
       01 CourseRec.
        88 EndOfCourseFile VALUE HIGH-VALUES.
        02 CrsKey.
        02 CrsSlope PIC 9(3).
        02 CrsNineRating PIC 99V9.
        02 CrsNineSlope PIC 9(3).
        02 CrsFrontPar PIC 99.
        02 CrsBackPar PIC 99.
        02 CrsPar PIC 99.
        02 CrsHoles.
         03 CrsHole OCCURS 18 TIMES.
          04 CrsHolePar PIC 9.
          04 CrsHoleStrokeIndex PIC 99.
