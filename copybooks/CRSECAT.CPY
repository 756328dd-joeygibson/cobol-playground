      *                timetable and the room-usage grid.
      * 2026-09-03 JG  Instructor id added for the per-instructor
      *                rosters and grade sheets.
      * 2026-10-15 JG  Credit hours added for the graduation audit's
      *                minimum-credits check; a course with no
      *                credits on file counts as three.
      * Older catalog lines are shorter; the new fields read as
      * spaces and programs treat a non-numeric fee or period as
      * zero.
           02 cat-meet-period pic 9.
           02 cat-room pic x(4).
           02 cat-instructor-id pic x(3).
           02 cat-course-credits pic 9.
