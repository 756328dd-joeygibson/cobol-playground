      * Teaching-professional schedule record, one per pro in
      * data/pro-schedule.dat keyed by the pro's initials. Carries the
      * pro's standard lesson (length and fee), the commission the
      * pro earns on lesson revenue, and the hours the pro teaches on
      * each day of the week (1=Mon .. 7=Sun; start and end both zero
      * is a day off). Maintained by ProMaint; LessonBook books only
      * inside these hours, LessonSht prints each pro's daily lesson
      * sheet and ProEarn the monthly earnings for the commission.
       01 ProSchedRec.
        88 EndOfProSchedFile VALUE HIGH-VALUES.
        02 ProId PIC X(3).
        02 ProName PIC X(20).
        02 ProStatus PIC X.
           88 ProActive VALUE "A".
           88 ProInactive VALUE "I".
        02 ProLessonMinutes PIC 9(3).
        02 ProLessonFee PIC 9(3)V99.
        02 ProCommissionPct PIC 9(3)V9.
        02 ProWeekHours.
         03 ProDayHours OCCURS 7 TIMES.
          04 ProDayStart PIC 9(4).
          04 ProDayEnd PIC 9(4).
