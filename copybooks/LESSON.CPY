      * Golf lesson booking, one per lesson in data/lessons.dat keyed
      * by the teaching pro, the date and the start time (HHMM).
      * Booked by LessonBook inside the pro's hours in
      * data/pro-schedule.dat and clear of course closures. A lesson
      * on a prepaid package carries the member's package sequence
      * from data/lesson-packages.dat; any other lesson carries its
      * fee, which is written as a house charge (outlet L) for the
      * dues statement when the pro marks it taken or a no-show. A
      * package lesson's fee is filled in then with its share of
      * the package price, for the pro's earnings. A cancelled
      * lesson is deleted.
       01 LessonRec.
        88 EndOfLessonFile VALUE HIGH-VALUES.
        02 LsKey.
         03 LsProId PIC X(3).
         03 LsDate PIC 9(8).
         03 LsStartTime PIC 9(4).
        02 LsEndTime PIC 9(4).
        02 LsMemberId PIC X(5).
        02 LsMemberName PIC X(20).
        02 LsPackageSeq PIC 99.
        02 LsFee PIC 9(3)V99.
        02 LsStatus PIC X.
           88 LsBooked VALUE "B".
           88 LsTaken VALUE "T".
           88 LsNoShow VALUE "N".
           88 LsCompleted VALUE "T" "N".
        02 LsBookedDate PIC 9(8).
