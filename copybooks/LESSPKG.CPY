      * Prepaid lesson package, one per package sold in
      * data/lesson-packages.dat keyed by the member and a sequence.
      * LessonBook sells it, charging the price to the dues
      * statement as a house charge (outlet L), and counts a lesson
      * used each time a lesson booked on it is taken or missed. A
      * package for one pro is used only for that pro's lessons;
      * spaces for the pro allows any pro. It is used up once every
      * lesson is used, and cannot be booked on after its expiry.
       01 LessonPackageRec.
        88 EndOfLessonPackageFile VALUE HIGH-VALUES.
        02 PkKey.
         03 PkMemberId PIC X(5).
         03 PkSeq PIC 99.
        02 PkProId PIC X(3).
        02 PkLessons PIC 99.
        02 PkUsed PIC 99.
        02 PkPrice PIC 9(5)V99.
        02 PkSoldDate PIC 9(8).
        02 PkExpiryDate PIC 9(8).
        02 PkStatus PIC X.
           88 PkOpen VALUE "O".
           88 PkUsedUp VALUE "U".
