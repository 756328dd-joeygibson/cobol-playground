       IDENTIFICATION DIVISION.
       PROGRAM-ID. LessonBook.
      * Golf-shop lesson book, replacing the teaching pros' paper
      * books. Books a lesson for an active member with a pro on the
      * lesson book, only inside the hours the pro teaches that day
      * in data/pro-schedule.dat, clear of any course closure in
      * data/course-closures.dat and of the pro's other lessons;
      * cancels a lesson not yet given; and marks a lesson taken or
      * a no-show -- a no-show forfeits the lesson, since the pro's
      * time was held. Sells prepaid lesson packages for one pro or
      * any pro; a lesson booked on a package counts against it when
      * it is taken, and once the package is used up the lesson is
      * charged instead. Lesson fees and package prices are written
      * as house charges (outlet L) in data/house-charges.dat, so
      * they reach the next dues statement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MemberFile ASSIGN TO 'data/members.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MemberId
             FILE STATUS IS MemberFileStatus.

           SELECT ProSchedFile ASSIGN TO 'data/pro-schedule.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ProId
             FILE STATUS IS ProSchedStatus.

           SELECT LessonFile ASSIGN TO 'data/lessons.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LsKey
             FILE STATUS IS LessonFileStatus.

           SELECT LessonPackageFile ASSIGN TO
             'data/lesson-packages.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PkKey
             FILE STATUS IS PackageFileStatus.

           SELECT HouseChargeFile ASSIGN TO 'data/house-charges.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HcKey
             FILE STATUS IS HouseChgFileStatus.

           SELECT ClosureFile ASSIGN TO 'data/course-closures.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ClsKey
             FILE STATUS IS ClosureFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD MemberFile.
           COPY MEMBREC.

       FD ProSchedFile.
           COPY PROSCHED.

       FD LessonFile.
           COPY LESSON.

       FD LessonPackageFile.
           COPY LESSPKG.

       FD HouseChargeFile.
           COPY HOUSECHG.

       FD ClosureFile.
           COPY CLOSURE.

       WORKING-STORAGE SECTION.
       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".
       01 ProSchedStatus PIC XX VALUE ZEROES.
        88 ProSchedOk VALUE "00".
        88 ProSchedMissing VALUE "35".
       01 LessonFileStatus PIC XX VALUE ZEROES.
        88 LessonFileOk VALUE "00".
        88 LessonFileMissing VALUE "35".
       01 PackageFileStatus PIC XX VALUE ZEROES.
        88 PackageFileOk VALUE "00".
        88 PackageFileMissing VALUE "35".
       01 HouseChgFileStatus PIC XX VALUE ZEROES.
        88 HouseChgFileOk VALUE "00".
        88 HouseChgFileMissing VALUE "35".
       01 ClosureFileStatus PIC XX VALUE ZEROES.
        88 ClosureFileOk VALUE "00".
        88 ClosureFileMissing VALUE "35".
       01 ClosureFileOpenFlag PIC X VALUE "N".
        88 ClosureFileIsOpen VALUE "Y".

       01 MenuChoice PIC X VALUE SPACES.
        88 WantsBook VALUE "B" "b".
        88 WantsCancel VALUE "C" "c".
        88 WantsMark VALUE "M" "m".
        88 WantsPackage VALUE "P" "p".
        88 WantsView VALUE "V" "v".
        88 WantsQuit VALUE "Q" "q".

       01 TodayDate PIC 9(8) VALUE ZEROES.
       01 DefaultExpiryDate PIC 9(8) VALUE ZEROES.
       01 DefaultExpiryParts REDEFINES DefaultExpiryDate.
        02 DefaultExpiryYear PIC 9(4).
        02 DefaultExpiryMonthDay PIC 9(4).

       01 WorkMemberId PIC X(5) VALUE SPACES.
       01 WorkProId PIC X(3) VALUE SPACES.
       01 WorkLessonDate PIC 9(8) VALUE ZEROES.
       01 WorkStartTime PIC 9(4) VALUE ZEROES.
       01 WorkEndTime PIC 9(4) VALUE ZEROES.
       01 WorkEndParts REDEFINES WorkEndTime.
        02 WorkEndHour PIC 99.
        02 WorkEndMinute PIC 99.
       01 WorkMinutes PIC 9(3) VALUE ZEROES.
       01 WorkFee PIC 9(3)V99 VALUE ZEROES.
       01 WorkPackageSeq PIC 99 VALUE ZEROES.
       01 WorkLessons PIC 99 VALUE ZEROES.
       01 WorkPrice PIC 9(5)V99 VALUE ZEROES.
       01 WorkExpiryDate PIC 9(8) VALUE ZEROES.
       01 WorkOutcome PIC X VALUE SPACES.
        88 OutcomeTaken VALUE "T" "t".
        88 OutcomeNoShow VALUE "N" "n".
       01 WorkAnswer PIC X VALUE SPACES.
        88 AnswerYes VALUE "Y" "y".

       01 WorkClockTime PIC 9(4) VALUE ZEROES.
       01 WorkClockParts REDEFINES WorkClockTime.
        02 WorkClockHour PIC 99.
        02 WorkClockMinute PIC 99.
       01 ClockTimeFlag PIC X VALUE "N".
        88 ClockTimeValid VALUE "Y".
       01 StartMinutes PIC 9(4) VALUE ZEROES.
       01 EndMinutes PIC 9(4) VALUE ZEROES.
       01 DayInteger PIC 9(8) VALUE ZEROES.
       01 LessonDayOfWeek PIC 9 VALUE ZEROES.

      * Spaces when the lesson may be booked, else why not.
       01 RefusalReason PIC X(50) VALUE SPACES.

       01 WorkChargeMember PIC X(5) VALUE SPACES.
       01 WorkChargeDate PIC 9(8) VALUE ZEROES.
       01 WorkChargeTicket PIC X(8) VALUE SPACES.
       01 WorkChargeAmount PIC 9(5)V99 VALUE ZEROES.
       01 WorkSlipSeq PIC 9(3) VALUE ZEROES.

       01 SeqAssignedFlag PIC X VALUE "N".
        88 SeqIsAssigned VALUE "Y".
       01 ScanEofFlag PIC X VALUE "N".
        88 EndOfScan VALUE "Y".
       01 PackageFoundFlag PIC X VALUE "N".
        88 PackageFound VALUE "Y".

       01 PrnFee PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       RunLessonBook.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           OPEN INPUT MemberFile
           OPEN INPUT ProSchedFile
           IF ProSchedMissing
               DISPLAY "No teaching pros on file -- set them up in "
                 "ProMaint first."
               CLOSE MemberFile
               STOP RUN
           END-IF
           OPEN I-O LessonFile
           IF LessonFileMissing
               OPEN OUTPUT LessonFile
               CLOSE LessonFile
               OPEN I-O LessonFile
           END-IF
           OPEN I-O LessonPackageFile
           IF PackageFileMissing
               OPEN OUTPUT LessonPackageFile
               CLOSE LessonPackageFile
               OPEN I-O LessonPackageFile
           END-IF
           OPEN I-O HouseChargeFile
           IF HouseChgFileMissing
               OPEN OUTPUT HouseChargeFile
               CLOSE HouseChargeFile
               OPEN I-O HouseChargeFile
           END-IF
           OPEN INPUT ClosureFile
           IF ClosureFileMissing
               MOVE "N" TO ClosureFileOpenFlag
           ELSE
               MOVE "Y" TO ClosureFileOpenFlag
           END-IF

           PERFORM UNTIL WantsQuit
               PERFORM DisplayMenu
               ACCEPT MenuChoice
               EVALUATE TRUE
                   WHEN WantsBook PERFORM BookLesson
                   WHEN WantsCancel PERFORM CancelLesson
                   WHEN WantsMark PERFORM MarkLesson
                   WHEN WantsPackage PERFORM SellPackage
                   WHEN WantsView PERFORM ViewMemberPackages
                   WHEN WantsQuit CONTINUE
                   WHEN OTHER
                       DISPLAY "Please choose B, C, M, P, V or Q."
               END-EVALUATE
           END-PERFORM

           CLOSE MemberFile, ProSchedFile, LessonFile,
             LessonPackageFile, HouseChargeFile
           IF ClosureFileIsOpen
               CLOSE ClosureFile
           END-IF
           STOP RUN.

       DisplayMenu.
           DISPLAY " "
           DISPLAY "(B)ook a lesson, (C)ancel, (M)ark taken or "
             "no-show, sell a (P)ackage,"
           DISPLAY "(V)iew a member's packages, (Q)uit: "
             WITH NO ADVANCING.

       ReadBookableMember.
      * Leaves WorkMemberId spaces when the member cannot book.
           DISPLAY "Member Id: " WITH NO ADVANCING
           ACCEPT WorkMemberId
           MOVE WorkMemberId TO MemberId
           READ MemberFile
               KEY IS MemberId
               INVALID KEY
                   DISPLAY "Member " WorkMemberId " not found."
                   MOVE SPACES TO WorkMemberId
                   EXIT PARAGRAPH
           END-READ
           IF MemberInactive OR MemberSuspended
               DISPLAY "Member " WorkMemberId " is not active -- "
                 "refused."
               MOVE SPACES TO WorkMemberId
           ELSE
               DISPLAY "Member: " MemberName
           END-IF.

       ReadChosenPro.
           DISPLAY "Pro initials: " WITH NO ADVANCING
           ACCEPT WorkProId
           MOVE WorkProId TO ProId
           READ ProSchedFile
               INVALID KEY
                   DISPLAY "No pro " WorkProId " on file."
           END-READ.

       AcceptLessonKey.
           PERFORM ReadChosenPro
           IF NOT ProSchedOk
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Lesson date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WorkLessonDate
           DISPLAY "Start time (HHMM): " WITH NO ADVANCING
           PERFORM AcceptClockTime
           MOVE WorkClockTime TO WorkStartTime.

       AcceptClockTime.
           MOVE "N" TO ClockTimeFlag
           PERFORM UNTIL ClockTimeValid
               ACCEPT WorkClockTime
               IF WorkClockHour <= 23 AND WorkClockMinute <= 59
                   MOVE "Y" TO ClockTimeFlag
               ELSE
                   DISPLAY "Enter a time as HHMM: "
                     WITH NO ADVANCING
               END-IF
           END-PERFORM.

       BookLesson.
           PERFORM ReadBookableMember
           IF WorkMemberId = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM AcceptLessonKey
           IF NOT ProSchedOk
               EXIT PARAGRAPH
           END-IF
           IF ProInactive
               DISPLAY ProName " is off the lesson book -- refused."
               EXIT PARAGRAPH
           END-IF
           IF WorkLessonDate < TodayDate
               DISPLAY "That date has passed -- refused."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Length in minutes (Enter for " ProLessonMinutes
             "): " WITH NO ADVANCING
           ACCEPT WorkMinutes
           IF WorkMinutes = ZEROES
               MOVE ProLessonMinutes TO WorkMinutes
           END-IF

           PERFORM WorkOutEndTime
           PERFORM CheckProHours
           IF RefusalReason = SPACES
               PERFORM CheckLessonClosure
           END-IF
           IF RefusalReason = SPACES
               PERFORM CheckProBooked
           END-IF
           IF RefusalReason NOT = SPACES
               DISPLAY RefusalReason
               EXIT PARAGRAPH
           END-IF

           COMPUTE WorkFee ROUNDED =
             ProLessonFee * WorkMinutes / ProLessonMinutes
           PERFORM OfferPackage

           INITIALIZE LessonRec
           MOVE WorkProId TO LsProId
           MOVE WorkLessonDate TO LsDate
           MOVE WorkStartTime TO LsStartTime
           MOVE WorkEndTime TO LsEndTime
           MOVE WorkMemberId TO LsMemberId
           MOVE MemberName TO LsMemberName
           MOVE WorkPackageSeq TO LsPackageSeq
           MOVE WorkFee TO LsFee
           MOVE "B" TO LsStatus
           MOVE TodayDate TO LsBookedDate
           WRITE LessonRec
               INVALID KEY
                   DISPLAY "Unable to book the lesson."
               NOT INVALID KEY
                   DISPLAY "Lesson booked with " ProName " on "
                     LsDate " " LsStartTime "-" LsEndTime "."
           END-WRITE.

       WorkOutEndTime.
           MOVE SPACES TO RefusalReason
           MOVE WorkStartTime TO WorkClockTime
           COMPUTE StartMinutes = WorkClockHour * 60 + WorkClockMinute
           COMPUTE EndMinutes = StartMinutes + WorkMinutes
           IF EndMinutes > 1439
               MOVE "The lesson would run past midnight -- refused."
                 TO RefusalReason
               MOVE 2359 TO WorkEndTime
           ELSE
               DIVIDE EndMinutes BY 60 GIVING WorkEndHour
                 REMAINDER WorkEndMinute
           END-IF.

       CheckProHours.
           IF RefusalReason NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE DayInteger = FUNCTION INTEGER-OF-DATE(WorkLessonDate)
           COMPUTE LessonDayOfWeek = FUNCTION MOD(DayInteger, 7)
           IF LessonDayOfWeek = ZEROES
               MOVE 7 TO LessonDayOfWeek
           END-IF
           IF ProDayStart(LessonDayOfWeek) = ZEROES
             AND ProDayEnd(LessonDayOfWeek) = ZEROES
               MOVE "The pro does not teach that day -- refused."
                 TO RefusalReason
               EXIT PARAGRAPH
           END-IF
           IF WorkStartTime < ProDayStart(LessonDayOfWeek)
             OR WorkEndTime > ProDayEnd(LessonDayOfWeek)
               MOVE "Outside the pro's teaching hours -- refused."
                 TO RefusalReason
               DISPLAY "Teaching hours that day: "
                 ProDayStart(LessonDayOfWeek) "-"
                 ProDayEnd(LessonDayOfWeek)
           END-IF.

       CheckLessonClosure.
           IF ClosureFileIsOpen
               MOVE "N" TO ScanEofFlag
               MOVE WorkLessonDate TO ClsDate
               MOVE ZEROES TO ClsSeq
               START ClosureFile KEY IS >= ClsKey
                   INVALID KEY MOVE "Y" TO ScanEofFlag
               END-START

               IF NOT EndOfScan
                   READ ClosureFile NEXT
                    AT END MOVE "Y" TO ScanEofFlag
                   END-READ
               END-IF

               PERFORM CheckOneClosureWindow UNTIL EndOfScan
           END-IF.

       CheckOneClosureWindow.
           IF ClsDate NOT = WorkLessonDate
               MOVE "Y" TO ScanEofFlag
           ELSE
               IF ClsStartTime < WorkEndTime
                 AND ClsEndTime >= WorkStartTime
                   MOVE SPACES TO RefusalReason
                   STRING "Course is closed then (" DELIMITED BY SIZE
                     ClsReason DELIMITED BY SIZE
                     ") -- refused." DELIMITED BY SIZE
                     INTO RefusalReason
                   END-STRING
                   MOVE "Y" TO ScanEofFlag
               ELSE
                   READ ClosureFile NEXT
                    AT END MOVE "Y" TO ScanEofFlag
                   END-READ
               END-IF
           END-IF.

       CheckProBooked.
           MOVE "N" TO ScanEofFlag
           MOVE WorkProId TO LsProId
           MOVE WorkLessonDate TO LsDate
           MOVE ZEROES TO LsStartTime
           START LessonFile KEY IS >= LsKey
               INVALID KEY MOVE "Y" TO ScanEofFlag
           END-START

           IF NOT EndOfScan
               READ LessonFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF

           PERFORM CheckOneBookedLesson UNTIL EndOfScan.

       CheckOneBookedLesson.
           IF LsProId NOT = WorkProId OR LsDate NOT = WorkLessonDate
               MOVE "Y" TO ScanEofFlag
           ELSE
               IF LsStartTime < WorkEndTime
                 AND LsEndTime > WorkStartTime
                   MOVE SPACES TO RefusalReason
                   STRING "The pro is teaching " DELIMITED BY SIZE
                     LsMemberName DELIMITED BY SIZE
                     " then -- refused." DELIMITED BY SIZE
                     INTO RefusalReason
                   END-STRING
                   MOVE "Y" TO ScanEofFlag
               ELSE
                   READ LessonFile NEXT
                    AT END MOVE "Y" TO ScanEofFlag
                   END-READ
               END-IF
           END-IF.

       OfferPackage.
      * The member's first open package good for this pro on the
      * lesson date is offered; otherwise the lesson is charged.
           MOVE ZEROES TO WorkPackageSeq
           MOVE "N" TO PackageFoundFlag
           MOVE "N" TO ScanEofFlag
           MOVE WorkMemberId TO PkMemberId
           MOVE ZEROES TO PkSeq
           START LessonPackageFile KEY IS >= PkKey
               INVALID KEY MOVE "Y" TO ScanEofFlag
           END-START

           IF NOT EndOfScan
               READ LessonPackageFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF

           PERFORM CheckOnePackage UNTIL EndOfScan

           IF PackageFound
               DISPLAY "Use package " PkSeq " (" PkUsed " of "
                 PkLessons " used) (Y/N): " WITH NO ADVANCING
               ACCEPT WorkAnswer
               IF AnswerYes
                   MOVE PkSeq TO WorkPackageSeq
               END-IF
           END-IF
           IF WorkPackageSeq = ZEROES
               MOVE WorkFee TO PrnFee
               DISPLAY "Lesson fee $" PrnFee " to the member's "
                 "account when taken."
           END-IF.

       CheckOnePackage.
           IF PkMemberId NOT = WorkMemberId
               MOVE "Y" TO ScanEofFlag
           ELSE
               IF PkOpen AND PkUsed < PkLessons
                 AND PkExpiryDate >= WorkLessonDate
                 AND (PkProId = SPACES OR PkProId = WorkProId)
                   MOVE "Y" TO PackageFoundFlag
                   MOVE "Y" TO ScanEofFlag
               ELSE
                   READ LessonPackageFile NEXT
                    AT END MOVE "Y" TO ScanEofFlag
                   END-READ
               END-IF
           END-IF.

       CancelLesson.
           PERFORM AcceptLessonKey
           IF NOT ProSchedOk
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadChosenLesson
           IF NOT LessonFileOk
               EXIT PARAGRAPH
           END-IF
           IF NOT LsBooked
               DISPLAY "That lesson has already been marked -- not "
                 "cancelled."
               EXIT PARAGRAPH
           END-IF
           DELETE LessonFile
               INVALID KEY
                   DISPLAY "Unable to cancel the lesson."
               NOT INVALID KEY
                   DISPLAY "Lesson for " LsMemberName " cancelled."
           END-DELETE.

       ReadChosenLesson.
           MOVE WorkProId TO LsProId
           MOVE WorkLessonDate TO LsDate
           MOVE WorkStartTime TO LsStartTime
           READ LessonFile
               KEY IS LsKey
               INVALID KEY
                   DISPLAY "No lesson booked with " WorkProId
                     " then."
           END-READ.

       MarkLesson.
           PERFORM AcceptLessonKey
           IF NOT ProSchedOk
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadChosenLesson
           IF NOT LessonFileOk
               EXIT PARAGRAPH
           END-IF
           IF NOT LsBooked
               DISPLAY "That lesson has already been marked."
               EXIT PARAGRAPH
           END-IF
           DISPLAY LsMemberName " " LsStartTime "-" LsEndTime
           DISPLAY "(T)aken or (N)o-show: " WITH NO ADVANCING
           ACCEPT WorkOutcome
           PERFORM UNTIL OutcomeTaken OR OutcomeNoShow
               DISPLAY "Enter T or N: " WITH NO ADVANCING
               ACCEPT WorkOutcome
           END-PERFORM

           IF LsPackageSeq NOT = ZEROES
               PERFORM UsePackageLesson
           END-IF
           IF LsPackageSeq = ZEROES
               MOVE LsMemberId TO WorkChargeMember
               MOVE LsDate TO WorkChargeDate
               MOVE SPACES TO WorkChargeTicket
               STRING "L" DELIMITED BY SIZE
                 LsProId DELIMITED BY SIZE
                 LsStartTime DELIMITED BY SIZE
                 INTO WorkChargeTicket
               END-STRING
               MOVE LsFee TO WorkChargeAmount
               PERFORM WriteLessonCharge
           END-IF

           IF OutcomeTaken
               MOVE "T" TO LsStatus
           ELSE
               MOVE "N" TO LsStatus
           END-IF
           REWRITE LessonRec
               INVALID KEY
                   DISPLAY "Unable to mark the lesson."
               NOT INVALID KEY
                   DISPLAY "Lesson marked."
           END-REWRITE.

       UsePackageLesson.
      * A package used up or expired since booking leaves the lesson
      * to be charged at the fee it was booked at.
           MOVE LsMemberId TO PkMemberId
           MOVE LsPackageSeq TO PkSeq
           READ LessonPackageFile
               KEY IS PkKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT PackageFileOk
             OR NOT PkOpen OR PkUsed NOT < PkLessons
             OR PkExpiryDate < LsDate
               DISPLAY "Package " LsPackageSeq " is no longer good "
                 "-- the lesson is charged."
               MOVE ZEROES TO LsPackageSeq
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO PkUsed
           IF PkUsed = PkLessons
               MOVE "U" TO PkStatus
           END-IF
           REWRITE LessonPackageRec
               INVALID KEY
                   DISPLAY "Unable to update package " PkSeq
                     " -- the lesson is charged."
                   MOVE ZEROES TO LsPackageSeq
                   EXIT PARAGRAPH
           END-REWRITE
           COMPUTE LsFee ROUNDED = PkPrice / PkLessons
           DISPLAY "Package lesson " PkUsed " of " PkLessons ".".

       SellPackage.
           PERFORM ReadBookableMember
           IF WorkMemberId = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Pro initials (Enter for any pro): "
             WITH NO ADVANCING
           ACCEPT WorkProId
           IF WorkProId NOT = SPACES
               MOVE WorkProId TO ProId
               READ ProSchedFile
                   INVALID KEY
                       DISPLAY "No pro " WorkProId " on file."
               END-READ
               IF NOT ProSchedOk
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Number of lessons (1-20): " WITH NO ADVANCING
           ACCEPT WorkLessons
           PERFORM UNTIL WorkLessons >= 1 AND WorkLessons <= 20
               DISPLAY "Enter 1 to 20: " WITH NO ADVANCING
               ACCEPT WorkLessons
           END-PERFORM
           IF WorkProId NOT = SPACES
               COMPUTE WorkPrice = ProLessonFee * WorkLessons
               MOVE WorkPrice TO PrnFee
               DISPLAY "Package price (no dollar sign, Enter for "
                 PrnFee "): " WITH NO ADVANCING
           ELSE
               MOVE ZEROES TO WorkPrice
               DISPLAY "Package price (no dollar sign): "
                 WITH NO ADVANCING
           END-IF
           ACCEPT WorkChargeAmount
           IF WorkChargeAmount NOT = ZEROES
               MOVE WorkChargeAmount TO WorkPrice
           END-IF
           IF WorkPrice = ZEROES
               DISPLAY "A price is required -- not sold."
               EXIT PARAGRAPH
           END-IF

      * Packages run a year from sale unless the shop keys a
      * different date; a leap-day sale runs to the 28th.
           MOVE TodayDate TO DefaultExpiryDate
           ADD 1 TO DefaultExpiryYear
           IF DefaultExpiryMonthDay = 0229
               MOVE 0228 TO DefaultExpiryMonthDay
           END-IF
           DISPLAY "Expiry date (YYYYMMDD, Enter for "
             DefaultExpiryDate "): " WITH NO ADVANCING
           ACCEPT WorkExpiryDate
           IF WorkExpiryDate = ZEROES
               MOVE DefaultExpiryDate TO WorkExpiryDate
           END-IF
           IF WorkExpiryDate NOT > TodayDate
               DISPLAY "Expiry must be after today -- not sold."
               EXIT PARAGRAPH
           END-IF

           MOVE WorkMemberId TO PkMemberId
           MOVE ZEROES TO PkSeq
           MOVE "N" TO SeqAssignedFlag
           PERFORM TryNextPackageSeq UNTIL SeqIsAssigned
           MOVE WorkProId TO PkProId
           MOVE WorkLessons TO PkLessons
           MOVE ZEROES TO PkUsed
           MOVE WorkPrice TO PkPrice
           MOVE TodayDate TO PkSoldDate
           MOVE WorkExpiryDate TO PkExpiryDate
           MOVE "O" TO PkStatus
           WRITE LessonPackageRec
               INVALID KEY
                   DISPLAY "Unable to record the package -- not sold."
                   EXIT PARAGRAPH
           END-WRITE

           MOVE WorkMemberId TO WorkChargeMember
           MOVE TodayDate TO WorkChargeDate
           MOVE SPACES TO WorkChargeTicket
           STRING "PKG" DELIMITED BY SIZE
             PkSeq DELIMITED BY SIZE
             INTO WorkChargeTicket
           END-STRING
           MOVE WorkPrice TO WorkChargeAmount
           PERFORM WriteLessonCharge
           MOVE WorkPrice TO PrnFee
           DISPLAY "Package " PkSeq " of " PkLessons " lessons sold "
             "for $" PrnFee ".".

       TryNextPackageSeq.
           ADD 1 TO PkSeq
           READ LessonPackageFile
               INVALID KEY MOVE "Y" TO SeqAssignedFlag
           END-READ.

       ViewMemberPackages.
           DISPLAY "Member Id: " WITH NO ADVANCING
           ACCEPT WorkMemberId
           MOVE "N" TO ScanEofFlag
           MOVE WorkMemberId TO PkMemberId
           MOVE ZEROES TO PkSeq
           START LessonPackageFile KEY IS >= PkKey
               INVALID KEY MOVE "Y" TO ScanEofFlag
           END-START

           IF NOT EndOfScan
               READ LessonPackageFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF

           PERFORM ViewOnePackage UNTIL EndOfScan.

       ViewOnePackage.
           IF PkMemberId NOT = WorkMemberId
               MOVE "Y" TO ScanEofFlag
           ELSE
               MOVE PkPrice TO PrnFee
               EVALUATE TRUE
                   WHEN PkUsedUp
                       DISPLAY "  " PkSeq "  pro " PkProId "  "
                         PkUsed " of " PkLessons "  $" PrnFee
                         "  sold " PkSoldDate "  USED UP"
                   WHEN PkExpiryDate < TodayDate
                       DISPLAY "  " PkSeq "  pro " PkProId "  "
                         PkUsed " of " PkLessons "  $" PrnFee
                         "  sold " PkSoldDate "  EXPIRED "
                         PkExpiryDate
                   WHEN OTHER
                       DISPLAY "  " PkSeq "  pro " PkProId "  "
                         PkUsed " of " PkLessons "  $" PrnFee
                         "  sold " PkSoldDate "  good to "
                         PkExpiryDate
               END-EVALUATE
               READ LessonPackageFile NEXT
                AT END MOVE "Y" TO ScanEofFlag
               END-READ
           END-IF.

       WriteLessonCharge.
           MOVE WorkChargeMember TO HcMemberId
           MOVE WorkChargeDate TO HcChargeDate
           MOVE ZEROES TO HcSeq
           MOVE "N" TO SeqAssignedFlag
           PERFORM TryNextSlipSeq UNTIL SeqIsAssigned
           MOVE HcSeq TO WorkSlipSeq

           INITIALIZE HouseChargeRec
           MOVE WorkChargeMember TO HcMemberId
           MOVE WorkChargeDate TO HcChargeDate
           MOVE WorkSlipSeq TO HcSeq
           SET HcOutletLesson TO TRUE
           MOVE WorkChargeTicket TO HcTicketNo
           MOVE WorkChargeAmount TO HcAmount
           MOVE "N" TO HcTaxable
           MOVE "PRO" TO HcOperId
           MOVE ZEROES TO HcSessionId
           SET HcOpen TO TRUE
           MOVE ZEROES TO HcBilledPeriod
           MOVE ZEROES TO HcBilledDate

           WRITE HouseChargeRec
               INVALID KEY
                   DISPLAY "Unable to write the lesson charge for "
                     WorkChargeMember
           END-WRITE.

       TryNextSlipSeq.
           ADD 1 TO HcSeq
           READ HouseChargeFile
               INVALID KEY MOVE "Y" TO SeqAssignedFlag
           END-READ.
