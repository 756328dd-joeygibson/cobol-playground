       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProMaint.
      * Teaching-professional schedule maintenance for the golf
      * shop's lesson book in data/pro-schedule.dat: add a pro with
      * the standard lesson length and fee and the commission the
      * pro earns on lesson revenue, set the hours the pro teaches
      * on each day of the week, change the lesson terms, take a pro
      * off or back on the lesson book, or list the pros and their
      * week. LessonBook books lessons only inside these hours.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProSchedFile ASSIGN TO 'data/pro-schedule.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ProId
             FILE STATUS IS ProSchedStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ProSchedFile.
           COPY PROSCHED.

       WORKING-STORAGE SECTION.
       01 ProSchedStatus PIC XX VALUE ZEROES.
        88 ProSchedOk VALUE "00".
        88 ProSchedMissing VALUE "35".

       01 MenuChoice PIC X VALUE SPACES.
        88 WantsAdd VALUE "A" "a".
        88 WantsHours VALUE "H" "h".
        88 WantsTerms VALUE "T" "t".
        88 WantsOffBook VALUE "O" "o".
        88 WantsList VALUE "L" "l".
        88 WantsQuit VALUE "Q" "q".

       01 WorkProId PIC X(3) VALUE SPACES.
       01 WorkDayOfWeek PIC 9 VALUE ZEROES.
       01 WorkDayStart PIC 9(4) VALUE ZEROES.
       01 WorkDayEnd PIC 9(4) VALUE ZEROES.
       01 WorkClockTime PIC 9(4) VALUE ZEROES.
       01 WorkClockParts REDEFINES WorkClockTime.
        02 WorkClockHour PIC 99.
        02 WorkClockMinute PIC 99.
       01 ClockTimeFlag PIC X VALUE "N".
        88 ClockTimeValid VALUE "Y".

       01 DayNames PIC X(21) VALUE "MonTueWedThuFriSatSun".
       01 DayIndex PIC 9 VALUE ZEROES.
       01 DayOffset PIC 99 VALUE ZEROES.

       01 ListScanEofFlag PIC X VALUE "N".
        88 EndOfListScan VALUE "Y".

       01 PrnProFee PIC ZZ9.99.
       01 PrnProPct PIC ZZ9.9.

       PROCEDURE DIVISION.
       MaintainPros.
           OPEN I-O ProSchedFile
           IF ProSchedMissing
               OPEN OUTPUT ProSchedFile
               CLOSE ProSchedFile
               OPEN I-O ProSchedFile
           END-IF

           PERFORM UNTIL WantsQuit
               PERFORM DisplayMenu
               ACCEPT MenuChoice
               EVALUATE TRUE
                   WHEN WantsAdd PERFORM AddPro
                   WHEN WantsHours PERFORM SetDayHours
                   WHEN WantsTerms PERFORM ChangeLessonTerms
                   WHEN WantsOffBook PERFORM ToggleProStatus
                   WHEN WantsList PERFORM ListPros
                   WHEN WantsQuit CONTINUE
                   WHEN OTHER
                       DISPLAY "Please choose A, H, T, O, L or Q."
               END-EVALUATE
           END-PERFORM

           CLOSE ProSchedFile
           STOP RUN.

       DisplayMenu.
           DISPLAY " "
           DISPLAY "(A)dd pro, (H)ours for a day, lesson (T)erms, "
             "(O)ff/on the lesson book, (L)ist, (Q)uit: "
             WITH NO ADVANCING.

       AddPro.
           DISPLAY "Pro initials (3): " WITH NO ADVANCING
           ACCEPT WorkProId
           IF WorkProId = SPACES
               DISPLAY "Initials are required -- not added."
               EXIT PARAGRAPH
           END-IF
           INITIALIZE ProSchedRec
           MOVE WorkProId TO ProId
           DISPLAY "Name: " WITH NO ADVANCING
           ACCEPT ProName
           MOVE "A" TO ProStatus
           PERFORM AcceptLessonTerms
           WRITE ProSchedRec
               INVALID KEY
                   DISPLAY "Pro " WorkProId " is already on file."
               NOT INVALID KEY
                   DISPLAY "Pro " WorkProId " added -- set the "
                     "teaching hours with (H)."
           END-WRITE.

       AcceptLessonTerms.
           DISPLAY "Standard lesson length in minutes: "
             WITH NO ADVANCING
           ACCEPT ProLessonMinutes
           PERFORM UNTIL ProLessonMinutes >= 15
             AND ProLessonMinutes <= 240
               DISPLAY "Enter 15 to 240 minutes: " WITH NO ADVANCING
               ACCEPT ProLessonMinutes
           END-PERFORM
           DISPLAY "Standard lesson fee (no dollar sign): "
             WITH NO ADVANCING
           ACCEPT ProLessonFee
           DISPLAY "Commission on lesson revenue (percent): "
             WITH NO ADVANCING
           ACCEPT ProCommissionPct
           PERFORM UNTIL ProCommissionPct <= 100
               DISPLAY "Enter 0 to 100: " WITH NO ADVANCING
               ACCEPT ProCommissionPct
           END-PERFORM.

       ReadChosenPro.
           DISPLAY "Pro initials: " WITH NO ADVANCING
           ACCEPT WorkProId
           MOVE WorkProId TO ProId
           READ ProSchedFile
               INVALID KEY
                   DISPLAY "No pro " WorkProId " on file."
           END-READ.

       SetDayHours.
           PERFORM ReadChosenPro
           IF NOT ProSchedOk
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Day of week (1=Mon .. 7=Sun): "
             WITH NO ADVANCING
           ACCEPT WorkDayOfWeek
           PERFORM UNTIL WorkDayOfWeek >= 1 AND WorkDayOfWeek <= 7
               DISPLAY "Invalid day -- enter 1-7: "
                 WITH NO ADVANCING
               ACCEPT WorkDayOfWeek
           END-PERFORM
           DISPLAY "Teaching from (HHMM, 0 for a day off): "
             WITH NO ADVANCING
           PERFORM AcceptClockTime
           MOVE WorkClockTime TO WorkDayStart
           MOVE ZEROES TO WorkDayEnd
           IF WorkDayStart NOT = ZEROES
               DISPLAY "Teaching until (HHMM): " WITH NO ADVANCING
               PERFORM AcceptClockTime
               MOVE WorkClockTime TO WorkDayEnd
               IF WorkDayEnd NOT > WorkDayStart
                   DISPLAY "The hours must end after they start -- "
                     "not changed."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WorkDayStart TO ProDayStart(WorkDayOfWeek)
           MOVE WorkDayEnd TO ProDayEnd(WorkDayOfWeek)
           REWRITE ProSchedRec
               INVALID KEY
                   DISPLAY "Unable to update pro " ProId "."
               NOT INVALID KEY
                   DISPLAY "Hours set for " ProName "."
           END-REWRITE.

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

       ChangeLessonTerms.
           PERFORM ReadChosenPro
           IF NOT ProSchedOk
               EXIT PARAGRAPH
           END-IF
           MOVE ProLessonFee TO PrnProFee
           MOVE ProCommissionPct TO PrnProPct
           DISPLAY ProName "  " ProLessonMinutes " minutes  $"
             PrnProFee "  commission " PrnProPct "%"
           PERFORM AcceptLessonTerms
           REWRITE ProSchedRec
               INVALID KEY
                   DISPLAY "Unable to update pro " ProId "."
               NOT INVALID KEY
                   DISPLAY "Lesson terms changed for " ProName "."
           END-REWRITE.

       ToggleProStatus.
      * A pro off the lesson book takes no new bookings; lessons
      * already booked stay on the pro's sheet.
           PERFORM ReadChosenPro
           IF NOT ProSchedOk
               EXIT PARAGRAPH
           END-IF
           IF ProActive
               MOVE "I" TO ProStatus
           ELSE
               MOVE "A" TO ProStatus
           END-IF
           REWRITE ProSchedRec
               INVALID KEY
                   DISPLAY "Unable to update pro " ProId "."
               NOT INVALID KEY
                   IF ProActive
                       DISPLAY ProName " is back on the lesson book."
                   ELSE
                       DISPLAY ProName " is off the lesson book."
                   END-IF
           END-REWRITE.

       ListPros.
           MOVE "N" TO ListScanEofFlag
           MOVE LOW-VALUES TO ProId
           START ProSchedFile KEY IS >= ProId
               INVALID KEY MOVE "Y" TO ListScanEofFlag
           END-START

           IF NOT EndOfListScan
               READ ProSchedFile NEXT
                AT END MOVE "Y" TO ListScanEofFlag
               END-READ
           END-IF

           PERFORM ListOnePro UNTIL EndOfListScan.

       ListOnePro.
           MOVE ProLessonFee TO PrnProFee
           MOVE ProCommissionPct TO PrnProPct
           IF ProActive
               DISPLAY "  " ProId "  " ProName "  " ProLessonMinutes
                 " min  $" PrnProFee "  commission " PrnProPct "%"
           ELSE
               DISPLAY "  " ProId "  " ProName "  OFF THE BOOK"
           END-IF
           PERFORM ListOneDay
               VARYING DayIndex FROM 1 BY 1 UNTIL DayIndex > 7
           READ ProSchedFile NEXT
            AT END MOVE "Y" TO ListScanEofFlag
           END-READ.

       ListOneDay.
           COMPUTE DayOffset = DayIndex * 3 - 2
           IF ProDayStart(DayIndex) = ZEROES
             AND ProDayEnd(DayIndex) = ZEROES
               DISPLAY "       " DayNames(DayOffset:3) "  off"
           ELSE
               DISPLAY "       " DayNames(DayOffset:3) "  "
                 ProDayStart(DayIndex) "-" ProDayEnd(DayIndex)
           END-IF.
