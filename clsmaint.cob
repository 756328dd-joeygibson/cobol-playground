      * one. TeeBook refuses bookings inside a closure, the tee
      * sheet prints the reason as a banner, and the standing-
      * reservation generator skips closed dates.
      * 2026-10-15 JG  A tournament's tee-sheet block, written by
      *                Tourney, lists with its event id and cannot be
      *                removed here; the event's start is changed in
      *                Tourney instead.
      * 2026-10-15 JG  A closure added for today offers to run
      *                RainCheck at once, crediting the bookings the
      *                window cuts short and printing the starter's
      *                rain-check list.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WorkEndTime PIC 9(4) VALUE ZEROES.
       01 WorkReason PIC X(20) VALUE SPACES.
       01 WorkSeq PIC 99 VALUE ZEROES.
       01 WorkTodayDate PIC 9(8) VALUE ZEROES.
       01 RainCheckChoice PIC X VALUE SPACES.
        88 WantsRainChecks VALUE "Y" "y".
       01 SystemCommand PIC X(60) VALUE SPACES.

       01 SeqAssignedFlag PIC X VALUE "N".
        88 SeqIsAssigned VALUE "Y".
               CLOSE ClosureFile
               OPEN I-O ClosureFile
           END-IF
           ACCEPT WorkTodayDate FROM DATE YYYYMMDD

           PERFORM UNTIL WantsQuit
               PERFORM DisplayMenu
           MOVE WorkStartTime TO ClsStartTime
           MOVE WorkEndTime TO ClsEndTime
           MOVE WorkReason TO ClsReason
           MOVE SPACES TO ClsEventId
           WRITE ClosureRec
               INVALID KEY
                   DISPLAY "Unable to add the closure."
               NOT INVALID KEY
                   DISPLAY "Closure added for " ClsDate "."
                   IF WorkClosureDate = WorkTodayDate
                       PERFORM OfferRainChecks
                   END-IF
           END-WRITE.

       OfferRainChecks.
           DISPLAY "Issue rain checks for bookings cut short (Y/N): "
             WITH NO ADVANCING
           ACCEPT RainCheckChoice
           IF WantsRainChecks
               MOVE SPACES TO SystemCommand
               STRING "./raincheck " DELIMITED BY SIZE
                 WorkClosureDate DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WorkStartTime DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WorkEndTime DELIMITED BY SIZE
                 INTO SystemCommand
               END-STRING
               CALL "SYSTEM" USING SystemCommand
           END-IF.

       AssignClosureSeq.
           MOVE WorkClosureDate TO ClsDate
           MOVE ZEROES TO ClsSeq
           IF ClsDate NOT = WorkClosureDate
               MOVE "Y" TO ListScanEofFlag
           ELSE
               IF ClsEventId = SPACES
                   DISPLAY "  " ClsSeq "  " ClsStartTime "-"
                     ClsEndTime "  " ClsReason
               ELSE
                   DISPLAY "  " ClsSeq "  " ClsStartTime "-"
                     ClsEndTime "  " ClsReason "  event " ClsEventId
               END-IF
               READ ClosureFile NEXT
                AT END MOVE "Y" TO ListScanEofFlag
               END-READ
           END-READ

           IF ClosureFileOk
               IF ClsEventId NOT = SPACES
                   DISPLAY "That is the tee-sheet block for event "
                     ClsEventId " -- change its start in Tourney."
               ELSE
                   DELETE ClosureFile
                       INVALID KEY
                           DISPLAY "Unable to remove the closure."
                       NOT INVALID KEY
                           DISPLAY "Closure removed."
                   END-DELETE
               END-IF
           END-IF.
