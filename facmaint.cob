       IDENTIFICATION DIVISION.
       PROGRAM-ID. FacMaint.
      * Clubhouse facility master maintenance for
      * data/facilities.dat: add a room or simulator bay with its
      * seating capacity, hourly and event rates and booking hours,
      * change those terms, take a facility off or back on the
      * booking sheet, or list the facilities. FacBook books only
      * facilities taking bookings, inside their hours and within
      * their capacity.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FacilityFile ASSIGN TO 'data/facilities.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FacId
             FILE STATUS IS FacilityStatus.

       DATA DIVISION.
       FILE SECTION.
       FD FacilityFile.
           COPY FACILITY.

       WORKING-STORAGE SECTION.
       01 FacilityStatus PIC XX VALUE ZEROES.
        88 FacilityOk VALUE "00".
        88 FacilityMissing VALUE "35".

       01 MenuChoice PIC X VALUE SPACES.
        88 WantsAdd VALUE "A" "a".
        88 WantsTerms VALUE "T" "t".
        88 WantsOffSheet VALUE "O" "o".
        88 WantsList VALUE "L" "l".
        88 WantsQuit VALUE "Q" "q".

       01 WorkFacId PIC X(3) VALUE SPACES.
       01 WorkClockTime PIC 9(4) VALUE ZEROES.
       01 WorkClockParts REDEFINES WorkClockTime.
        02 WorkClockHour PIC 99.
        02 WorkClockMinute PIC 99.
       01 ClockTimeFlag PIC X VALUE "N".
        88 ClockTimeValid VALUE "Y".

       01 ListScanEofFlag PIC X VALUE "N".
        88 EndOfListScan VALUE "Y".

       01 PrnHourlyRate PIC Z,ZZ9.99.
       01 PrnEventRate PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MaintainFacilities.
           OPEN I-O FacilityFile
           IF FacilityMissing
               OPEN OUTPUT FacilityFile
               CLOSE FacilityFile
               OPEN I-O FacilityFile
           END-IF

           PERFORM UNTIL WantsQuit
               PERFORM DisplayMenu
               ACCEPT MenuChoice
               EVALUATE TRUE
                   WHEN WantsAdd PERFORM AddFacility
                   WHEN WantsTerms PERFORM ChangeFacilityTerms
                   WHEN WantsOffSheet PERFORM ToggleFacilityStatus
                   WHEN WantsList PERFORM ListFacilities
                   WHEN WantsQuit CONTINUE
                   WHEN OTHER
                       DISPLAY "Please choose A, T, O, L or Q."
               END-EVALUATE
           END-PERFORM

           CLOSE FacilityFile
           STOP RUN.

       DisplayMenu.
           DISPLAY " "
           DISPLAY "(A)dd facility, change (T)erms, (O)ff/on the "
             "booking sheet, (L)ist, (Q)uit: " WITH NO ADVANCING.

       AddFacility.
           DISPLAY "Facility id (3): " WITH NO ADVANCING
           ACCEPT WorkFacId
           IF WorkFacId = SPACES
               DISPLAY "An id is required -- not added."
               EXIT PARAGRAPH
           END-IF
           INITIALIZE FacilityRec
           MOVE WorkFacId TO FacId
           DISPLAY "Name: " WITH NO ADVANCING
           ACCEPT FacName
           MOVE "A" TO FacStatus
           PERFORM AcceptFacilityTerms
           IF FacCloseTime NOT > FacOpenTime
               DISPLAY "The hours must end after they start -- "
                 "not added."
               EXIT PARAGRAPH
           END-IF
           WRITE FacilityRec
               INVALID KEY
                   DISPLAY "Facility " WorkFacId " is already on file."
               NOT INVALID KEY
                   DISPLAY "Facility " WorkFacId " added."
           END-WRITE.

       AcceptFacilityTerms.
           DISPLAY "Seating capacity: " WITH NO ADVANCING
           ACCEPT FacCapacity
           PERFORM UNTIL FacCapacity > ZEROES
               DISPLAY "Enter 1 to 999: " WITH NO ADVANCING
               ACCEPT FacCapacity
           END-PERFORM
           DISPLAY "Hourly rate (no dollar sign): " WITH NO ADVANCING
           ACCEPT FacHourlyRate
           DISPLAY "Event rate (no dollar sign): " WITH NO ADVANCING
           ACCEPT FacEventRate
           DISPLAY "Bookable from (HHMM): " WITH NO ADVANCING
           PERFORM AcceptClockTime
           MOVE WorkClockTime TO FacOpenTime
           DISPLAY "Bookable until (HHMM): " WITH NO ADVANCING
           PERFORM AcceptClockTime
           MOVE WorkClockTime TO FacCloseTime.

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

       ReadChosenFacility.
           DISPLAY "Facility id: " WITH NO ADVANCING
           ACCEPT WorkFacId
           MOVE WorkFacId TO FacId
           READ FacilityFile
               INVALID KEY
                   DISPLAY "No facility " WorkFacId " on file."
           END-READ.

       ChangeFacilityTerms.
           PERFORM ReadChosenFacility
           IF NOT FacilityOk
               EXIT PARAGRAPH
           END-IF
           PERFORM ShowOneFacility
           PERFORM AcceptFacilityTerms
           IF FacCloseTime NOT > FacOpenTime
               DISPLAY "The hours must end after they start -- "
                 "not changed."
               EXIT PARAGRAPH
           END-IF
           REWRITE FacilityRec
               INVALID KEY
                   DISPLAY "Unable to update facility " FacId "."
               NOT INVALID KEY
                   DISPLAY "Terms changed for " FacName "."
           END-REWRITE.

       ToggleFacilityStatus.
      * A facility off the sheet takes no new bookings; those
      * already made stay on the schedule.
           PERFORM ReadChosenFacility
           IF NOT FacilityOk
               EXIT PARAGRAPH
           END-IF
           IF FacActive
               MOVE "I" TO FacStatus
           ELSE
               MOVE "A" TO FacStatus
           END-IF
           REWRITE FacilityRec
               INVALID KEY
                   DISPLAY "Unable to update facility " FacId "."
               NOT INVALID KEY
                   IF FacActive
                       DISPLAY FacName " is back on the booking sheet."
                   ELSE
                       DISPLAY FacName " is off the booking sheet."
                   END-IF
           END-REWRITE.

       ListFacilities.
           MOVE "N" TO ListScanEofFlag
           MOVE LOW-VALUES TO FacId
           START FacilityFile KEY IS >= FacId
               INVALID KEY MOVE "Y" TO ListScanEofFlag
           END-START

           IF NOT EndOfListScan
               READ FacilityFile NEXT
                AT END MOVE "Y" TO ListScanEofFlag
               END-READ
           END-IF

           PERFORM ListOneFacility UNTIL EndOfListScan.

       ListOneFacility.
           PERFORM ShowOneFacility
           READ FacilityFile NEXT
            AT END MOVE "Y" TO ListScanEofFlag
           END-READ.

       ShowOneFacility.
           MOVE FacHourlyRate TO PrnHourlyRate
           MOVE FacEventRate TO PrnEventRate
           IF FacActive
               DISPLAY "  " FacId "  " FacName "  seats " FacCapacity
                 "  $" PrnHourlyRate "/hr  $" PrnEventRate "/event  "
                 FacOpenTime "-" FacCloseTime
           ELSE
               DISPLAY "  " FacId "  " FacName "  OFF THE SHEET"
           END-IF.
