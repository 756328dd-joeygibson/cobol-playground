       IDENTIFICATION DIVISION.
       PROGRAM-ID. TeeUtilRpt.
      * Tee-sheet utilization report for the golf committee. For a
      * date range (first and second arguments, YYYYMMDD; default
      * last calendar month) it measures the bookings in
      * data/tee-times.dat against the tee-sheet grid in TEEGRID,
      * less any time inside a closure window on the ClsMaint
      * calendar, and breaks the result down by day of week and by
      * hour band: tee times available and booked, players booked
      * against capacity, guest rounds and no-shows. Each line also
      * carries the same dates a year earlier for comparison. Output
      * is output/tee-utilization.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TeeTimeFile ASSIGN TO 'data/tee-times.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TeeKey
             FILE STATUS IS TeeFileStatus.

           SELECT ClosureFile ASSIGN TO 'data/course-closures.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ClsKey
             FILE STATUS IS ClosureFileStatus.

           SELECT UtilReport ASSIGN TO 'output/tee-utilization.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TeeTimeFile.
           COPY TEETIME.

       FD ClosureFile.
           COPY CLOSURE.

       FD UtilReport.
       01 UtilPrintLine PIC X(110).

       WORKING-STORAGE SECTION.
           COPY TEEGRID.

       01 TeeFileStatus PIC XX VALUE ZEROES.
        88 TeeFileOk VALUE "00".
        88 TeeFileMissing VALUE "35".
       01 TeeScanEofFlag PIC X VALUE "N".
        88 EndOfTeeScan VALUE "Y".

       01 ClosureFileStatus PIC XX VALUE ZEROES.
        88 ClosureFileOk VALUE "00".
        88 ClosureFileMissing VALUE "35".
       01 ClosureFileOpenFlag PIC X VALUE "N".
        88 ClosureFileIsOpen VALUE "Y".
       01 ClosureScanEofFlag PIC X VALUE "N".
        88 EndOfClosureScan VALUE "Y".
       01 SlotClosedFlag PIC X VALUE "N".
        88 SlotIsClosed VALUE "Y".

      * The day's closure windows, loaded once per date.
       01 DayClosureCount PIC 99 VALUE ZEROES.
       01 DayClosureTable.
        02 DayClosureEntry OCCURS 20 TIMES.
         03 DcStartTime PIC 9(4).
         03 DcEndTime PIC 9(4).
       01 DayClosureIdx PIC 99 VALUE ZEROES.

       01 WS-Args-Count PIC 9(4) COMP VALUE ZEROES.
       01 WS-Today PIC 9(8) VALUE ZEROES.
       01 WS-From-Date PIC 9(8) VALUE ZEROES.
       01 WS-To-Date PIC 9(8) VALUE ZEROES.
       01 WS-Shift-Date PIC 9(8) VALUE ZEROES.
       01 WS-Shift-Parts REDEFINES WS-Shift-Date.
        02 WS-Shift-Year PIC 9(4).
        02 WS-Shift-MonthDay PIC 9(4).

      * Period 1 is the requested range, period 2 the same dates a
      * year earlier.
       01 PeriodTable.
        02 PeriodEntry OCCURS 2 TIMES.
         03 PeriodFromDate PIC 9(8).
         03 PeriodToDate PIC 9(8).
       01 PeriodIdx PIC 9 VALUE ZEROES.
       01 DayInteger PIC 9(9) COMP VALUE ZEROES.
       01 FromInteger PIC 9(9) COMP VALUE ZEROES.
       01 ToInteger PIC 9(9) COMP VALUE ZEROES.
       01 CurrentDate PIC 9(8) VALUE ZEROES.
       01 DayOfWeek PIC 9 VALUE ZEROES.

       01 GridMinutes PIC 9(4) VALUE ZEROES.
       01 GridLastMinutes PIC 9(4) VALUE ZEROES.
       01 GridTime PIC 9(4) VALUE ZEROES.
       01 GridHour PIC 99 VALUE ZEROES.
       01 GridMinute PIC 99 VALUE ZEROES.
       01 WorkClockTime PIC 9(4) VALUE ZEROES.
       01 WorkClockParts REDEFINES WorkClockTime.
        02 WorkClockHour PIC 99.
        02 WorkClockMinute PIC 99.
       01 HourBand PIC 99 VALUE ZEROES.

      * Tallies by period, then by day of week (1 Monday .. 7
      * Sunday) and by hour band (hour of day + 1).
       01 DowTallyTable.
        02 DowPeriod OCCURS 2 TIMES.
         03 DowTally OCCURS 7 TIMES.
          04 DowAvailable PIC 9(6).
          04 DowBooked PIC 9(6).
          04 DowPlayers PIC 9(6).
          04 DowGuests PIC 9(6).
          04 DowNoShows PIC 9(6).
       01 HourTallyTable.
        02 HourPeriod OCCURS 2 TIMES.
         03 HourTally OCCURS 24 TIMES.
          04 HourAvailable PIC 9(6).
          04 HourBooked PIC 9(6).
          04 HourPlayers PIC 9(6).
          04 HourGuests PIC 9(6).
          04 HourNoShows PIC 9(6).
       01 TotalTallyTable.
        02 TotalTally OCCURS 2 TIMES.
         03 TotAvailable PIC 9(7).
         03 TotBooked PIC 9(7).
         03 TotPlayers PIC 9(7).
         03 TotGuests PIC 9(7).
         03 TotNoShows PIC 9(7).
       01 TallyIdx PIC 99 VALUE ZEROES.

      * One report line's figures, moved in from whichever table.
       01 LineFigureTable.
        02 LineFigures OCCURS 2 TIMES.
         03 LineAvailable PIC 9(7).
         03 LineBooked PIC 9(7).
         03 LinePlayers PIC 9(7).
         03 LineGuests PIC 9(7).
         03 LineNoShows PIC 9(7).
       01 LineCapacity PIC 9(8) VALUE ZEROES.
       01 PercentWork PIC 9(3)V9 VALUE ZEROES.

       01 DayNameTable.
        02 FILLER PIC X(9) VALUE "Monday".
        02 FILLER PIC X(9) VALUE "Tuesday".
        02 FILLER PIC X(9) VALUE "Wednesday".
        02 FILLER PIC X(9) VALUE "Thursday".
        02 FILLER PIC X(9) VALUE "Friday".
        02 FILLER PIC X(9) VALUE "Saturday".
        02 FILLER PIC X(9) VALUE "Sunday".
       01 DayNames REDEFINES DayNameTable.
        02 DayName PIC X(9) OCCURS 7 TIMES.

       01 BookingsCounted PIC 9(6) VALUE ZEROES.

       01 UtilHeading.
        02 FILLER PIC X(38) VALUE
          "Tee-Sheet Utilization Report for ".
        02 PrnUtilFrom PIC 9(8).
        02 FILLER PIC X(4) VALUE " to ".
        02 PrnUtilTo PIC 9(8).
        02 FILLER PIC X(18) VALUE "   last year from ".
        02 PrnUtilLyFrom PIC 9(8).
        02 FILLER PIC X(4) VALUE " to ".
        02 PrnUtilLyTo PIC 9(8).

       01 SectionDowHeader PIC X(20) VALUE "BY DAY OF WEEK".
       01 SectionHourHeader PIC X(20) VALUE "BY HOUR BAND".

       01 UtilColumnHeader.
        02 FILLER PIC X(10) VALUE "Band".
        02 FILLER PIC X(8) VALUE "  Avail".
        02 FILLER PIC X(8) VALUE " Booked".
        02 FILLER PIC X(8) VALUE "  Util%".
        02 FILLER PIC X(8) VALUE "Players".
        02 FILLER PIC X(8) VALUE "    Cap".
        02 FILLER PIC X(8) VALUE "  Fill%".
        02 FILLER PIC X(8) VALUE " Guests".
        02 FILLER PIC X(8) VALUE "NoShows".
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "LY Util%".
        02 FILLER PIC X(8) VALUE "LY Fill%".
        02 FILLER PIC X(8) VALUE " LY Gsts".
        02 FILLER PIC X(8) VALUE " LY NoSh".

       01 UtilDetailLine.
        02 PrnUtilBand PIC X(10).
        02 PrnUtilAvail PIC ZZZZZZ9.
        02 FILLER PIC X VALUE SPACE.
        02 PrnUtilBooked PIC ZZZZZZ9.
        02 FILLER PIC X VALUE SPACE.
        02 PrnUtilPct PIC ZZZZ9.9.
        02 FILLER PIC X VALUE SPACE.
        02 PrnUtilPlayers PIC ZZZZZZ9.
        02 FILLER PIC X VALUE SPACE.
        02 PrnUtilCap PIC ZZZZZZ9.
        02 FILLER PIC X VALUE SPACE.
        02 PrnUtilFillPct PIC ZZZZ9.9.
        02 FILLER PIC X VALUE SPACE.
        02 PrnUtilGuests PIC ZZZZZZ9.
        02 FILLER PIC X VALUE SPACE.
        02 PrnUtilNoShows PIC ZZZZZZ9.
        02 FILLER PIC X(5) VALUE SPACES.
        02 PrnUtilLyPct PIC ZZZZ9.9.
        02 FILLER PIC X VALUE SPACE.
        02 PrnUtilLyFillPct PIC ZZZZ9.9.
        02 FILLER PIC X VALUE SPACE.
        02 PrnUtilLyGuests PIC ZZZZZZ9.
        02 FILLER PIC X VALUE SPACE.
        02 PrnUtilLyNoShows PIC ZZZZZZ9.

       01 HourBandLabel.
        02 PrnBandFrom PIC 99.
        02 FILLER PIC X(3) VALUE "00-".
        02 PrnBandTo PIC 99.
        02 FILLER PIC X(2) VALUE "59".

       PROCEDURE DIVISION.
       RunUtilizationReport.
           ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
           IF WS-Args-Count >= 2
               ACCEPT WS-From-Date FROM ARGUMENT-VALUE
               ACCEPT WS-To-Date FROM ARGUMENT-VALUE
           ELSE
               ACCEPT WS-Today FROM DATE YYYYMMDD
               MOVE WS-Today TO WS-To-Date
               MOVE "01" TO WS-To-Date(7:2)
               COMPUTE WS-To-Date = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-To-Date) - 1)
               MOVE WS-To-Date TO WS-From-Date
               MOVE "01" TO WS-From-Date(7:2)
           END-IF
           IF WS-To-Date < WS-From-Date
               DISPLAY "The end date is before the start date."
               STOP RUN
           END-IF

           MOVE WS-From-Date TO PeriodFromDate(1)
           MOVE WS-To-Date TO PeriodToDate(1)
           MOVE WS-From-Date TO WS-Shift-Date
           PERFORM ShiftBackOneYear
           MOVE WS-Shift-Date TO PeriodFromDate(2)
           MOVE WS-To-Date TO WS-Shift-Date
           PERFORM ShiftBackOneYear
           MOVE WS-Shift-Date TO PeriodToDate(2)

           OPEN INPUT TeeTimeFile
           IF TeeFileMissing
               DISPLAY "No tee-time file -- nothing to report."
               STOP RUN
           END-IF
           OPEN INPUT ClosureFile
           IF ClosureFileMissing
               MOVE "N" TO ClosureFileOpenFlag
           ELSE
               MOVE "Y" TO ClosureFileOpenFlag
           END-IF

           INITIALIZE DowTallyTable, HourTallyTable, TotalTallyTable
           MOVE TeeGridLastTime TO WorkClockTime
           COMPUTE GridLastMinutes =
             WorkClockHour * 60 + WorkClockMinute

           PERFORM TallyOnePeriod
               VARYING PeriodIdx FROM 1 BY 1
               UNTIL PeriodIdx > 2

           CLOSE TeeTimeFile
           IF ClosureFileIsOpen
               CLOSE ClosureFile
           END-IF

           PERFORM PrintUtilizationReport

           DISPLAY "Utilization report written -- bookings counted: "
             BookingsCounted
           STOP RUN.

       ShiftBackOneYear.
           SUBTRACT 1 FROM WS-Shift-Year
           IF WS-Shift-MonthDay = 0229
               MOVE 0228 TO WS-Shift-MonthDay
           END-IF.

       TallyOnePeriod.
           COMPUTE FromInteger =
             FUNCTION INTEGER-OF-DATE(PeriodFromDate(PeriodIdx))
           COMPUTE ToInteger =
             FUNCTION INTEGER-OF-DATE(PeriodToDate(PeriodIdx))
           PERFORM TallyOneDay
               VARYING DayInteger FROM FromInteger BY 1
               UNTIL DayInteger > ToInteger.

       TallyOneDay.
           COMPUTE CurrentDate = FUNCTION DATE-OF-INTEGER(DayInteger)
           COMPUTE DayOfWeek = FUNCTION MOD(DayInteger, 7)
           IF DayOfWeek = ZEROES
               MOVE 7 TO DayOfWeek
           END-IF

           PERFORM LoadDayClosures

           MOVE TeeGridFirstTime TO WorkClockTime
           COMPUTE GridMinutes = WorkClockHour * 60 + WorkClockMinute
           PERFORM TallyOneGridSlot
               UNTIL GridMinutes > GridLastMinutes

           MOVE "N" TO TeeScanEofFlag
           MOVE CurrentDate TO TeeDate
           MOVE ZEROES TO TeeTime
           START TeeTimeFile KEY IS >= TeeKey
               INVALID KEY MOVE "Y" TO TeeScanEofFlag
           END-START
           IF NOT EndOfTeeScan
               READ TeeTimeFile NEXT
                AT END MOVE "Y" TO TeeScanEofFlag
               END-READ
           END-IF
           PERFORM TallyOneBooking UNTIL EndOfTeeScan.

       LoadDayClosures.
           MOVE ZEROES TO DayClosureCount
           IF ClosureFileIsOpen
               MOVE "N" TO ClosureScanEofFlag
               MOVE CurrentDate TO ClsDate
               MOVE ZEROES TO ClsSeq
               START ClosureFile KEY IS >= ClsKey
                   INVALID KEY MOVE "Y" TO ClosureScanEofFlag
               END-START
               IF NOT EndOfClosureScan
                   READ ClosureFile NEXT
                    AT END MOVE "Y" TO ClosureScanEofFlag
                   END-READ
               END-IF
               PERFORM LoadOneDayClosure UNTIL EndOfClosureScan
           END-IF.

       LoadOneDayClosure.
           IF ClsDate NOT = CurrentDate
               MOVE "Y" TO ClosureScanEofFlag
           ELSE
               IF DayClosureCount < 20
                   ADD 1 TO DayClosureCount
                   MOVE ClsStartTime TO DcStartTime(DayClosureCount)
                   MOVE ClsEndTime TO DcEndTime(DayClosureCount)
               END-IF
               READ ClosureFile NEXT
                AT END MOVE "Y" TO ClosureScanEofFlag
               END-READ
           END-IF.

       TallyOneGridSlot.
           DIVIDE GridMinutes BY 60
             GIVING GridHour REMAINDER GridMinute
           COMPUTE GridTime = GridHour * 100 + GridMinute

           MOVE "N" TO SlotClosedFlag
           PERFORM CheckOneDayClosure
               VARYING DayClosureIdx FROM 1 BY 1
               UNTIL DayClosureIdx > DayClosureCount
           IF NOT SlotIsClosed
               COMPUTE HourBand = GridHour + 1
               ADD 1 TO DowAvailable(PeriodIdx, DayOfWeek)
               ADD 1 TO HourAvailable(PeriodIdx, HourBand)
               ADD 1 TO TotAvailable(PeriodIdx)
           END-IF

           ADD TeeGridInterval TO GridMinutes.

       CheckOneDayClosure.
           IF GridTime >= DcStartTime(DayClosureIdx)
             AND GridTime <= DcEndTime(DayClosureIdx)
               MOVE "Y" TO SlotClosedFlag
           END-IF.

       TallyOneBooking.
           IF TeeDate NOT = CurrentDate
               MOVE "Y" TO TeeScanEofFlag
           ELSE
               MOVE TeeTime TO WorkClockTime
               COMPUTE HourBand = WorkClockHour + 1
               IF HourBand > 24
                   MOVE 24 TO HourBand
               END-IF
               ADD 1 TO DowBooked(PeriodIdx, DayOfWeek)
               ADD 1 TO HourBooked(PeriodIdx, HourBand)
               ADD 1 TO TotBooked(PeriodIdx)
               ADD TeePlayerCount TO DowPlayers(PeriodIdx, DayOfWeek)
               ADD TeePlayerCount TO HourPlayers(PeriodIdx, HourBand)
               ADD TeePlayerCount TO TotPlayers(PeriodIdx)
               ADD TeeGuestCount TO DowGuests(PeriodIdx, DayOfWeek)
               ADD TeeGuestCount TO HourGuests(PeriodIdx, HourBand)
               ADD TeeGuestCount TO TotGuests(PeriodIdx)
               IF TeeNoShow
                   ADD 1 TO DowNoShows(PeriodIdx, DayOfWeek)
                   ADD 1 TO HourNoShows(PeriodIdx, HourBand)
                   ADD 1 TO TotNoShows(PeriodIdx)
               END-IF
               ADD 1 TO BookingsCounted
               READ TeeTimeFile NEXT
                AT END MOVE "Y" TO TeeScanEofFlag
               END-READ
           END-IF.

       PrintUtilizationReport.
           OPEN OUTPUT UtilReport
           MOVE PeriodFromDate(1) TO PrnUtilFrom
           MOVE PeriodToDate(1) TO PrnUtilTo
           MOVE PeriodFromDate(2) TO PrnUtilLyFrom
           MOVE PeriodToDate(2) TO PrnUtilLyTo
           WRITE UtilPrintLine FROM UtilHeading
             AFTER ADVANCING PAGE

           WRITE UtilPrintLine FROM SectionDowHeader
             AFTER ADVANCING 2 LINES
           WRITE UtilPrintLine FROM UtilColumnHeader
             AFTER ADVANCING 1 LINE
           PERFORM PrintOneDowLine
               VARYING TallyIdx FROM 1 BY 1
               UNTIL TallyIdx > 7
           PERFORM PrintTotalLine

           WRITE UtilPrintLine FROM SectionHourHeader
             AFTER ADVANCING 3 LINES
           WRITE UtilPrintLine FROM UtilColumnHeader
             AFTER ADVANCING 1 LINE
           PERFORM PrintOneHourLine
               VARYING TallyIdx FROM 1 BY 1
               UNTIL TallyIdx > 24
           PERFORM PrintTotalLine

           CLOSE UtilReport.

       PrintOneDowLine.
           PERFORM MoveDowFigures
               VARYING PeriodIdx FROM 1 BY 1
               UNTIL PeriodIdx > 2
           MOVE DayName(TallyIdx) TO PrnUtilBand
           PERFORM PrintOneUtilLine.

       MoveDowFigures.
           MOVE DowAvailable(PeriodIdx, TallyIdx)
             TO LineAvailable(PeriodIdx)
           MOVE DowBooked(PeriodIdx, TallyIdx) TO LineBooked(PeriodIdx)
           MOVE DowPlayers(PeriodIdx, TallyIdx)
             TO LinePlayers(PeriodIdx)
           MOVE DowGuests(PeriodIdx, TallyIdx) TO LineGuests(PeriodIdx)
           MOVE DowNoShows(PeriodIdx, TallyIdx)
             TO LineNoShows(PeriodIdx).

       PrintOneHourLine.
      * Hours with no tee times and no bookings in either period are
      * left off.
           PERFORM MoveHourFigures
               VARYING PeriodIdx FROM 1 BY 1
               UNTIL PeriodIdx > 2
           IF LineAvailable(1) + LineBooked(1)
              + LineAvailable(2) + LineBooked(2) > ZEROES
               COMPUTE PrnBandFrom = TallyIdx - 1
               COMPUTE PrnBandTo = TallyIdx - 1
               MOVE HourBandLabel TO PrnUtilBand
               PERFORM PrintOneUtilLine
           END-IF.

       MoveHourFigures.
           MOVE HourAvailable(PeriodIdx, TallyIdx)
             TO LineAvailable(PeriodIdx)
           MOVE HourBooked(PeriodIdx, TallyIdx)
             TO LineBooked(PeriodIdx)
           MOVE HourPlayers(PeriodIdx, TallyIdx)
             TO LinePlayers(PeriodIdx)
           MOVE HourGuests(PeriodIdx, TallyIdx)
             TO LineGuests(PeriodIdx)
           MOVE HourNoShows(PeriodIdx, TallyIdx)
             TO LineNoShows(PeriodIdx).

       PrintTotalLine.
           PERFORM MoveTotalFigures
               VARYING PeriodIdx FROM 1 BY 1
               UNTIL PeriodIdx > 2
           MOVE "TOTAL" TO PrnUtilBand
           PERFORM PrintOneUtilLine.

       MoveTotalFigures.
           MOVE TotAvailable(PeriodIdx) TO LineAvailable(PeriodIdx)
           MOVE TotBooked(PeriodIdx) TO LineBooked(PeriodIdx)
           MOVE TotPlayers(PeriodIdx) TO LinePlayers(PeriodIdx)
           MOVE TotGuests(PeriodIdx) TO LineGuests(PeriodIdx)
           MOVE TotNoShows(PeriodIdx) TO LineNoShows(PeriodIdx).

       PrintOneUtilLine.
           MOVE LineAvailable(1) TO PrnUtilAvail
           MOVE LineBooked(1) TO PrnUtilBooked
           MOVE LinePlayers(1) TO PrnUtilPlayers
           COMPUTE LineCapacity = LineAvailable(1) * TeeGridPlayers
           MOVE LineCapacity TO PrnUtilCap
           MOVE LineGuests(1) TO PrnUtilGuests
           MOVE LineNoShows(1) TO PrnUtilNoShows

           MOVE 1 TO PeriodIdx
           PERFORM ComputeBookedPercent
           MOVE PercentWork TO PrnUtilPct
           PERFORM ComputeFillPercent
           MOVE PercentWork TO PrnUtilFillPct

           MOVE 2 TO PeriodIdx
           PERFORM ComputeBookedPercent
           MOVE PercentWork TO PrnUtilLyPct
           PERFORM ComputeFillPercent
           MOVE PercentWork TO PrnUtilLyFillPct
           MOVE LineGuests(2) TO PrnUtilLyGuests
           MOVE LineNoShows(2) TO PrnUtilLyNoShows

           WRITE UtilPrintLine FROM UtilDetailLine
             AFTER ADVANCING 1 LINE.

       ComputeBookedPercent.
      * Bookings off the grid or inside a closure can push a band
      * past 100%; the figure is capped at 999.9.
           MOVE ZEROES TO PercentWork
           IF LineAvailable(PeriodIdx) > ZEROES
               COMPUTE PercentWork ROUNDED =
                 LineBooked(PeriodIdx) * 100
                 / LineAvailable(PeriodIdx)
                 ON SIZE ERROR MOVE 999.9 TO PercentWork
               END-COMPUTE
           END-IF.

       ComputeFillPercent.
           MOVE ZEROES TO PercentWork
           IF LineAvailable(PeriodIdx) > ZEROES
               COMPUTE PercentWork ROUNDED =
                 LinePlayers(PeriodIdx) * 100
                 / (LineAvailable(PeriodIdx) * TeeGridPlayers)
                 ON SIZE ERROR MOVE 999.9 TO PercentWork
               END-COMPUTE
           END-IF.
