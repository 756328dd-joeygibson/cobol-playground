       IDENTIFICATION DIVISION.
       PROGRAM-ID. FacSched.
      * Daily facility schedule for the clubhouse staff: for the date
      * given as the first argument (default today), one section per
      * facility in data/facilities.dat with its booking hours and
      * seating, and every booking that day from
      * data/facility-reservations.dat in start-time order -- the
      * host, the headcount for the room set-up, the purpose and the
      * room fee charged. A facility with nothing booked shows as
      * free. Output is output/facility-schedule.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FacilityFile ASSIGN TO 'data/facilities.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FacId
             FILE STATUS IS FacilityStatus.

           SELECT FacResFile ASSIGN TO
             'data/facility-reservations.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FrKey
             FILE STATUS IS FacResStatus.

           SELECT ScheduleReport ASSIGN TO
             'output/facility-schedule.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RunLogFile ASSIGN TO 'output/batch-run-log.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD FacilityFile.
           COPY FACILITY.

       FD FacResFile.
           COPY FACRES.

       FD ScheduleReport.
       01 SchedPrintLine PIC X(80).

       FD RunLogFile.
       01 RunLogRec PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNLOG.

       01 FacilityStatus PIC XX VALUE ZEROES.
        88 FacilityOk VALUE "00".
        88 FacilityMissing VALUE "35".
       01 FacResStatus PIC XX VALUE ZEROES.
        88 FacResOk VALUE "00".
        88 FacResMissing VALUE "35".

       01 WS-Args-Count PIC 9(4) COMP VALUE ZEROES.
       01 WS-Sched-Date PIC 9(8) VALUE ZEROES.

       01 FacScanEofFlag PIC X VALUE "N".
        88 EndOfFacScan VALUE "Y".
       01 ResScanEofFlag PIC X VALUE "N".
        88 EndOfResScan VALUE "Y".
       01 FacBookingCount PIC 9(3) VALUE ZEROES.
       01 DayBookingCount PIC 9(4) VALUE ZEROES.
       01 DayHeadcount PIC 9(5) VALUE ZEROES.

       01 SchedHeading.
        02 FILLER PIC X(28) VALUE "Clubhouse Facility Schedule ".
        02 PrnShDate PIC 9(8).

       01 FacilityLine.
        02 PrnFlFacId PIC X(3).
        02 FILLER PIC X VALUE SPACE.
        02 PrnFlFacName PIC X(20).
        02 FILLER PIC X(10) VALUE "  booking ".
        02 PrnFlOpen PIC 9(4).
        02 FILLER PIC X VALUE "-".
        02 PrnFlClose PIC 9(4).
        02 FILLER PIC X(8) VALUE "  seats ".
        02 PrnFlCapacity PIC ZZ9.
        02 PrnFlOffSheet PIC X(20).

       01 SchedColumnHeader.
        02 FILLER PIC X(40)
             VALUE "  Time       Host                       ".
        02 FILLER PIC X(40)
             VALUE "Guests  Purpose               Room fee".

       01 SchedDetailLine.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnSdStart PIC 9(4).
        02 FILLER PIC X VALUE "-".
        02 PrnSdEnd PIC 9(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnSdMemberId PIC X(5).
        02 FILLER PIC X VALUE SPACE.
        02 PrnSdMemberName PIC X(20).
        02 FILLER PIC X VALUE SPACE.
        02 PrnSdHeadcount PIC ZZ9.
        02 FILLER PIC X(5) VALUE SPACES.
        02 PrnSdPurpose PIC X(20).
        02 FILLER PIC X VALUE SPACE.
        02 PrnSdFee PIC ZZ,ZZ9.99.

       01 FreeLine PIC X(40)
             VALUE "  Free all day.".

       01 SchedTotalLine.
        02 FILLER PIC X(10) VALUE "Bookings: ".
        02 PrnStBookings PIC Z,ZZ9.
        02 FILLER PIC X(18) VALUE "   Guests expected".
        02 FILLER PIC X(2) VALUE ": ".
        02 PrnStGuests PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       RunFacilitySchedule.
           MOVE "FACSCHED" TO WS-Run-Program-Name
           PERFORM Start-Run-Log

           ACCEPT WS-Sched-Date FROM DATE YYYYMMDD
           ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
           IF WS-Args-Count > 0
               ACCEPT WS-Sched-Date FROM ARGUMENT-VALUE
           END-IF

           OPEN INPUT FacilityFile
           IF FacilityMissing
               DISPLAY "FacSched: no facilities on file."
               PERFORM Write-Run-Log
               STOP RUN
           END-IF
           OPEN INPUT FacResFile
           OPEN OUTPUT ScheduleReport

           MOVE WS-Sched-Date TO PrnShDate
           WRITE SchedPrintLine FROM SchedHeading
             AFTER ADVANCING PAGE

           MOVE "N" TO FacScanEofFlag
           MOVE LOW-VALUES TO FacId
           START FacilityFile KEY IS >= FacId
               INVALID KEY MOVE "Y" TO FacScanEofFlag
           END-START

           IF NOT EndOfFacScan
               READ FacilityFile NEXT
                AT END MOVE "Y" TO FacScanEofFlag
               END-READ
           END-IF

           PERFORM PrintOneFacility UNTIL EndOfFacScan

           MOVE DayBookingCount TO PrnStBookings
           MOVE DayHeadcount TO PrnStGuests
           WRITE SchedPrintLine FROM SchedTotalLine
             AFTER ADVANCING 2 LINES

           CLOSE FacilityFile, ScheduleReport
           IF NOT FacResMissing
               CLOSE FacResFile
           END-IF

           DISPLAY "FacSched: " DayBookingCount " bookings for "
             WS-Sched-Date " -- output/facility-schedule.txt."
           MOVE DayBookingCount TO WS-Run-Records-Out
           PERFORM Write-Run-Log
           STOP RUN.

       PrintOneFacility.
           MOVE FacId TO PrnFlFacId
           MOVE FacName TO PrnFlFacName
           MOVE FacOpenTime TO PrnFlOpen
           MOVE FacCloseTime TO PrnFlClose
           MOVE FacCapacity TO PrnFlCapacity
           IF FacInactive
               MOVE "  OFF THE SHEET" TO PrnFlOffSheet
           ELSE
               MOVE SPACES TO PrnFlOffSheet
           END-IF
           WRITE SchedPrintLine FROM FacilityLine
             AFTER ADVANCING 2 LINES

           MOVE ZEROES TO FacBookingCount
           PERFORM StartFacilityBookings
           IF EndOfResScan
               WRITE SchedPrintLine FROM FreeLine
                 AFTER ADVANCING 1 LINE
           ELSE
               WRITE SchedPrintLine FROM SchedColumnHeader
                 AFTER ADVANCING 1 LINE
               PERFORM PrintOneBooking UNTIL EndOfResScan
           END-IF

           READ FacilityFile NEXT
            AT END MOVE "Y" TO FacScanEofFlag
           END-READ.

       StartFacilityBookings.
      * Leaves the facility's first booking of the day in the
      * record, or the scan at its end when there is none.
           MOVE "N" TO ResScanEofFlag
           IF FacResMissing
               MOVE "Y" TO ResScanEofFlag
               EXIT PARAGRAPH
           END-IF
           MOVE FacId TO FrFacId
           MOVE WS-Sched-Date TO FrDate
           MOVE ZEROES TO FrStartTime
           START FacResFile KEY IS >= FrKey
               INVALID KEY MOVE "Y" TO ResScanEofFlag
           END-START

           IF NOT EndOfResScan
               READ FacResFile NEXT
                AT END MOVE "Y" TO ResScanEofFlag
               END-READ
           END-IF
           IF NOT EndOfResScan
             AND (FrFacId NOT = FacId OR FrDate NOT = WS-Sched-Date)
               MOVE "Y" TO ResScanEofFlag
           END-IF.

       PrintOneBooking.
           ADD 1 TO WS-Run-Records-In
           ADD 1 TO FacBookingCount, DayBookingCount
           ADD FrHeadcount TO DayHeadcount
           MOVE FrStartTime TO PrnSdStart
           MOVE FrEndTime TO PrnSdEnd
           MOVE FrMemberId TO PrnSdMemberId
           MOVE FrMemberName TO PrnSdMemberName
           MOVE FrHeadcount TO PrnSdHeadcount
           MOVE FrPurpose TO PrnSdPurpose
           MOVE FrFee TO PrnSdFee
           WRITE SchedPrintLine FROM SchedDetailLine
             AFTER ADVANCING 1 LINE

           READ FacResFile NEXT
            AT END MOVE "Y" TO ResScanEofFlag
           END-READ
           IF NOT EndOfResScan
             AND (FrFacId NOT = FacId OR FrDate NOT = WS-Sched-Date)
               MOVE "Y" TO ResScanEofFlag
           END-IF.

           COPY RUNLOGPR.
