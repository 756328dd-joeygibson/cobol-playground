        IDENTIFICATION DIVISION.
        PROGRAM-ID. DriverReport.
      * Monthly driver report from the DrvMaint driver master: every
      * licence that has expired or will expire within the next 60
      * days, so renewals are chased before a driver is turned away
      * at MileageEntry, and every mileage-log reading in the month
      * whose driver is not assigned to that vehicle, is not on the
      * driver master, or held an expired licence on the reading
      * date. The month is the first argument (YYYYMM); with no
      * argument it is the current month. Output is
      * output/driver-report.txt.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT DriverFile ASSIGN TO 'data/driver-master.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-Driver-File-Status.

            SELECT MileageLogFile ASSIGN TO 'data/mileage-log.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-Log-File-Status.

            SELECT DriverReportFile ASSIGN TO
              'output/driver-report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  DriverFile.
            COPY DRVREC.

        FD  MileageLogFile.
            COPY MILELOG.

        FD  DriverReportFile.
        01  DriverPrintLine PIC X(90).

        WORKING-STORAGE SECTION.
        01  WS-Driver-File-Status PIC XX VALUE SPACES.
            88  WS-Driver-File-Ok VALUE "00".
        01  WS-Log-File-Status PIC XX VALUE SPACES.
            88  WS-Log-File-Ok VALUE "00".

        01  WS-Eof-Flag PIC X VALUE "N".
            88  WS-Eof-File VALUE "Y".

        01  WS-Args-Count PIC 9(2) VALUE ZEROES.
        01  WS-Run-Date PIC 9(8) VALUE ZEROES.
        01  WS-Report-Month PIC 9(6) VALUE ZEROES.
        01  WS-Reading-Month PIC 9(6) VALUE ZEROES.
        01  WS-Window-End PIC 9(8) VALUE ZEROES.
        01  WS-Days-Left PIC S9(5) VALUE ZEROES.
        01  WS-Prn-Days PIC Z9.

        01  WS-Driver-Table.
            05  WS-Driver-Entry OCCURS 50 TIMES.
                10  WS-Tbl-Driver-Code PIC X(3).
                10  WS-Tbl-Name PIC X(20).
                10  WS-Tbl-Licence-No PIC X(15).
                10  WS-Tbl-Licence-Class PIC X(2).
                10  WS-Tbl-Licence-Expiry PIC 9(8).
                10  WS-Tbl-Assigned PIC X(6) OCCURS 5 TIMES.
        01  WS-Driver-Count PIC 99 VALUE ZEROES.
        01  WS-Driver-Idx PIC 99 VALUE ZEROES.
        01  WS-Found-Idx PIC 99 VALUE ZEROES.
        01  WS-Assign-Idx PIC 9 VALUE ZERO.
        01  WS-Assigned-Flag PIC X VALUE "N".
            88  WS-Is-Assigned VALUE "Y".

        01  WS-Expiring-Count PIC 9(4) VALUE ZEROES.
        01  WS-Exception-Count PIC 9(4) VALUE ZEROES.
        01  WS-Month-Readings PIC 9(5) VALUE ZEROES.

        01  DriverHeading.
            05  FILLER PIC X(30) VALUE "Driver Report -- month of".
            05  PrnHdgMonth PIC 9999/99.
            05  FILLER PIC X(12) VALUE "   run date ".
            05  PrnHdgRunDate PIC 9(8).

        01  ExpiryHeading.
            05  FILLER PIC X(38) VALUE
                "Licences expired or expiring through".
            05  PrnExpWindowEnd PIC 9(8).

        01  ExpiryColumnHeader.
            05  FILLER PIC X(6) VALUE "Code".
            05  FILLER PIC X(22) VALUE "Name".
            05  FILLER PIC X(17) VALUE "Licence".
            05  FILLER PIC X(7) VALUE "Class".
            05  FILLER PIC X(10) VALUE "Expires".
            05  FILLER PIC X(20) VALUE "Status".

        01  ExpiryDetailLine.
            05  PrnExpCode PIC X(3).
            05  FILLER PIC X(3) VALUE SPACES.
            05  PrnExpName PIC X(20).
            05  FILLER PIC X(2) VALUE SPACES.
            05  PrnExpLicenceNo PIC X(15).
            05  FILLER PIC X(2) VALUE SPACES.
            05  PrnExpClass PIC X(2).
            05  FILLER PIC X(5) VALUE SPACES.
            05  PrnExpDate PIC 9(8).
            05  FILLER PIC X(2) VALUE SPACES.
            05  PrnExpStatus PIC X(20).

        01  ExceptionHeading PIC X(60) VALUE
            "Readings by drivers not cleared for the vehicle".

        01  ExceptionColumnHeader.
            05  FILLER PIC X(9) VALUE "Vehicle".
            05  FILLER PIC X(10) VALUE "Date".
            05  FILLER PIC X(10) VALUE "Odometer".
            05  FILLER PIC X(8) VALUE "Driver".
            05  FILLER PIC X(30) VALUE "Problem".

        01  ExceptionDetailLine.
            05  PrnExcVehicle PIC X(6).
            05  FILLER PIC X(3) VALUE SPACES.
            05  PrnExcDate PIC 9(8).
            05  FILLER PIC X(2) VALUE SPACES.
            05  PrnExcOdometer PIC 9(6).
            05  FILLER PIC X(4) VALUE SPACES.
            05  PrnExcDriver PIC X(3).
            05  FILLER PIC X(5) VALUE SPACES.
            05  PrnExcProblem PIC X(30).

        01  NoneLine PIC X(20) VALUE "  (none)".

        01  TotalLine.
            05  PrnTotLabel PIC X(40).
            05  PrnTotValue PIC ZZZZ9.

        PROCEDURE DIVISION.
        Begin.
            ACCEPT WS-Run-Date FROM DATE YYYYMMDD
            MOVE WS-Run-Date(1:6) TO WS-Report-Month
            ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
            IF WS-Args-Count >= 1
                ACCEPT WS-Report-Month FROM ARGUMENT-VALUE
            END-IF
            COMPUTE WS-Window-End = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-Run-Date) + 60)

            PERFORM Load-Drivers
            IF WS-Driver-Count = ZEROES
                DISPLAY "No driver master on file -- see DrvMaint."
                STOP RUN
            END-IF

            OPEN OUTPUT DriverReportFile
            MOVE WS-Report-Month TO PrnHdgMonth
            MOVE WS-Run-Date TO PrnHdgRunDate
            WRITE DriverPrintLine FROM DriverHeading
              AFTER ADVANCING PAGE

            MOVE WS-Window-End TO PrnExpWindowEnd
            WRITE DriverPrintLine FROM ExpiryHeading
              AFTER ADVANCING 3 LINES
            WRITE DriverPrintLine FROM ExpiryColumnHeader
              AFTER ADVANCING 2 LINES
            PERFORM Print-If-Expiring
                VARYING WS-Driver-Idx FROM 1 BY 1
                UNTIL WS-Driver-Idx > WS-Driver-Count
            IF WS-Expiring-Count = ZEROES
                WRITE DriverPrintLine FROM NoneLine
                  AFTER ADVANCING 1 LINE
            END-IF

            WRITE DriverPrintLine FROM ExceptionHeading
              AFTER ADVANCING 3 LINES
            WRITE DriverPrintLine FROM ExceptionColumnHeader
              AFTER ADVANCING 2 LINES
            PERFORM Scan-Mileage-Log
            IF WS-Exception-Count = ZEROES
                WRITE DriverPrintLine FROM NoneLine
                  AFTER ADVANCING 1 LINE
            END-IF

            MOVE "Drivers on the master" TO PrnTotLabel
            MOVE WS-Driver-Count TO PrnTotValue
            WRITE DriverPrintLine FROM TotalLine
              AFTER ADVANCING 3 LINES
            MOVE "Licences expired or due for renewal" TO PrnTotLabel
            MOVE WS-Expiring-Count TO PrnTotValue
            WRITE DriverPrintLine FROM TotalLine
              AFTER ADVANCING 1 LINE
            MOVE "Readings logged in the month" TO PrnTotLabel
            MOVE WS-Month-Readings TO PrnTotValue
            WRITE DriverPrintLine FROM TotalLine
              AFTER ADVANCING 1 LINE
            MOVE "Readings by drivers not cleared" TO PrnTotLabel
            MOVE WS-Exception-Count TO PrnTotValue
            WRITE DriverPrintLine FROM TotalLine
              AFTER ADVANCING 1 LINE
            CLOSE DriverReportFile

            DISPLAY "Driver report written: " WS-Expiring-Count
              " licence(s) to renew, " WS-Exception-Count
              " reading(s) to follow up -- output/driver-report.txt"
            STOP RUN.

        Load-Drivers.
            OPEN INPUT DriverFile
            IF NOT WS-Driver-File-Ok
                EXIT PARAGRAPH
            END-IF
            READ DriverFile
                AT END MOVE "Y" TO WS-Eof-Flag
            END-READ
            PERFORM Load-One-Driver UNTIL WS-Eof-File
            CLOSE DriverFile.

        Load-One-Driver.
            IF WS-Driver-Count < 50
                ADD 1 TO WS-Driver-Count
                MOVE DriverRecord TO WS-Driver-Entry(WS-Driver-Count)
            END-IF
            READ DriverFile
                AT END MOVE "Y" TO WS-Eof-Flag
            END-READ.

        Print-If-Expiring.
            IF WS-Tbl-Licence-Expiry(WS-Driver-Idx) > WS-Window-End
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO PrnExpStatus
            IF WS-Tbl-Licence-Expiry(WS-Driver-Idx) < WS-Run-Date
                MOVE "EXPIRED" TO PrnExpStatus
            ELSE
                COMPUTE WS-Days-Left =
                  FUNCTION INTEGER-OF-DATE(
                    WS-Tbl-Licence-Expiry(WS-Driver-Idx))
                  - FUNCTION INTEGER-OF-DATE(WS-Run-Date)
                MOVE WS-Days-Left TO WS-Prn-Days
                STRING "due in " DELIMITED BY SIZE
                  WS-Prn-Days DELIMITED BY SIZE
                  " days" DELIMITED BY SIZE
                  INTO PrnExpStatus
                END-STRING
            END-IF
            MOVE WS-Tbl-Driver-Code(WS-Driver-Idx) TO PrnExpCode
            MOVE WS-Tbl-Name(WS-Driver-Idx) TO PrnExpName
            MOVE WS-Tbl-Licence-No(WS-Driver-Idx) TO PrnExpLicenceNo
            MOVE WS-Tbl-Licence-Class(WS-Driver-Idx) TO PrnExpClass
            MOVE WS-Tbl-Licence-Expiry(WS-Driver-Idx) TO PrnExpDate
            WRITE DriverPrintLine FROM ExpiryDetailLine
              AFTER ADVANCING 1 LINE
            ADD 1 TO WS-Expiring-Count.

        Scan-Mileage-Log.
            MOVE "N" TO WS-Eof-Flag
            OPEN INPUT MileageLogFile
            IF NOT WS-Log-File-Ok
                EXIT PARAGRAPH
            END-IF
            READ MileageLogFile
                AT END MOVE "Y" TO WS-Eof-Flag
            END-READ
            PERFORM Check-One-Reading UNTIL WS-Eof-File
            CLOSE MileageLogFile.

        Check-One-Reading.
      * Older readings with no driver keyed are left to the
      * reimbursement report's unclassified listing.
            MOVE ML-Reading-Date(1:6) TO WS-Reading-Month
            IF WS-Reading-Month = WS-Report-Month
                ADD 1 TO WS-Month-Readings
                IF ML-Driver NOT = SPACES
                    PERFORM Check-Reading-Driver
                END-IF
            END-IF
            READ MileageLogFile
                AT END MOVE "Y" TO WS-Eof-Flag
            END-READ.

        Check-Reading-Driver.
            MOVE ZEROES TO WS-Found-Idx
            PERFORM Find-One-Driver
                VARYING WS-Driver-Idx FROM 1 BY 1
                UNTIL WS-Driver-Idx > WS-Driver-Count
                  OR WS-Found-Idx > ZEROES
            IF WS-Found-Idx = ZEROES
                MOVE "NOT ON DRIVER MASTER" TO PrnExcProblem
                PERFORM Print-Exception
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-Assigned-Flag
            PERFORM Check-One-Assignment
                VARYING WS-Assign-Idx FROM 1 BY 1
                UNTIL WS-Assign-Idx > 5
            IF NOT WS-Is-Assigned
                MOVE "NOT ASSIGNED TO VEHICLE" TO PrnExcProblem
                PERFORM Print-Exception
            END-IF
            IF WS-Tbl-Licence-Expiry(WS-Found-Idx) < ML-Reading-Date
                MOVE "LICENCE EXPIRED" TO PrnExcProblem
                PERFORM Print-Exception
            END-IF.

        Find-One-Driver.
            IF WS-Tbl-Driver-Code(WS-Driver-Idx) = ML-Driver
                MOVE WS-Driver-Idx TO WS-Found-Idx
            END-IF.

        Check-One-Assignment.
            IF WS-Tbl-Assigned(WS-Found-Idx, WS-Assign-Idx)
               = ML-Vehicle-Id
                MOVE "Y" TO WS-Assigned-Flag
            END-IF.

        Print-Exception.
            MOVE ML-Vehicle-Id TO PrnExcVehicle
            MOVE ML-Reading-Date TO PrnExcDate
            MOVE ML-Odometer TO PrnExcOdometer
            MOVE ML-Driver TO PrnExcDriver
            WRITE DriverPrintLine FROM ExceptionDetailLine
              AFTER ADVANCING 1 LINE
            ADD 1 TO WS-Exception-Count.
