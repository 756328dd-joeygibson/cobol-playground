      *                (B business, P personal) and the driver's
      *                initials, feeding the quarterly MileReimb
      *                reimbursement report.
      * 2026-10-15 JG  The driver code is now checked against the
      *                DrvMaint driver master: an unknown driver or
      *                one whose licence has expired by the reading
      *                date is rejected, and a driver not assigned to
      *                the vehicle is warned (DriverReport lists
      *                those readings each month).
      * 2026-10-15 JG  A vehicle disposed of through VehMaint takes
      *                no further readings.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-Vehicle-File-Status.

            SELECT DriverFile ASSIGN TO 'data/driver-master.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-Driver-File-Status.

        DATA DIVISION.
        FILE SECTION.
        FD  MileageLogFile.
        FD  VehicleFile.
            COPY VEHREC.

        FD  DriverFile.
            COPY DRVREC.

        WORKING-STORAGE SECTION.
            COPY REGXVAL.
            COPY DATEVAL.
            88  WS-Eof-Master VALUE "Y".
        01  WS-On-Master-Flag PIC X VALUE "N".
            88  WS-Vehicle-On-Master VALUE "Y".
            88  WS-Vehicle-Disposed VALUE "D".
        01  WS-Disposal-Date PIC 9(8) VALUE ZEROES.

        01  WS-Driver-File-Status PIC XX VALUE SPACES.
            88  WS-Driver-File-Ok VALUE "00".
        01  WS-Driver-Eof-Flag PIC X VALUE "N".
            88  WS-Eof-Drivers VALUE "Y".
        01  WS-Driver-Check PIC X VALUE SPACE.
            88  WS-Driver-Unknown VALUE "U".
            88  WS-Driver-Expired VALUE "E".
            88  WS-Driver-Unassigned VALUE "A".
            88  WS-Driver-Cleared VALUE "Y".
        01  WS-Assign-Idx PIC 9 VALUE ZERO.

        PROCEDURE DIVISION.
        Begin.
                    DISPLAY "Enter B or P: " WITH NO ADVANCING
                    ACCEPT WS-Entry-Purpose
                END-PERFORM
                DISPLAY "Driver code: " WITH NO ADVANCING
                ACCEPT WS-Entry-Driver
            END-IF.


            IF WS-Entry-Is-Ok
                PERFORM Check-Vehicle-Master
                IF WS-Vehicle-Disposed
                    DISPLAY "Vehicle " WS-Entry-Vehicle-Id " was "
                      "disposed of on " WS-Disposal-Date
                      " -- no further readings."
                    MOVE "N" TO WS-Entry-Ok
                END-IF
                IF NOT WS-Vehicle-On-Master AND NOT WS-Vehicle-Disposed
                    DISPLAY "Vehicle " WS-Entry-Vehicle-Id " is not "
                      "on the vehicle master -- see VehMaint."
                    MOVE "N" TO WS-Entry-Ok
                END-IF
            END-IF

            IF WS-Entry-Is-Ok
                PERFORM Check-Driver-Master
                EVALUATE TRUE
                    WHEN WS-Driver-Unknown
                        DISPLAY "Driver " WS-Entry-Driver " is not on "
                          "the driver master -- see DrvMaint."
                        MOVE "N" TO WS-Entry-Ok
                    WHEN WS-Driver-Expired
                        DISPLAY "Driver " WS-Entry-Driver "'s licence "
                          "expired " DR-Licence-Expiry " -- rejected."
                        MOVE "N" TO WS-Entry-Ok
                    WHEN WS-Driver-Unassigned
                        DISPLAY "Note: driver " WS-Entry-Driver
                          " is not assigned to " WS-Entry-Vehicle-Id
                          " -- reading will show on the driver report."
                END-EVALUATE
            END-IF

            IF WS-Entry-Is-Ok
                PERFORM Find-Last-Vehicle-Reading
                IF WS-Vehicle-Has-History
        Match-One-Vehicle.
            IF VM-Vehicle-Id = WS-Entry-Vehicle-Id
                MOVE "Y" TO WS-On-Master-Flag
                IF VM-Disposed
                    MOVE "D" TO WS-On-Master-Flag
                    MOVE VM-Disposal-Date TO WS-Disposal-Date
                END-IF
                MOVE "Y" TO WS-Master-Eof-Flag
            ELSE
                READ VehicleFile
                END-READ
            END-IF.

        Check-Driver-Master.
      * As with the vehicle master, a missing driver master means it
      * has not been set up yet and any driver code is taken.
            MOVE "U" TO WS-Driver-Check
            MOVE "N" TO WS-Driver-Eof-Flag
            OPEN INPUT DriverFile
            IF NOT WS-Driver-File-Ok
                MOVE "Y" TO WS-Driver-Check
                EXIT PARAGRAPH
            END-IF

            READ DriverFile
                AT END MOVE "Y" TO WS-Driver-Eof-Flag
            END-READ

            PERFORM Match-One-Driver UNTIL WS-Eof-Drivers

            CLOSE DriverFile.

        Match-One-Driver.
            IF DR-Driver-Code = WS-Entry-Driver
                MOVE "Y" TO WS-Driver-Eof-Flag
                IF DR-Licence-Expiry < WS-Entry-Date
                    MOVE "E" TO WS-Driver-Check
                ELSE
                    MOVE "A" TO WS-Driver-Check
                    PERFORM Check-One-Assignment
                        VARYING WS-Assign-Idx FROM 1 BY 1
                        UNTIL WS-Assign-Idx > 5
                END-IF
            ELSE
                READ DriverFile
                    AT END MOVE "Y" TO WS-Driver-Eof-Flag
                END-READ
            END-IF.

        Check-One-Assignment.
            IF DR-Assigned-Vehicle(WS-Assign-Idx) = WS-Entry-Vehicle-Id
                MOVE "Y" TO WS-Driver-Check
            END-IF.

        Find-Last-Vehicle-Reading.
            MOVE "N" TO WS-Vehicle-Found
            MOVE ZEROES TO WS-Last-Odometer
