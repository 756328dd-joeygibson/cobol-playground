        IDENTIFICATION DIVISION.
        PROGRAM-ID. DrvMaint.
      * Driver-master maintenance: add a driver with name, licence
      * number, class and expiry date and the vehicles the driver
      * may take out, change any of those (a renewed licence, a
      * reassignment), retire a driver who has left, or list the
      * drivers. Assigned vehicles must be on the VehMaint master
      * when there is one, and not disposed of. Like the vehicle
      * master, the file is loaded into a table, edited there, and
      * written back on quit.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT DriverFile ASSIGN TO 'data/driver-master.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-Driver-File-Status.

            SELECT VehicleFile ASSIGN TO 'data/vehicle-master.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-Vehicle-File-Status.

        DATA DIVISION.
        FILE SECTION.
        FD  DriverFile.
            COPY DRVREC.

        FD  VehicleFile.
            COPY VEHREC.

        WORKING-STORAGE SECTION.
            COPY DATEVAL.

        01  WS-Driver-File-Status PIC XX VALUE SPACES.
            88  WS-Driver-File-Ok VALUE "00".
        01  WS-Vehicle-File-Status PIC XX VALUE SPACES.
            88  WS-Vehicle-File-Ok VALUE "00".

        01  WS-Eof-Flag PIC X VALUE "N".
            88  WS-Eof-File VALUE "Y".

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
        01  WS-Shift-Idx PIC 99 VALUE ZEROES.
        01  WS-Assign-Idx PIC 9 VALUE ZERO.

        01  WS-Master-Loaded-Flag PIC X VALUE "N".
            88  WS-Master-Loaded VALUE "Y".
        01  WS-Vehicle-Table.
            05  WS-Vehicle-Entry OCCURS 20 TIMES.
                10  WS-Tbl-Vehicle-Id PIC X(6).
                10  WS-Tbl-Disposed-Flag PIC X.
                    88  WS-Tbl-Disposed VALUE "Y".
        01  WS-Vehicle-Count PIC 99 VALUE ZEROES.
        01  WS-Vehicle-Idx PIC 99 VALUE ZEROES.
        01  WS-On-Master-Flag PIC X VALUE "N".
            88  WS-Vehicle-On-Master VALUE "Y".

        01  WS-Menu-Choice PIC X VALUE SPACES.
            88  WantsAdd VALUE "A" "a".
            88  WantsChange VALUE "C" "c".
            88  WantsRetire VALUE "R" "r".
            88  WantsList VALUE "L" "l".
            88  WantsQuit VALUE "Q" "q".

        01  WS-Work-Driver-Code PIC X(3) VALUE SPACES.
        01  WS-Work-Name PIC X(20) VALUE SPACES.
        01  WS-Work-Licence-No PIC X(15) VALUE SPACES.
        01  WS-Work-Licence-Class PIC X(2) VALUE SPACES.
        01  WS-Work-Licence-Expiry PIC 9(8) VALUE ZEROES.
        01  WS-Work-Vehicle-Id PIC X(6) VALUE SPACES.
        01  WS-Confirm PIC X VALUE SPACES.
            88  WS-Confirmed VALUE "Y" "y".

        01  WS-Assigned-List PIC X(35) VALUE SPACES.
        01  WS-List-Pointer PIC 99 VALUE ZEROES.

        PROCEDURE DIVISION.
        Begin.
            PERFORM Load-Drivers
            PERFORM Load-Vehicles

            PERFORM UNTIL WantsQuit
                DISPLAY " "
                DISPLAY "(A)dd, (C)hange, (R)etire, (L)ist, "
                  "(Q)uit: " WITH NO ADVANCING
                ACCEPT WS-Menu-Choice
                EVALUATE TRUE
                    WHEN WantsAdd PERFORM Add-Driver
                    WHEN WantsChange PERFORM Change-Driver
                    WHEN WantsRetire PERFORM Retire-Driver
                    WHEN WantsList PERFORM List-Drivers
                    WHEN WantsQuit CONTINUE
                    WHEN OTHER
                        DISPLAY "Please choose A, C, R, L or Q."
                END-EVALUATE
            END-PERFORM

            PERFORM Save-Drivers
            STOP RUN.

        Load-Drivers.
            OPEN INPUT DriverFile
            IF NOT WS-Driver-File-Ok
                DISPLAY "No driver master yet -- starting empty."
            ELSE
                READ DriverFile
                    AT END MOVE "Y" TO WS-Eof-Flag
                END-READ
                PERFORM Load-One-Driver UNTIL WS-Eof-File
                CLOSE DriverFile
            END-IF.

        Load-One-Driver.
            IF WS-Driver-Count < 50
                ADD 1 TO WS-Driver-Count
                MOVE DriverRecord TO WS-Driver-Entry(WS-Driver-Count)
            END-IF
            READ DriverFile
                AT END MOVE "Y" TO WS-Eof-Flag
            END-READ.

        Load-Vehicles.
      * Without a vehicle master any vehicle id is taken on trust,
      * as the entry programs do.
            MOVE "N" TO WS-Eof-Flag
            OPEN INPUT VehicleFile
            IF WS-Vehicle-File-Ok
                MOVE "Y" TO WS-Master-Loaded-Flag
                READ VehicleFile
                    AT END MOVE "Y" TO WS-Eof-Flag
                END-READ
                PERFORM Load-One-Vehicle UNTIL WS-Eof-File
                CLOSE VehicleFile
            END-IF.

        Load-One-Vehicle.
            IF WS-Vehicle-Count < 20
                ADD 1 TO WS-Vehicle-Count
                MOVE VM-Vehicle-Id
                  TO WS-Tbl-Vehicle-Id(WS-Vehicle-Count)
                MOVE "N" TO WS-Tbl-Disposed-Flag(WS-Vehicle-Count)
                IF VM-Disposed
                    MOVE "Y" TO WS-Tbl-Disposed-Flag(WS-Vehicle-Count)
                END-IF
            END-IF
            READ VehicleFile
                AT END MOVE "Y" TO WS-Eof-Flag
            END-READ.

        Save-Drivers.
            OPEN OUTPUT DriverFile
            PERFORM Save-One-Driver
                VARYING WS-Driver-Idx FROM 1 BY 1
                UNTIL WS-Driver-Idx > WS-Driver-Count
            CLOSE DriverFile
            DISPLAY "Driver master saved -- " WS-Driver-Count
              " driver(s).".

        Save-One-Driver.
            MOVE WS-Driver-Entry(WS-Driver-Idx) TO DriverRecord
            WRITE DriverRecord.

        Find-Driver.
            MOVE ZEROES TO WS-Found-Idx
            PERFORM Check-One-Driver
                VARYING WS-Driver-Idx FROM 1 BY 1
                UNTIL WS-Driver-Idx > WS-Driver-Count
                  OR WS-Found-Idx > ZEROES.

        Check-One-Driver.
            IF WS-Tbl-Driver-Code(WS-Driver-Idx) = WS-Work-Driver-Code
                MOVE WS-Driver-Idx TO WS-Found-Idx
            END-IF.

        Add-Driver.
            DISPLAY "Driver code (initials): " WITH NO ADVANCING
            ACCEPT WS-Work-Driver-Code
            IF WS-Work-Driver-Code = SPACES
                EXIT PARAGRAPH
            END-IF
            PERFORM Find-Driver
            IF WS-Found-Idx > ZEROES
                DISPLAY "Driver " WS-Work-Driver-Code " already on "
                  "file."
                EXIT PARAGRAPH
            END-IF
            IF WS-Driver-Count >= 50
                DISPLAY "Driver master is full."
                EXIT PARAGRAPH
            END-IF

            DISPLAY "Name: " WITH NO ADVANCING
            ACCEPT WS-Work-Name
            DISPLAY "Licence number: " WITH NO ADVANCING
            ACCEPT WS-Work-Licence-No
            DISPLAY "Licence class: " WITH NO ADVANCING
            ACCEPT WS-Work-Licence-Class
            DISPLAY "Licence expiry date (YYYYMMDD): "
              WITH NO ADVANCING
            ACCEPT WS-Work-Licence-Expiry
            MOVE WS-Work-Licence-Expiry TO DateToValidate
            PERFORM ValidateDateField
            PERFORM UNTIL DateFieldIsValid
                DISPLAY "Enter a real expiry date (YYYYMMDD): "
                  WITH NO ADVANCING
                ACCEPT WS-Work-Licence-Expiry
                MOVE WS-Work-Licence-Expiry TO DateToValidate
                PERFORM ValidateDateField
            END-PERFORM

            ADD 1 TO WS-Driver-Count
            MOVE WS-Driver-Count TO WS-Found-Idx
            MOVE SPACES TO WS-Driver-Entry(WS-Found-Idx)
            MOVE WS-Work-Driver-Code
              TO WS-Tbl-Driver-Code(WS-Found-Idx)
            MOVE WS-Work-Name TO WS-Tbl-Name(WS-Found-Idx)
            MOVE WS-Work-Licence-No TO WS-Tbl-Licence-No(WS-Found-Idx)
            MOVE WS-Work-Licence-Class
              TO WS-Tbl-Licence-Class(WS-Found-Idx)
            MOVE WS-Work-Licence-Expiry
              TO WS-Tbl-Licence-Expiry(WS-Found-Idx)
            PERFORM Assign-Vehicles
            DISPLAY "Driver added.".

        Assign-Vehicles.
      * Replaces the driver's whole assignment list.
            MOVE SPACES TO WS-Tbl-Assigned(WS-Found-Idx, 1)
                           WS-Tbl-Assigned(WS-Found-Idx, 2)
                           WS-Tbl-Assigned(WS-Found-Idx, 3)
                           WS-Tbl-Assigned(WS-Found-Idx, 4)
                           WS-Tbl-Assigned(WS-Found-Idx, 5)
            DISPLAY "Assigned vehicles, up to 5 (blank when done)."
            MOVE 1 TO WS-Assign-Idx
            MOVE "X" TO WS-Work-Vehicle-Id
            PERFORM Assign-One-Vehicle
                UNTIL WS-Assign-Idx > 5
                  OR WS-Work-Vehicle-Id = SPACES.

        Assign-One-Vehicle.
            DISPLAY "  Vehicle id: " WITH NO ADVANCING
            ACCEPT WS-Work-Vehicle-Id
            IF WS-Work-Vehicle-Id = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-On-Master-Flag
            IF WS-Master-Loaded
                MOVE "N" TO WS-On-Master-Flag
                PERFORM Check-One-Vehicle
                    VARYING WS-Vehicle-Idx FROM 1 BY 1
                    UNTIL WS-Vehicle-Idx > WS-Vehicle-Count
                      OR WS-Vehicle-On-Master
            END-IF
            IF WS-Vehicle-On-Master
                MOVE WS-Work-Vehicle-Id
                  TO WS-Tbl-Assigned(WS-Found-Idx, WS-Assign-Idx)
                ADD 1 TO WS-Assign-Idx
            ELSE
                DISPLAY "  Vehicle " WS-Work-Vehicle-Id " is not an "
                  "active vehicle on the master -- see VehMaint."
            END-IF.

        Check-One-Vehicle.
            IF WS-Tbl-Vehicle-Id(WS-Vehicle-Idx) = WS-Work-Vehicle-Id
              AND NOT WS-Tbl-Disposed(WS-Vehicle-Idx)
                MOVE "Y" TO WS-On-Master-Flag
            END-IF.

        Change-Driver.
            DISPLAY "Driver code: " WITH NO ADVANCING
            ACCEPT WS-Work-Driver-Code
            PERFORM Find-Driver
            IF WS-Found-Idx = ZEROES
                DISPLAY "Driver " WS-Work-Driver-Code " not found."
                EXIT PARAGRAPH
            END-IF

            DISPLAY "Name [" WS-Tbl-Name(WS-Found-Idx) "]: "
              WITH NO ADVANCING
            ACCEPT WS-Work-Name
            IF WS-Work-Name NOT = SPACES
                MOVE WS-Work-Name TO WS-Tbl-Name(WS-Found-Idx)
            END-IF
            DISPLAY "Licence number [" WS-Tbl-Licence-No(WS-Found-Idx)
              "]: " WITH NO ADVANCING
            ACCEPT WS-Work-Licence-No
            IF WS-Work-Licence-No NOT = SPACES
                MOVE WS-Work-Licence-No
                  TO WS-Tbl-Licence-No(WS-Found-Idx)
            END-IF
            DISPLAY "Licence class ["
              WS-Tbl-Licence-Class(WS-Found-Idx) "]: "
              WITH NO ADVANCING
            ACCEPT WS-Work-Licence-Class
            IF WS-Work-Licence-Class NOT = SPACES
                MOVE WS-Work-Licence-Class
                  TO WS-Tbl-Licence-Class(WS-Found-Idx)
            END-IF
            DISPLAY "Licence expiry ["
              WS-Tbl-Licence-Expiry(WS-Found-Idx) "] (0 keeps it): "
              WITH NO ADVANCING
            ACCEPT WS-Work-Licence-Expiry
            IF WS-Work-Licence-Expiry > ZEROES
                MOVE WS-Work-Licence-Expiry TO DateToValidate
                PERFORM ValidateDateField
                IF DateFieldIsValid
                    MOVE WS-Work-Licence-Expiry
                      TO WS-Tbl-Licence-Expiry(WS-Found-Idx)
                ELSE
                    DISPLAY "Not a real date -- expiry unchanged."
                END-IF
            END-IF

            PERFORM Build-Assigned-List
            DISPLAY "Assigned: " WS-Assigned-List
            DISPLAY "Reassign vehicles (Y/N)? " WITH NO ADVANCING
            ACCEPT WS-Confirm
            IF WS-Confirmed
                PERFORM Assign-Vehicles
            END-IF
            DISPLAY "Driver changed.".

        Retire-Driver.
            DISPLAY "Driver code: " WITH NO ADVANCING
            ACCEPT WS-Work-Driver-Code
            PERFORM Find-Driver
            IF WS-Found-Idx = ZEROES
                DISPLAY "Driver " WS-Work-Driver-Code " not found."
            ELSE
                PERFORM Shift-One-Driver
                    VARYING WS-Shift-Idx FROM WS-Found-Idx BY 1
                    UNTIL WS-Shift-Idx >= WS-Driver-Count
                SUBTRACT 1 FROM WS-Driver-Count
                DISPLAY "Driver retired from the master."
            END-IF.

        Shift-One-Driver.
            MOVE WS-Driver-Entry(WS-Shift-Idx + 1)
              TO WS-Driver-Entry(WS-Shift-Idx).

        List-Drivers.
            PERFORM List-One-Driver
                VARYING WS-Driver-Idx FROM 1 BY 1
                UNTIL WS-Driver-Idx > WS-Driver-Count.

        List-One-Driver.
            MOVE WS-Driver-Idx TO WS-Found-Idx
            PERFORM Build-Assigned-List
            DISPLAY WS-Tbl-Driver-Code(WS-Driver-Idx) "  "
              WS-Tbl-Name(WS-Driver-Idx) "  "
              WS-Tbl-Licence-No(WS-Driver-Idx) " class "
              WS-Tbl-Licence-Class(WS-Driver-Idx) "  expires "
              WS-Tbl-Licence-Expiry(WS-Driver-Idx)
            DISPLAY "     vehicles: " WS-Assigned-List.

        Build-Assigned-List.
            MOVE SPACES TO WS-Assigned-List
            MOVE 1 TO WS-List-Pointer
            PERFORM Add-One-To-List
                VARYING WS-Assign-Idx FROM 1 BY 1
                UNTIL WS-Assign-Idx > 5.

        Add-One-To-List.
            IF WS-Tbl-Assigned(WS-Found-Idx, WS-Assign-Idx)
               NOT = SPACES
                STRING WS-Tbl-Assigned(WS-Found-Idx, WS-Assign-Idx)
                  DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  INTO WS-Assigned-List
                  WITH POINTER WS-List-Pointer
                END-STRING
            END-IF.

            COPY DATEVALP.
