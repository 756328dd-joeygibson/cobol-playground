      * data/service-intervals.dat and records services performed,
      * with the odometer reading at service, in
      * data/service-log.dat. The vehicles-due report compares the
      * mileage log against these instead of the whiteboard. A
      * vehicle disposed of through VehMaint takes no further
      * service records.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            88  WS-Eof-Master VALUE "Y".
        01  WS-On-Master-Flag PIC X VALUE "N".
            88  WS-Vehicle-On-Master VALUE "Y".
            88  WS-Vehicle-Disposed VALUE "D".
        01  WS-Disposal-Date PIC 9(8) VALUE ZEROES.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Vehicle id: " WITH NO ADVANCING
            ACCEPT WS-Work-Vehicle-Id
            PERFORM Check-Vehicle-Master
            IF WS-Vehicle-Disposed
                DISPLAY "Vehicle " WS-Work-Vehicle-Id " was disposed "
                  "of on " WS-Disposal-Date " -- no further service."
                EXIT PARAGRAPH
            END-IF
            IF NOT WS-Vehicle-On-Master
                DISPLAY "Vehicle " WS-Work-Vehicle-Id " is not on "
                  "the vehicle master -- see VehMaint."
        Match-One-Vehicle.
            IF VM-Vehicle-Id = WS-Work-Vehicle-Id
                MOVE "Y" TO WS-On-Master-Flag
                IF VM-Disposed
                    MOVE "D" TO WS-On-Master-Flag
                    MOVE VM-Disposal-Date TO WS-Disposal-Date
                END-IF
                MOVE "Y" TO WS-Master-Eof-Flag
            ELSE
                READ VehicleFile
