        IDENTIFICATION DIVISION.
        PROGRAM-ID. FuelCard.
      * Fuel-card import and reconciliation: reads the fleet-card
      * company's monthly transaction file (data/fuel-card.dat) and
      * matches every charge to a fill-up in data/fuel-log.dat by
      * vehicle, date and gallons (within a tenth of a gallon, the
      * log's precision; each fill-up matches one charge only).
      * Charges with no fill-up are shown one at a time for review
      * and, when accepted, posted to the fuel log as the fill-up
      * FuelEntry would have recorded -- a charge with no pump
      * odometer needs one keyed before it can be posted. The
      * reconciliation, output/fuel-card-recon.txt, lists charges
      * with no matching fill-up and what was done with them,
      * charges with no odometer reading, charges on vehicles not
      * on the VehMaint master or already disposed of (never
      * posted), and fill-ups bigger than the vehicle's tank -- the
      * misuse the card was supposed to stop.
      * The vendor trailer's count and amount must agree with the
      * detail lines or the run stops with nothing posted and a
      * failing RETURN-CODE.
      * Vendor file layout, fixed columns, blank separated:
      *   detail:  D vehicle(6) date(8) gallons(6, 3 decimals
      *            implied) odometer(6, zeros when not keyed at the
      *            pump) amount(7, cents implied) merchant(20)
      *   trailer: T count(5) amount(9, cents implied)

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CardFile ASSIGN TO 'data/fuel-card.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-Card-File-Status.

            SELECT FuelLogFile ASSIGN TO 'data/fuel-log.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-Fuel-File-Status.

            SELECT VehicleFile ASSIGN TO 'data/vehicle-master.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-Vehicle-File-Status.

            SELECT ReconReport ASSIGN TO
              'output/fuel-card-recon.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  CardFile.
        01  CardRec PIC X(70).

        FD  FuelLogFile.
        01  FuelLogRecord.
            05  FL-Vehicle-Id      PIC X(6).
            05  FL-Fill-Date       PIC 9(8).
            05  FL-Odometer        PIC 9(6).
            05  FL-Gallons         PIC 9(3)V9.
            05  FL-Cost            PIC 9(4)V99.

        FD  VehicleFile.
            COPY VEHREC.

        FD  ReconReport.
        01  ReconPrintLine PIC X(100).

        WORKING-STORAGE SECTION.
        01  WS-Card-File-Status PIC XX VALUE SPACES.
            88  WS-Card-File-Ok VALUE "00".
        01  WS-Fuel-File-Status PIC XX VALUE SPACES.
            88  WS-Fuel-File-Ok VALUE "00".
            88  WS-Fuel-File-Missing VALUE "35".
        01  WS-Vehicle-File-Status PIC XX VALUE SPACES.
            88  WS-Vehicle-File-Ok VALUE "00".

        01  WS-Eof-Flag PIC X VALUE "N".
            88  WS-Eof-File VALUE "Y".

        01  WS-Card-Work-Line PIC X(70) VALUE SPACES.
        01  WS-Card-Detail REDEFINES WS-Card-Work-Line.
            05  CD-Record-Type PIC X.
            05  FILLER PIC X.
            05  CD-Vehicle-Id PIC X(6).
            05  FILLER PIC X.
            05  CD-Date-X PIC X(8).
            05  CD-Date REDEFINES CD-Date-X PIC 9(8).
            05  FILLER PIC X.
            05  CD-Gallons-X PIC X(6).
            05  CD-Gallons REDEFINES CD-Gallons-X PIC 9(3)V999.
            05  FILLER PIC X.
            05  CD-Odometer-X PIC X(6).
            05  CD-Odometer REDEFINES CD-Odometer-X PIC 9(6).
            05  FILLER PIC X.
            05  CD-Amount-X PIC X(7).
            05  CD-Amount REDEFINES CD-Amount-X PIC 9(5)V99.
            05  FILLER PIC X.
            05  CD-Merchant PIC X(20).
        01  WS-Card-Trailer REDEFINES WS-Card-Work-Line.
            05  FILLER PIC X(2).
            05  CT-Count-X PIC X(5).
            05  CT-Count REDEFINES CT-Count-X PIC 9(5).
            05  FILLER PIC X.
            05  CT-Amount-X PIC X(9).
            05  CT-Amount REDEFINES CT-Amount-X PIC 9(7)V99.

        01  WS-Trailer-Seen-Flag PIC X VALUE "N".
            88  WS-Trailer-Was-Seen VALUE "Y".
        01  WS-Bad-Line-Count PIC 9(4) VALUE ZEROES.
        01  WS-Card-Total PIC 9(7)V99 VALUE ZEROES.

        01  WS-Charge-Count PIC 9(3) VALUE ZEROES.
        01  WS-Charge-Table.
            05  WS-Charge-Entry OCCURS 500 TIMES.
                10  WS-CH-Vehicle-Id PIC X(6).
                10  WS-CH-Date PIC 9(8).
                10  WS-CH-Gallons PIC 9(3)V999.
                10  WS-CH-Odometer PIC 9(6).
                10  WS-CH-Amount PIC 9(5)V99.
                10  WS-CH-Merchant PIC X(20).
                10  WS-CH-Status PIC X.
                    88  WS-CH-Matched VALUE "M".
                    88  WS-CH-Unmatched VALUE "U".
                    88  WS-CH-Posted VALUE "P".
                    88  WS-CH-Not-Posted VALUE "N".
                    88  WS-CH-No-Vehicle VALUE "V".
                10  WS-CH-Vehicle-Idx PIC 99.
        01  WS-Charge-Idx PIC 9(3) VALUE ZEROES.

        01  WS-Fill-Count PIC 9(4) VALUE ZEROES.
        01  WS-Fill-Table.
            05  WS-Fill-Entry OCCURS 2000 TIMES.
                10  WS-FT-Vehicle-Id PIC X(6).
                10  WS-FT-Date PIC 9(8).
                10  WS-FT-Gallons PIC 9(3)V9.
                10  WS-FT-Used-Flag PIC X.
                    88  WS-FT-Is-Used VALUE "Y".
        01  WS-Fill-Idx PIC 9(4) VALUE ZEROES.
        01  WS-Fill-Found-Idx PIC 9(4) VALUE ZEROES.
        01  WS-Gallons-Diff PIC S9(3)V999 VALUE ZEROES.

        01  WS-Master-Loaded-Flag PIC X VALUE "N".
            88  WS-Master-Loaded VALUE "Y".
        01  WS-Vehicle-Table.
            05  WS-Vehicle-Entry OCCURS 20 TIMES.
                10  WS-Tbl-Vehicle-Id PIC X(6).
                10  WS-Tbl-Tank-Capacity PIC 9(3)V9.
                10  WS-Tbl-Disposed-Flag PIC X.
                    88  WS-Tbl-Disposed VALUE "Y".
        01  WS-Vehicle-Count PIC 99 VALUE ZEROES.
        01  WS-Vehicle-Idx PIC 99 VALUE ZEROES.
        01  WS-Found-Idx PIC 99 VALUE ZEROES.

        01  WS-Matched-Count PIC 9(4) VALUE ZEROES.
        01  WS-Unmatched-Count PIC 9(4) VALUE ZEROES.
        01  WS-Posted-Count PIC 9(4) VALUE ZEROES.
        01  WS-No-Odometer-Count PIC 9(4) VALUE ZEROES.
        01  WS-Over-Tank-Count PIC 9(4) VALUE ZEROES.
        01  WS-No-Vehicle-Count PIC 9(4) VALUE ZEROES.
        01  WS-Section-Count PIC 9(4) VALUE ZEROES.

        01  WS-Review-Reply PIC X VALUE SPACES.
            88  WS-Reply-Is-Yes VALUE "Y" "y".
        01  WS-Entry-Odometer PIC 9(6) VALUE ZEROES.
        01  WS-Prn-Gallons PIC ZZ9.999.
        01  WS-Prn-Amount PIC ZZ,ZZ9.99.

        01  ReconHeading PIC X(50) VALUE
            "Fuel Card Reconciliation".

        01  ReconSectionLine PIC X(60) VALUE SPACES.

        01  ReconColumnHeader.
            05  FILLER PIC X(8) VALUE "Vehicle".
            05  FILLER PIC X(10) VALUE "Date".
            05  FILLER PIC X(7) VALUE "Gallons".
            05  FILLER PIC X(9) VALUE " Odometer".
            05  FILLER PIC X(11) VALUE "     Amount".
            05  FILLER PIC X(22) VALUE "  Merchant".
            05  FILLER PIC X(32) VALUE "  Note".

        01  ReconDetailLine.
            05  PrnRecVehicleId PIC X(6).
            05  FILLER PIC X(2) VALUE SPACES.
            05  PrnRecDate PIC 9(8).
            05  FILLER PIC X(2) VALUE SPACES.
            05  PrnRecGallons PIC ZZ9.999.
            05  FILLER PIC X(3) VALUE SPACES.
            05  PrnRecOdometer PIC ZZZZZ9 BLANK WHEN ZERO.
            05  FILLER PIC X(2) VALUE SPACES.
            05  PrnRecAmount PIC ZZ,ZZ9.99.
            05  FILLER PIC X(2) VALUE SPACES.
            05  PrnRecMerchant PIC X(20).
            05  FILLER PIC X(2) VALUE SPACES.
            05  PrnRecNote PIC X(30).

        01  ReconNoneLine PIC X(20) VALUE "  (none)".

        01  ReconCountLine.
            05  PrnCntLabel PIC X(36).
            05  PrnCntValue PIC ZZZ9.

        01  ReconAmountLine.
            05  FILLER PIC X(36) VALUE "Card charges total $".
            05  PrnCntAmount PIC Z,ZZZ,ZZ9.99.

        PROCEDURE DIVISION.
        Begin.
            PERFORM Load-Card-File
            IF NOT WS-Card-File-Ok
                DISPLAY "Fuel-card file data/fuel-card.dat not "
                  "found -- nothing to import."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF NOT WS-Trailer-Was-Seen
              OR CT-Count NOT = WS-Charge-Count
              OR CT-Amount NOT = WS-Card-Total
              OR WS-Bad-Line-Count > ZEROES
                DISPLAY "Fuel-card file does not agree with its "
                  "trailer (" WS-Charge-Count " charges read, "
                  WS-Bad-Line-Count " unreadable) -- nothing posted."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM Load-Vehicle-Master
            PERFORM Load-Fuel-Log

            PERFORM Match-One-Charge
                VARYING WS-Charge-Idx FROM 1 BY 1
                UNTIL WS-Charge-Idx > WS-Charge-Count

            IF WS-Unmatched-Count > ZEROES
                DISPLAY WS-Unmatched-Count " card charge(s) with no "
                  "fill-up in the fuel log -- review each."
                PERFORM Review-One-Charge
                    VARYING WS-Charge-Idx FROM 1 BY 1
                    UNTIL WS-Charge-Idx > WS-Charge-Count
            END-IF

            PERFORM Print-Reconciliation

            DISPLAY "Card charges: " WS-Charge-Count
              "  matched: " WS-Matched-Count
              "  posted: " WS-Posted-Count
            DISPLAY "Over tank: " WS-Over-Tank-Count
              "  no odometer: " WS-No-Odometer-Count
              " -- output/fuel-card-recon.txt"
            IF WS-Over-Tank-Count > ZEROES
              OR WS-No-Vehicle-Count > ZEROES
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

        Load-Card-File.
            OPEN INPUT CardFile
            IF NOT WS-Card-File-Ok
                EXIT PARAGRAPH
            END-IF
            READ CardFile
                AT END MOVE "Y" TO WS-Eof-Flag
            END-READ
            PERFORM Load-One-Card-Line UNTIL WS-Eof-File
            CLOSE CardFile
            MOVE "00" TO WS-Card-File-Status.

        Load-One-Card-Line.
            MOVE CardRec TO WS-Card-Work-Line
            EVALUATE CD-Record-Type
                WHEN "D"
                    IF CD-Date-X NOT NUMERIC
                      OR CD-Gallons-X NOT NUMERIC
                      OR CD-Odometer-X NOT NUMERIC
                      OR CD-Amount-X NOT NUMERIC
                      OR WS-Charge-Count >= 500
                        ADD 1 TO WS-Bad-Line-Count
                    ELSE
                        PERFORM Add-One-Charge
                    END-IF
                WHEN "T"
                    IF CT-Count-X NUMERIC AND CT-Amount-X NUMERIC
                        MOVE "Y" TO WS-Trailer-Seen-Flag
                    ELSE
                        ADD 1 TO WS-Bad-Line-Count
                    END-IF
                WHEN OTHER
                    ADD 1 TO WS-Bad-Line-Count
            END-EVALUATE
            IF WS-Trailer-Was-Seen
                MOVE "Y" TO WS-Eof-Flag
            ELSE
                READ CardFile
                    AT END MOVE "Y" TO WS-Eof-Flag
                END-READ
            END-IF.

        Add-One-Charge.
            ADD 1 TO WS-Charge-Count
            MOVE CD-Vehicle-Id TO WS-CH-Vehicle-Id(WS-Charge-Count)
            MOVE CD-Date TO WS-CH-Date(WS-Charge-Count)
            MOVE CD-Gallons TO WS-CH-Gallons(WS-Charge-Count)
            MOVE CD-Odometer TO WS-CH-Odometer(WS-Charge-Count)
            MOVE CD-Amount TO WS-CH-Amount(WS-Charge-Count)
            MOVE CD-Merchant TO WS-CH-Merchant(WS-Charge-Count)
            MOVE "U" TO WS-CH-Status(WS-Charge-Count)
            MOVE ZEROES TO WS-CH-Vehicle-Idx(WS-Charge-Count)
            ADD CD-Amount TO WS-Card-Total.

        Load-Vehicle-Master.
      * Without a master there is nothing to check vehicles or
      * tank sizes against; every charge is then taken as on file.
            MOVE "N" TO WS-Eof-Flag
            OPEN INPUT VehicleFile
            IF NOT WS-Vehicle-File-Ok
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-Master-Loaded-Flag
            READ VehicleFile
                AT END MOVE "Y" TO WS-Eof-Flag
            END-READ
            PERFORM Load-One-Vehicle UNTIL WS-Eof-File
            CLOSE VehicleFile.

        Load-One-Vehicle.
            IF WS-Vehicle-Count < 20
                ADD 1 TO WS-Vehicle-Count
                MOVE VM-Vehicle-Id
                  TO WS-Tbl-Vehicle-Id(WS-Vehicle-Count)
                IF VM-Tank-Capacity NUMERIC
                    MOVE VM-Tank-Capacity
                      TO WS-Tbl-Tank-Capacity(WS-Vehicle-Count)
                ELSE
                    MOVE ZEROES
                      TO WS-Tbl-Tank-Capacity(WS-Vehicle-Count)
                END-IF
                MOVE "N" TO WS-Tbl-Disposed-Flag(WS-Vehicle-Count)
                IF VM-Disposed
                    MOVE "Y" TO WS-Tbl-Disposed-Flag(WS-Vehicle-Count)
                END-IF
            END-IF
            READ VehicleFile
                AT END MOVE "Y" TO WS-Eof-Flag
            END-READ.

        Load-Fuel-Log.
            MOVE "N" TO WS-Eof-Flag
            OPEN INPUT FuelLogFile
            IF NOT WS-Fuel-File-Ok
                EXIT PARAGRAPH
            END-IF
            READ FuelLogFile
                AT END MOVE "Y" TO WS-Eof-Flag
            END-READ
            PERFORM Load-One-Fill UNTIL WS-Eof-File
            CLOSE FuelLogFile.

        Load-One-Fill.
            IF WS-Fill-Count < 2000
                ADD 1 TO WS-Fill-Count
                MOVE FL-Vehicle-Id TO WS-FT-Vehicle-Id(WS-Fill-Count)
                MOVE FL-Fill-Date TO WS-FT-Date(WS-Fill-Count)
                MOVE FL-Gallons TO WS-FT-Gallons(WS-Fill-Count)
                MOVE "N" TO WS-FT-Used-Flag(WS-Fill-Count)
            END-IF
            READ FuelLogFile
                AT END MOVE "Y" TO WS-Eof-Flag
            END-READ.

        Match-One-Charge.
            PERFORM Find-Charge-Vehicle
            IF WS-Found-Idx = ZEROES AND WS-Master-Loaded
                MOVE "V" TO WS-CH-Status(WS-Charge-Idx)
                ADD 1 TO WS-No-Vehicle-Count
                EXIT PARAGRAPH
            END-IF
            MOVE WS-Found-Idx TO WS-CH-Vehicle-Idx(WS-Charge-Idx)
            IF WS-Found-Idx > ZEROES
                IF WS-Tbl-Disposed(WS-Found-Idx)
                    MOVE "V" TO WS-CH-Status(WS-Charge-Idx)
                    ADD 1 TO WS-No-Vehicle-Count
                    EXIT PARAGRAPH
                END-IF
                IF WS-Tbl-Tank-Capacity(WS-Found-Idx) > ZEROES
                  AND WS-CH-Gallons(WS-Charge-Idx)
                      > WS-Tbl-Tank-Capacity(WS-Found-Idx)
                    ADD 1 TO WS-Over-Tank-Count
                END-IF
            END-IF

            MOVE ZEROES TO WS-Fill-Found-Idx
            PERFORM Check-One-Fill
                VARYING WS-Fill-Idx FROM 1 BY 1
                UNTIL WS-Fill-Idx > WS-Fill-Count
                  OR WS-Fill-Found-Idx > ZEROES
            IF WS-Fill-Found-Idx > ZEROES
                MOVE "Y" TO WS-FT-Used-Flag(WS-Fill-Found-Idx)
                MOVE "M" TO WS-CH-Status(WS-Charge-Idx)
                ADD 1 TO WS-Matched-Count
            ELSE
                ADD 1 TO WS-Unmatched-Count
            END-IF.

        Find-Charge-Vehicle.
            MOVE ZEROES TO WS-Found-Idx
            PERFORM Check-One-Vehicle
                VARYING WS-Vehicle-Idx FROM 1 BY 1
                UNTIL WS-Vehicle-Idx > WS-Vehicle-Count
                  OR WS-Found-Idx > ZEROES.

        Check-One-Vehicle.
            IF WS-Tbl-Vehicle-Id(WS-Vehicle-Idx)
               = WS-CH-Vehicle-Id(WS-Charge-Idx)
                MOVE WS-Vehicle-Idx TO WS-Found-Idx
            END-IF.

        Check-One-Fill.
            IF WS-FT-Vehicle-Id(WS-Fill-Idx)
               = WS-CH-Vehicle-Id(WS-Charge-Idx)
              AND WS-FT-Date(WS-Fill-Idx) = WS-CH-Date(WS-Charge-Idx)
              AND NOT WS-FT-Is-Used(WS-Fill-Idx)
                COMPUTE WS-Gallons-Diff =
                  WS-FT-Gallons(WS-Fill-Idx)
                  - WS-CH-Gallons(WS-Charge-Idx)
                IF WS-Gallons-Diff <= 0.1
                  AND WS-Gallons-Diff >= -0.1
                    MOVE WS-Fill-Idx TO WS-Fill-Found-Idx
                END-IF
            END-IF.

        Review-One-Charge.
            IF NOT WS-CH-Unmatched(WS-Charge-Idx)
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CH-Gallons(WS-Charge-Idx) TO WS-Prn-Gallons
            MOVE WS-CH-Amount(WS-Charge-Idx) TO WS-Prn-Amount
            DISPLAY " "
            DISPLAY WS-CH-Vehicle-Id(WS-Charge-Idx) "  "
              WS-CH-Date(WS-Charge-Idx) "  " WS-Prn-Gallons " gal  $"
              WS-Prn-Amount "  " WS-CH-Merchant(WS-Charge-Idx)
            IF WS-CH-Odometer(WS-Charge-Idx) > ZEROES
                DISPLAY "  pump odometer "
                  WS-CH-Odometer(WS-Charge-Idx)
            END-IF
            DISPLAY "Post as a fill-up in the fuel log? (Y/N): "
              WITH NO ADVANCING
            ACCEPT WS-Review-Reply
            IF NOT WS-Reply-Is-Yes
                MOVE "N" TO WS-CH-Status(WS-Charge-Idx)
                EXIT PARAGRAPH
            END-IF

            MOVE WS-CH-Odometer(WS-Charge-Idx) TO WS-Entry-Odometer
            IF WS-Entry-Odometer = ZEROES
                DISPLAY "No odometer at the pump -- odometer at "
                  "fill-up (0 to leave unposted): " WITH NO ADVANCING
                ACCEPT WS-Entry-Odometer
            END-IF
            IF WS-Entry-Odometer = ZEROES
                MOVE "N" TO WS-CH-Status(WS-Charge-Idx)
                DISPLAY "Not posted."
                EXIT PARAGRAPH
            END-IF

            OPEN EXTEND FuelLogFile
            IF WS-Fuel-File-Missing
                OPEN OUTPUT FuelLogFile
            END-IF
            MOVE WS-CH-Vehicle-Id(WS-Charge-Idx) TO FL-Vehicle-Id
            MOVE WS-CH-Date(WS-Charge-Idx) TO FL-Fill-Date
            MOVE WS-Entry-Odometer TO FL-Odometer
            COMPUTE FL-Gallons ROUNDED = WS-CH-Gallons(WS-Charge-Idx)
            MOVE WS-CH-Amount(WS-Charge-Idx) TO FL-Cost
            WRITE FuelLogRecord
            CLOSE FuelLogFile
            MOVE "P" TO WS-CH-Status(WS-Charge-Idx)
            ADD 1 TO WS-Posted-Count
            DISPLAY "Fill-up posted for "
              WS-CH-Vehicle-Id(WS-Charge-Idx) ".".

        Print-Reconciliation.
            OPEN OUTPUT ReconReport
            WRITE ReconPrintLine FROM ReconHeading
              AFTER ADVANCING PAGE

            MOVE "Card charges with no matching fill-up"
              TO ReconSectionLine
            PERFORM Start-Section
            PERFORM Print-If-Unmatched
                VARYING WS-Charge-Idx FROM 1 BY 1
                UNTIL WS-Charge-Idx > WS-Charge-Count
            PERFORM End-Section

            MOVE "Card charges with no odometer reading"
              TO ReconSectionLine
            PERFORM Start-Section
            PERFORM Print-If-No-Odometer
                VARYING WS-Charge-Idx FROM 1 BY 1
                UNTIL WS-Charge-Idx > WS-Charge-Count
            PERFORM End-Section

            MOVE "Fill-ups over the vehicle's tank capacity"
              TO ReconSectionLine
            PERFORM Start-Section
            PERFORM Print-If-Over-Tank
                VARYING WS-Charge-Idx FROM 1 BY 1
                UNTIL WS-Charge-Idx > WS-Charge-Count
            PERFORM End-Section

            MOVE "Card charges on vehicles not on the master or sold"
              TO ReconSectionLine
            PERFORM Start-Section
            PERFORM Print-If-No-Vehicle
                VARYING WS-Charge-Idx FROM 1 BY 1
                UNTIL WS-Charge-Idx > WS-Charge-Count
            PERFORM End-Section

            MOVE "Card charges read" TO PrnCntLabel
            MOVE WS-Charge-Count TO PrnCntValue
            WRITE ReconPrintLine FROM ReconCountLine
              AFTER ADVANCING 3 LINES
            MOVE WS-Card-Total TO PrnCntAmount
            WRITE ReconPrintLine FROM ReconAmountLine
              AFTER ADVANCING 1 LINE
            MOVE "Matched to the fuel log" TO PrnCntLabel
            MOVE WS-Matched-Count TO PrnCntValue
            WRITE ReconPrintLine FROM ReconCountLine
              AFTER ADVANCING 1 LINE
            MOVE "Posted to the fuel log on review" TO PrnCntLabel
            MOVE WS-Posted-Count TO PrnCntValue
            WRITE ReconPrintLine FROM ReconCountLine
              AFTER ADVANCING 1 LINE
            COMPUTE PrnCntValue = WS-Unmatched-Count - WS-Posted-Count
            MOVE "Left unmatched" TO PrnCntLabel
            WRITE ReconPrintLine FROM ReconCountLine
              AFTER ADVANCING 1 LINE
            CLOSE ReconReport.

        Start-Section.
            MOVE ZEROES TO WS-Section-Count
            WRITE ReconPrintLine FROM ReconSectionLine
              AFTER ADVANCING 3 LINES
            WRITE ReconPrintLine FROM ReconColumnHeader
              AFTER ADVANCING 2 LINES.

        End-Section.
            IF WS-Section-Count = ZEROES
                WRITE ReconPrintLine FROM ReconNoneLine
                  AFTER ADVANCING 1 LINE
            END-IF.

        Print-If-Unmatched.
            EVALUATE TRUE
                WHEN WS-CH-Posted(WS-Charge-Idx)
                    MOVE "POSTED ON REVIEW" TO PrnRecNote
                WHEN WS-CH-Not-Posted(WS-Charge-Idx)
                  OR WS-CH-Unmatched(WS-Charge-Idx)
                    MOVE "NOT POSTED -- FOLLOW UP" TO PrnRecNote
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE
            PERFORM Print-Charge-Line.

        Print-If-No-Odometer.
      * A matched charge has its odometer from the fill-up, and a
      * charge posted on review had one keyed.
            IF WS-CH-Odometer(WS-Charge-Idx) = ZEROES
              AND NOT WS-CH-Matched(WS-Charge-Idx)
              AND NOT WS-CH-Posted(WS-Charge-Idx)
                ADD 1 TO WS-No-Odometer-Count
                MOVE "NO PUMP OR LOG ODOMETER" TO PrnRecNote
                PERFORM Print-Charge-Line
            END-IF.

        Print-If-Over-Tank.
            MOVE WS-CH-Vehicle-Idx(WS-Charge-Idx) TO WS-Found-Idx
            IF WS-Found-Idx = ZEROES
              OR WS-CH-No-Vehicle(WS-Charge-Idx)
                EXIT PARAGRAPH
            END-IF
            IF WS-Tbl-Tank-Capacity(WS-Found-Idx) > ZEROES
              AND WS-CH-Gallons(WS-Charge-Idx)
                  > WS-Tbl-Tank-Capacity(WS-Found-Idx)
                MOVE SPACES TO PrnRecNote
                MOVE WS-Tbl-Tank-Capacity(WS-Found-Idx)
                  TO WS-Prn-Gallons
                STRING "TANK HOLDS " DELIMITED BY SIZE
                  WS-Prn-Gallons DELIMITED BY SIZE
                  " GAL" DELIMITED BY SIZE
                  INTO PrnRecNote
                END-STRING
                PERFORM Print-Charge-Line
            END-IF.

        Print-If-No-Vehicle.
            IF WS-CH-No-Vehicle(WS-Charge-Idx)
                IF WS-CH-Vehicle-Idx(WS-Charge-Idx) > ZEROES
                    MOVE "VEHICLE DISPOSED OF" TO PrnRecNote
                ELSE
                    MOVE "NOT ON VEHICLE MASTER" TO PrnRecNote
                END-IF
                PERFORM Print-Charge-Line
            END-IF.

        Print-Charge-Line.
            MOVE WS-CH-Vehicle-Id(WS-Charge-Idx) TO PrnRecVehicleId
            MOVE WS-CH-Date(WS-Charge-Idx) TO PrnRecDate
            MOVE WS-CH-Gallons(WS-Charge-Idx) TO PrnRecGallons
            MOVE WS-CH-Odometer(WS-Charge-Idx) TO PrnRecOdometer
            MOVE WS-CH-Amount(WS-Charge-Idx) TO PrnRecAmount
            MOVE WS-CH-Merchant(WS-Charge-Idx) TO PrnRecMerchant
            WRITE ReconPrintLine FROM ReconDetailLine
              AFTER ADVANCING 1 LINE
            ADD 1 TO WS-Section-Count.
