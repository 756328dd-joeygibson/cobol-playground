        IDENTIFICATION DIVISION.
        PROGRAM-ID. VehMaint.
      * Vehicle-master maintenance: add a vehicle with its
      * description, in-service date and tank capacity, change a
      * description or tank capacity, retire one, or list the
      * fleet. The master is small, so it
      * is loaded into a table, edited there, and written back on
      * quit. The mileage, fuel and service entry programs validate
      * against this file -- the logs finally know we run four
      * vehicles, not one.
      * Each vehicle also carries its acquisition cost, salvage
      * value, useful life in months and depreciation method for the
      * monthly FleetDepr run; the terms can be changed only until
      * depreciation has been taken. A vehicle sold is disposed of
      * here -- sale date and proceeds, with the gain or loss on its
      * book value shown and kept on the master -- and the entry
      * programs take nothing further against it. Retire is for a
      * vehicle entered in error: one with depreciation on the books
      * has to be disposed of instead.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            COPY VEHREC.

        WORKING-STORAGE SECTION.
            COPY DATEVAL.

        01  WS-Vehicle-File-Status PIC XX VALUE SPACES.
            88  WS-Vehicle-File-Ok VALUE "00".

                10  WS-Tbl-Vehicle-Id PIC X(6).
                10  WS-Tbl-Description PIC X(20).
                10  WS-Tbl-In-Service PIC 9(8).
                10  WS-Tbl-Tank-Capacity PIC 9(3)V9.
                10  WS-Tbl-Cost PIC 9(7)V99.
                10  WS-Tbl-Salvage PIC 9(7)V99.
                10  WS-Tbl-Life PIC 9(3).
                10  WS-Tbl-Method PIC X.
                10  WS-Tbl-Accum-Depr PIC 9(7)V99.
                10  WS-Tbl-Last-Depr-Month PIC 9(6).
                10  WS-Tbl-Status PIC X.
                    88  WS-Tbl-Active VALUE "A" " ".
                    88  WS-Tbl-Disposal-Pending VALUE "D".
                10  WS-Tbl-Disposal-Date PIC 9(8).
                10  WS-Tbl-Proceeds PIC 9(7)V99.
                10  WS-Tbl-Gain-Loss PIC S9(7)V99
                    SIGN LEADING SEPARATE.
        01  WS-Vehicle-Count PIC 99 VALUE ZEROES.
        01  WS-Vehicle-Idx PIC 99 VALUE ZEROES.
        01  WS-Found-Idx PIC 99 VALUE ZEROES.
        01  WS-Menu-Choice PIC X VALUE SPACES.
            88  WantsAdd VALUE "A" "a".
            88  WantsChange VALUE "C" "c".
            88  WantsDispose VALUE "D" "d".
            88  WantsRetire VALUE "R" "r".
            88  WantsList VALUE "L" "l".
            88  WantsQuit VALUE "Q" "q".
        01  WS-Work-Vehicle-Id PIC X(6) VALUE SPACES.
        01  WS-Work-Description PIC X(20) VALUE SPACES.
        01  WS-Work-In-Service PIC 9(8) VALUE ZEROES.
        01  WS-Work-Tank-Capacity PIC 9(3)V9 VALUE ZEROES.
        01  WS-Prn-Tank-Capacity PIC ZZ9.9.
        01  WS-Work-Cost PIC 9(7)V99 VALUE ZEROES.
        01  WS-Work-Salvage PIC 9(7)V99 VALUE ZEROES.
        01  WS-Work-Life PIC 9(3) VALUE ZEROES.
        01  WS-Work-Method PIC X VALUE SPACE.
            88  WS-Work-Method-Valid VALUE "S" "s" "D" "d".
        01  WS-Work-Sale-Date PIC 9(8) VALUE ZEROES.
        01  WS-Work-Proceeds PIC 9(7)V99 VALUE ZEROES.
        01  WS-Book-Value PIC S9(7)V99 VALUE ZEROES.
        01  WS-Gain-Loss PIC S9(7)V99 VALUE ZEROES.
        01  WS-Prn-Money PIC Z,ZZZ,ZZ9.99-.
        01  WS-Prn-Status PIC X(24) VALUE SPACES.
        01  WS-Confirm PIC X VALUE SPACES.
            88  WS-Confirmed VALUE "Y" "y".

        PROCEDURE DIVISION.
        Begin.

            PERFORM UNTIL WantsQuit
                DISPLAY " "
                DISPLAY "(A)dd, (C)hange, (D)ispose, (R)etire, "
                  "(L)ist, (Q)uit: " WITH NO ADVANCING
                ACCEPT WS-Menu-Choice
                EVALUATE TRUE
                    WHEN WantsAdd PERFORM Add-Vehicle
                    WHEN WantsChange PERFORM Change-Vehicle
                    WHEN WantsDispose PERFORM Dispose-Vehicle
                    WHEN WantsRetire PERFORM Retire-Vehicle
                    WHEN WantsList PERFORM List-Vehicles
                    WHEN WantsQuit CONTINUE
                    WHEN OTHER
                        DISPLAY "Please choose A, C, D, R, L or Q."
                END-EVALUATE
            END-PERFORM

        Load-One-Vehicle.
            IF WS-Vehicle-Count < 20
                ADD 1 TO WS-Vehicle-Count
                PERFORM Default-Missing-Fields
                MOVE VehicleRecord
                  TO WS-Vehicle-Entry(WS-Vehicle-Count)
            END-IF
            READ VehicleFile
                AT END MOVE "Y" TO WS-Eof-Flag
            END-READ.

        Default-Missing-Fields.
      * Older master lines stop short of the later fields.
            IF VM-Tank-Capacity NOT NUMERIC
                MOVE ZEROES TO VM-Tank-Capacity
            END-IF
            IF VM-Acquisition-Cost NOT NUMERIC
                MOVE ZEROES TO VM-Acquisition-Cost
            END-IF
            IF VM-Salvage-Value NOT NUMERIC
                MOVE ZEROES TO VM-Salvage-Value
            END-IF
            IF VM-Useful-Life NOT NUMERIC
                MOVE ZEROES TO VM-Useful-Life
            END-IF
            IF VM-Accum-Depr NOT NUMERIC
                MOVE ZEROES TO VM-Accum-Depr
            END-IF
            IF VM-Last-Depr-Month NOT NUMERIC
                MOVE ZEROES TO VM-Last-Depr-Month
            END-IF
            IF VM-Status = SPACE
                MOVE "A" TO VM-Status
            END-IF
            IF VM-Disposal-Date NOT NUMERIC
                MOVE ZEROES TO VM-Disposal-Date
            END-IF
            IF VM-Sale-Proceeds NOT NUMERIC
                MOVE ZEROES TO VM-Sale-Proceeds
            END-IF
            IF VM-Gain-Loss NOT NUMERIC
                MOVE ZEROES TO VM-Gain-Loss
            END-IF.

        Save-Vehicles.
            OPEN OUTPUT VehicleFile
            PERFORM Save-One-Vehicle
              " vehicle(s).".

        Save-One-Vehicle.
            MOVE WS-Vehicle-Entry(WS-Vehicle-Idx) TO VehicleRecord
            WRITE VehicleRecord.

        Find-Vehicle.
                    DISPLAY "In-service date (YYYYMMDD): "
                      WITH NO ADVANCING
                    ACCEPT WS-Work-In-Service
                    DISPLAY "Tank capacity (gallons, nnn.n): "
                      WITH NO ADVANCING
                    ACCEPT WS-Work-Tank-Capacity
                    PERFORM UNTIL WS-Work-Tank-Capacity > ZEROES
                        DISPLAY "Enter the tank capacity: "
                          WITH NO ADVANCING
                        ACCEPT WS-Work-Tank-Capacity
                    END-PERFORM

                    PERFORM Get-Depreciation-Terms

                    ADD 1 TO WS-Vehicle-Count
                    INITIALIZE WS-Vehicle-Entry(WS-Vehicle-Count)
                    MOVE "A" TO WS-Tbl-Status(WS-Vehicle-Count)
                    MOVE WS-Work-Vehicle-Id
                      TO WS-Tbl-Vehicle-Id(WS-Vehicle-Count)
                    MOVE WS-Work-Description
                      TO WS-Tbl-Description(WS-Vehicle-Count)
                    MOVE WS-Work-In-Service
                      TO WS-Tbl-In-Service(WS-Vehicle-Count)
                    MOVE WS-Work-Tank-Capacity
                      TO WS-Tbl-Tank-Capacity(WS-Vehicle-Count)
                    MOVE WS-Vehicle-Count TO WS-Found-Idx
                    PERFORM Store-Depreciation-Terms
                    DISPLAY "Vehicle added."
                END-IF
            END-IF.
                    MOVE WS-Work-Description
                      TO WS-Tbl-Description(WS-Found-Idx)
                END-IF
                MOVE WS-Tbl-Tank-Capacity(WS-Found-Idx)
                  TO WS-Prn-Tank-Capacity
                DISPLAY "Tank capacity [" WS-Prn-Tank-Capacity
                  "] (0 keeps it): " WITH NO ADVANCING
                ACCEPT WS-Work-Tank-Capacity
                IF WS-Work-Tank-Capacity > ZEROES
                    MOVE WS-Work-Tank-Capacity
                      TO WS-Tbl-Tank-Capacity(WS-Found-Idx)
                END-IF
                PERFORM Change-Depreciation-Terms
                DISPLAY "Vehicle changed."
            END-IF.

        Get-Depreciation-Terms.
            DISPLAY "Acquisition cost (nnnnnnn.nn, 0 if none): "
              WITH NO ADVANCING
            ACCEPT WS-Work-Cost
            MOVE ZEROES TO WS-Work-Salvage
            MOVE ZEROES TO WS-Work-Life
            MOVE "S" TO WS-Work-Method
            IF WS-Work-Cost = ZEROES
                EXIT PARAGRAPH
            END-IF
            DISPLAY "Salvage value: " WITH NO ADVANCING
            ACCEPT WS-Work-Salvage
            PERFORM UNTIL WS-Work-Salvage < WS-Work-Cost
                DISPLAY "Salvage must be less than the cost: "
                  WITH NO ADVANCING
                ACCEPT WS-Work-Salvage
            END-PERFORM
            DISPLAY "Useful life (months): " WITH NO ADVANCING
            ACCEPT WS-Work-Life
            PERFORM UNTIL WS-Work-Life > ZEROES
                DISPLAY "Enter the useful life in months: "
                  WITH NO ADVANCING
                ACCEPT WS-Work-Life
            END-PERFORM
            DISPLAY "Method -- (S)traight line or (D)eclining "
              "balance: " WITH NO ADVANCING
            ACCEPT WS-Work-Method
            PERFORM UNTIL WS-Work-Method-Valid
                DISPLAY "Enter S or D: " WITH NO ADVANCING
                ACCEPT WS-Work-Method
            END-PERFORM.

        Store-Depreciation-Terms.
            MOVE WS-Work-Cost TO WS-Tbl-Cost(WS-Found-Idx)
            MOVE WS-Work-Salvage TO WS-Tbl-Salvage(WS-Found-Idx)
            MOVE WS-Work-Life TO WS-Tbl-Life(WS-Found-Idx)
            MOVE FUNCTION UPPER-CASE(WS-Work-Method)
              TO WS-Tbl-Method(WS-Found-Idx).

        Change-Depreciation-Terms.
      * Once FleetDepr has taken depreciation the terms are fixed;
      * a vehicle set up before costs were kept can still be given
      * them.
            IF WS-Tbl-Accum-Depr(WS-Found-Idx) > ZEROES
              OR NOT WS-Tbl-Active(WS-Found-Idx)
                EXIT PARAGRAPH
            END-IF
            MOVE WS-Tbl-Cost(WS-Found-Idx) TO WS-Prn-Money
            DISPLAY "Cost " WS-Prn-Money " life "
              WS-Tbl-Life(WS-Found-Idx) " months method "
              WS-Tbl-Method(WS-Found-Idx)
              " -- change depreciation terms (Y/N)? "
              WITH NO ADVANCING
            ACCEPT WS-Confirm
            IF WS-Confirmed
                PERFORM Get-Depreciation-Terms
                PERFORM Store-Depreciation-Terms
            END-IF.

        Dispose-Vehicle.
            DISPLAY "Vehicle id: " WITH NO ADVANCING
            ACCEPT WS-Work-Vehicle-Id
            PERFORM Find-Vehicle
            IF WS-Found-Idx = ZEROES
                DISPLAY "Vehicle " WS-Work-Vehicle-Id " not found."
                EXIT PARAGRAPH
            END-IF
            IF NOT WS-Tbl-Active(WS-Found-Idx)
                DISPLAY "Vehicle " WS-Work-Vehicle-Id " was already "
                  "disposed of on " WS-Tbl-Disposal-Date(WS-Found-Idx)
                  "."
                EXIT PARAGRAPH
            END-IF

            DISPLAY "Sale date (YYYYMMDD): " WITH NO ADVANCING
            ACCEPT WS-Work-Sale-Date
            MOVE WS-Work-Sale-Date TO DateToValidate
            PERFORM ValidateDateField
            IF NOT DateFieldIsValid
              OR WS-Work-Sale-Date < WS-Tbl-In-Service(WS-Found-Idx)
                DISPLAY "Sale date must be a real date on or after "
                  "the in-service date -- not disposed."
                EXIT PARAGRAPH
            END-IF
            DISPLAY "Sale proceeds (nnnnnnn.nn): " WITH NO ADVANCING
            ACCEPT WS-Work-Proceeds

            COMPUTE WS-Book-Value = WS-Tbl-Cost(WS-Found-Idx)
              - WS-Tbl-Accum-Depr(WS-Found-Idx)
            COMPUTE WS-Gain-Loss = WS-Work-Proceeds - WS-Book-Value
            MOVE WS-Book-Value TO WS-Prn-Money
            DISPLAY "Book value      " WS-Prn-Money
            MOVE WS-Work-Proceeds TO WS-Prn-Money
            DISPLAY "Proceeds        " WS-Prn-Money
            MOVE WS-Gain-Loss TO WS-Prn-Money
            IF WS-Gain-Loss < ZEROES
                DISPLAY "Loss on sale    " WS-Prn-Money
            ELSE
                DISPLAY "Gain on sale    " WS-Prn-Money
            END-IF
            DISPLAY "Record the disposal (Y/N)? " WITH NO ADVANCING
            ACCEPT WS-Confirm
            IF NOT WS-Confirmed
                DISPLAY "Not disposed."
                EXIT PARAGRAPH
            END-IF

            MOVE "D" TO WS-Tbl-Status(WS-Found-Idx)
            MOVE WS-Work-Sale-Date
              TO WS-Tbl-Disposal-Date(WS-Found-Idx)
            MOVE WS-Work-Proceeds TO WS-Tbl-Proceeds(WS-Found-Idx)
            MOVE WS-Gain-Loss TO WS-Tbl-Gain-Loss(WS-Found-Idx)
            DISPLAY "Vehicle disposed of -- FleetDepr journals the "
              "sale at month end.".

        Retire-Vehicle.
            DISPLAY "Vehicle id: " WITH NO ADVANCING
            ACCEPT WS-Work-Vehicle-Id
            PERFORM Find-Vehicle
            IF WS-Found-Idx = ZEROES
                DISPLAY "Vehicle " WS-Work-Vehicle-Id " not found."
                EXIT PARAGRAPH
            END-IF
            IF WS-Tbl-Disposal-Pending(WS-Found-Idx)
                DISPLAY "The sale is not journaled yet -- retire "
                  "after the month-end FleetDepr run."
                EXIT PARAGRAPH
            END-IF
            IF WS-Tbl-Active(WS-Found-Idx)
              AND WS-Tbl-Accum-Depr(WS-Found-Idx) > ZEROES
                DISPLAY "Vehicle has depreciation on the books -- "
                  "dispose of it instead."
                EXIT PARAGRAPH
            END-IF

            PERFORM VARYING WS-Shift-Idx FROM WS-Found-Idx BY 1
                UNTIL WS-Shift-Idx >= WS-Vehicle-Count
                MOVE WS-Vehicle-Entry(WS-Shift-Idx + 1)
                  TO WS-Vehicle-Entry(WS-Shift-Idx)
            END-PERFORM
            SUBTRACT 1 FROM WS-Vehicle-Count
            DISPLAY "Vehicle retired from the master.".

        List-Vehicles.
            PERFORM List-One-Vehicle
                UNTIL WS-Vehicle-Idx > WS-Vehicle-Count.

        List-One-Vehicle.
            MOVE WS-Tbl-Tank-Capacity(WS-Vehicle-Idx)
              TO WS-Prn-Tank-Capacity
            DISPLAY WS-Tbl-Vehicle-Id(WS-Vehicle-Idx) "  "
              WS-Tbl-Description(WS-Vehicle-Idx) "  in service "
              WS-Tbl-In-Service(WS-Vehicle-Idx) "  tank "
              WS-Prn-Tank-Capacity " gal"
            COMPUTE WS-Book-Value = WS-Tbl-Cost(WS-Vehicle-Idx)
              - WS-Tbl-Accum-Depr(WS-Vehicle-Idx)
            MOVE WS-Book-Value TO WS-Prn-Money
            IF WS-Tbl-Active(WS-Vehicle-Idx)
                MOVE "active" TO WS-Prn-Status
            ELSE
                MOVE SPACES TO WS-Prn-Status
                STRING "disposed of " DELIMITED BY SIZE
                  WS-Tbl-Disposal-Date(WS-Vehicle-Idx)
                  DELIMITED BY SIZE
                  INTO WS-Prn-Status
                END-STRING
            END-IF
            DISPLAY "        book value " WS-Prn-Money "  "
              WS-Prn-Status.

            COPY DATEVALP.
