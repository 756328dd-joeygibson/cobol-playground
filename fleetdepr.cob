        IDENTIFICATION DIVISION.
        PROGRAM-ID. FleetDepr.
      * Month-end fleet depreciation: takes each active vehicle's
      * depreciation for the month from the VehMaint master --
      * straight line (cost less salvage spread evenly over the
      * useful life) or double-declining balance (twice the
      * straight-line rate on the book value, the last month of the
      * life bringing it down to salvage) -- starting with the
      * in-service month, and catching up any month a run was
      * missed. Vehicles disposed of since the last run have their
      * sale journaled: proceeds and the depreciation taken come off
      * the vehicle's cost, and the difference is the gain or loss
      * on sale. The schedule, output/fleet-depreciation.txt, shows
      * every vehicle's cost, depreciation before and in this run,
      * and book value, then the disposals. The journal lines go to
      * output/gl-journal.dat in GlExport's layout and to the
      * journal history data/gl-history.dat (source F), mapped in
      * data/gl-accounts.dat under codes Y (depreciation), H (sale
      * proceeds), J (depreciation written off on sale), L (loss on
      * sale) and I (gain on sale); a code needed but not mapped
      * stops the run with nothing posted and a failing
      * RETURN-CODE. Depreciation taken and disposals journaled are
      * marked on the master, so a rerun for the same month posts
      * nothing twice. Run after that night's GlExport with the
      * month as yyyymm; with no argument the current month is run.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT VehicleFile ASSIGN TO 'data/vehicle-master.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-Vehicle-File-Status.

            SELECT GlMapFile ASSIGN TO 'data/gl-accounts.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-Map-File-Status.

            SELECT JournalFile ASSIGN TO 'output/gl-journal.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-Journal-File-Status.

            SELECT GlHistFile ASSIGN TO 'data/gl-history.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-Hist-File-Status.

            SELECT ScheduleReport ASSIGN TO
              'output/fleet-depreciation.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  VehicleFile.
            COPY VEHREC.

        FD  GlMapFile.
            COPY GLMAP.

        FD  JournalFile.
        01  JournalExportLine PIC X(60).

        FD  GlHistFile.
            COPY GLHIST.

        FD  ScheduleReport.
        01  SchedulePrintLine PIC X(140).

        WORKING-STORAGE SECTION.
        01  WS-Vehicle-File-Status PIC XX VALUE SPACES.
            88  WS-Vehicle-File-Ok VALUE "00".
        01  WS-Map-File-Status PIC XX VALUE SPACES.
            88  WS-Map-File-Ok VALUE "00".
        01  WS-Journal-File-Status PIC XX VALUE SPACES.
            88  WS-Journal-File-Missing VALUE "35".
        01  WS-Hist-File-Status PIC XX VALUE SPACES.
            88  WS-Hist-File-Missing VALUE "35".

        01  WS-Eof-Flag PIC X VALUE "N".
            88  WS-Eof-File VALUE "Y".

        01  WS-Args-Count PIC 9(2) VALUE ZEROES.
        01  WS-Today PIC 9(8) VALUE ZEROES.
        01  WS-Run-Month PIC 9(6) VALUE ZEROES.
        01  WS-Run-Month-Parts REDEFINES WS-Run-Month.
            05  WS-Run-Year PIC 9(4).
            05  WS-Run-Month-No PIC 99.
                88  WS-Run-Month-Valid VALUE 1 THRU 12.
        01  WS-Run-Serial PIC 9(6) VALUE ZEROES.
        01  WS-Month-End-Date PIC 9(8) VALUE ZEROES.
        01  WS-Next-Month-First PIC 9(8) VALUE ZEROES.

        01  WS-Vehicle-Table.
            05  WS-Vehicle-Entry OCCURS 20 TIMES.
                10  WS-Tbl-Vehicle-Id PIC X(6).
                10  WS-Tbl-Description PIC X(20).
                10  WS-Tbl-In-Service PIC 9(8).
                10  WS-Tbl-Tank-Capacity PIC 9(3)V9.
                10  WS-Tbl-Cost PIC 9(7)V99.
                10  WS-Tbl-Salvage PIC 9(7)V99.
                10  WS-Tbl-Life PIC 9(3).
                10  WS-Tbl-Method PIC X.
                    88  WS-Tbl-Declining VALUE "D".
                10  WS-Tbl-Accum-Depr PIC 9(7)V99.
                10  WS-Tbl-Last-Depr-Month PIC 9(6).
                10  WS-Tbl-Status PIC X.
                    88  WS-Tbl-Active VALUE "A" " ".
                    88  WS-Tbl-Disposal-Pending VALUE "D".
                10  WS-Tbl-Disposal-Date PIC 9(8).
                10  WS-Tbl-Proceeds PIC 9(7)V99.
                10  WS-Tbl-Gain-Loss PIC S9(7)V99
                    SIGN LEADING SEPARATE.
        01  WS-Run-Table.
            05  WS-Run-Entry OCCURS 20 TIMES.
                10  WS-Run-Prior-Accum PIC 9(7)V99.
                10  WS-Run-Amount PIC 9(7)V99.
                10  WS-Run-Note PIC X(20).
        01  WS-Vehicle-Count PIC 99 VALUE ZEROES.
        01  WS-Vehicle-Idx PIC 99 VALUE ZEROES.

        01  WS-In-Service-Work PIC 9(8) VALUE ZEROES.
        01  WS-In-Service-Parts REDEFINES WS-In-Service-Work.
            05  WS-In-Service-Year PIC 9(4).
            05  WS-In-Service-Month PIC 99.
            05  FILLER PIC 99.
        01  WS-In-Service-Serial PIC 9(6) VALUE ZEROES.
        01  WS-Last-Month-Work PIC 9(6) VALUE ZEROES.
        01  WS-Last-Month-Parts REDEFINES WS-Last-Month-Work.
            05  WS-Last-Year PIC 9(4).
            05  WS-Last-Month-No PIC 99.
        01  WS-Start-Serial PIC 9(6) VALUE ZEROES.
        01  WS-Month-Serial PIC 9(6) VALUE ZEROES.
        01  WS-Months-Used PIC 9(4) VALUE ZEROES.

        01  WS-Depreciable PIC 9(7)V99 VALUE ZEROES.
        01  WS-Remaining PIC 9(7)V99 VALUE ZEROES.
        01  WS-Target-Accum PIC 9(7)V99 VALUE ZEROES.
        01  WS-Month-Amount PIC S9(7)V99 VALUE ZEROES.
        01  WS-Book-Value PIC S9(7)V99 VALUE ZEROES.

      * GL codes in the order of the table below: Y depreciation,
      * H sale proceeds, J depreciation written off, L loss, I gain.
        01  WS-Map-Code-List PIC X(5) VALUE "YHJLI".
        01  WS-Map-Table.
            05  WS-Map-Entry OCCURS 5 TIMES.
                10  WS-Map-Debit PIC X(8).
                10  WS-Map-Credit PIC X(8).
                10  WS-Map-Description PIC X(20).
                10  WS-Map-Found-Flag PIC X.
                    88  WS-Map-Found VALUE "Y".
                10  WS-Map-Needed-Flag PIC X.
                    88  WS-Map-Needed VALUE "Y".
                10  WS-Map-Total PIC 9(9)V99.
        01  WS-Map-Idx PIC 9 VALUE ZERO.
        01  WS-Missing-Map-Count PIC 9 VALUE ZERO.

        01  WS-Total-Cost PIC 9(9)V99 VALUE ZEROES.
        01  WS-Total-Prior PIC 9(9)V99 VALUE ZEROES.
        01  WS-Total-Month PIC 9(9)V99 VALUE ZEROES.
        01  WS-Total-Accum PIC 9(9)V99 VALUE ZEROES.
        01  WS-Total-Book PIC S9(9)V99 VALUE ZEROES.
        01  WS-Disposal-Count PIC 99 VALUE ZEROES.
        01  WS-Journal-Count PIC 9(4) VALUE ZEROES.

        01  JournalDetailLine.
            05  JrnDate PIC 9(8).
            05  FILLER PIC X VALUE SPACE.
            05  JrnAccount PIC X(8).
            05  FILLER PIC X VALUE SPACE.
            05  JrnSide PIC X.
            05  FILLER PIC X VALUE SPACE.
            05  JrnAmount PIC 9(9)V99.
            05  FILLER PIC X VALUE SPACE.
            05  JrnDescription PIC X(20).

        01  HistoryDetailLine.
            05  HistJournalPart PIC X(52).
            05  FILLER PIC X VALUE SPACE.
            05  HistSource PIC X VALUE "F".

        01  ScheduleHeading.
            05  FILLER PIC X(40) VALUE
                "Fleet Depreciation Schedule -- month".
            05  PrnHdgMonth PIC 9999/99.

        01  ScheduleColumnHeader.
            05  FILLER PIC X(8) VALUE "Vehicle".
            05  FILLER PIC X(21) VALUE "Description".
            05  FILLER PIC X(2) VALUE "M".
            05  FILLER PIC X(13) VALUE "         Cost".
            05  FILLER PIC X(13) VALUE "      Salvage".
            05  FILLER PIC X(5) VALUE " Life".
            05  FILLER PIC X(13) VALUE "  Prior depr.".
            05  FILLER PIC X(13) VALUE "   This month".
            05  FILLER PIC X(13) VALUE "      To date".
            05  FILLER PIC X(13) VALUE "   Book value".
            05  FILLER PIC X(7) VALUE "  Note".

        01  ScheduleDetailLine.
            05  PrnSchVehicle PIC X(6).
            05  FILLER PIC X(2) VALUE SPACES.
            05  PrnSchDescription PIC X(20).
            05  FILLER PIC X VALUE SPACE.
            05  PrnSchMethod PIC X.
            05  FILLER PIC X VALUE SPACE.
            05  PrnSchCost PIC Z,ZZZ,ZZ9.99.
            05  FILLER PIC X VALUE SPACE.
            05  PrnSchSalvage PIC Z,ZZZ,ZZ9.99.
            05  FILLER PIC X VALUE SPACE.
            05  PrnSchLife PIC ZZZ9.
            05  FILLER PIC X VALUE SPACE.
            05  PrnSchPrior PIC Z,ZZZ,ZZ9.99.
            05  FILLER PIC X VALUE SPACE.
            05  PrnSchMonth PIC Z,ZZZ,ZZ9.99.
            05  FILLER PIC X VALUE SPACE.
            05  PrnSchAccum PIC Z,ZZZ,ZZ9.99.
            05  FILLER PIC X VALUE SPACE.
            05  PrnSchBook PIC Z,ZZZ,ZZ9.99-.
            05  FILLER PIC X VALUE SPACE.
            05  PrnSchNote PIC X(20).

        01  ScheduleTotalLine.
            05  FILLER PIC X(30) VALUE "Fleet totals".
            05  PrnTotCost PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER PIC X(17) VALUE SPACES.
            05  PrnTotPrior PIC ZZ,ZZZ,ZZ9.99.
            05  PrnTotMonth PIC ZZ,ZZZ,ZZ9.99.
            05  PrnTotAccum PIC ZZ,ZZZ,ZZ9.99.
            05  PrnTotBook PIC ZZ,ZZZ,ZZ9.99-.

        01  DisposalHeading PIC X(40) VALUE
            "Disposals journaled this run".

        01  DisposalColumnHeader.
            05  FILLER PIC X(8) VALUE "Vehicle".
            05  FILLER PIC X(21) VALUE "Description".
            05  FILLER PIC X(10) VALUE "Sold".
            05  FILLER PIC X(13) VALUE "         Cost".
            05  FILLER PIC X(13) VALUE "   Depr taken".
            05  FILLER PIC X(14) VALUE "    Book value".
            05  FILLER PIC X(13) VALUE "     Proceeds".
            05  FILLER PIC X(16) VALUE "     Gain/(loss)".

        01  DisposalDetailLine.
            05  PrnDspVehicle PIC X(6).
            05  FILLER PIC X(2) VALUE SPACES.
            05  PrnDspDescription PIC X(20).
            05  FILLER PIC X VALUE SPACE.
            05  PrnDspDate PIC 9(8).
            05  FILLER PIC X VALUE SPACE.
            05  PrnDspCost PIC Z,ZZZ,ZZ9.99.
            05  FILLER PIC X VALUE SPACE.
            05  PrnDspAccum PIC Z,ZZZ,ZZ9.99.
            05  FILLER PIC X VALUE SPACE.
            05  PrnDspBook PIC Z,ZZZ,ZZ9.99-.
            05  FILLER PIC X VALUE SPACE.
            05  PrnDspProceeds PIC Z,ZZZ,ZZ9.99.
            05  FILLER PIC X(3) VALUE SPACES.
            05  PrnDspGainLoss PIC Z,ZZZ,ZZ9.99-.

        01  NoneLine PIC X(20) VALUE "  (none)".

        01  JournalHeading PIC X(40) VALUE
            "Journal entries".

        01  JournalNoteLine.
            05  FILLER PIC X(2) VALUE SPACES.
            05  PrnJrnCode PIC X.
            05  FILLER PIC X(2) VALUE SPACES.
            05  PrnJrnDescription PIC X(20).
            05  FILLER PIC X(2) VALUE SPACES.
            05  PrnJrnDebit PIC X(8).
            05  FILLER PIC X VALUE "/".
            05  PrnJrnCredit PIC X(8).
            05  FILLER PIC X(4) VALUE "  $ ".
            05  PrnJrnAmount PIC ZZZ,ZZZ,ZZ9.99.

        01  MissingMapLine.
            05  FILLER PIC X(30) VALUE
                "** No account mapping for code".
            05  PrnMissCode PIC X(2).
            05  FILLER PIC X(30) VALUE
                " in data/gl-accounts.dat **".

        PROCEDURE DIVISION.
        Begin.
            INITIALIZE WS-Map-Table
            PERFORM Set-Run-Month
            IF NOT WS-Run-Month-Valid
                DISPLAY "Month must be given as yyyymm, mm 01 to 12."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM Load-Vehicles
            IF WS-Vehicle-Count = ZEROES
                DISPLAY "No vehicle master on file -- see VehMaint."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM Load-Mapping

            PERFORM Depreciate-One-Vehicle
                VARYING WS-Vehicle-Idx FROM 1 BY 1
                UNTIL WS-Vehicle-Idx > WS-Vehicle-Count
            PERFORM Price-One-Disposal
                VARYING WS-Vehicle-Idx FROM 1 BY 1
                UNTIL WS-Vehicle-Idx > WS-Vehicle-Count

            PERFORM Check-One-Mapping
                VARYING WS-Map-Idx FROM 1 BY 1
                UNTIL WS-Map-Idx > 5

            PERFORM Print-Schedule

            IF WS-Missing-Map-Count > ZEROES
                DISPLAY "GL mapping missing in data/gl-accounts.dat "
                  "-- nothing posted, master unchanged."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM Post-Journal
            PERFORM Save-Vehicles

            MOVE WS-Total-Month TO PrnTotMonth
            DISPLAY "Depreciation for " WS-Run-Month ": $" PrnTotMonth
              "  disposals: " WS-Disposal-Count
              "  journal lines: " WS-Journal-Count
            DISPLAY "Schedule in output/fleet-depreciation.txt."
            STOP RUN.

        Set-Run-Month.
            ACCEPT WS-Args-Count FROM ARGUMENT-NUMBER
            IF WS-Args-Count > 0
                ACCEPT WS-Run-Month FROM ARGUMENT-VALUE
            ELSE
                ACCEPT WS-Today FROM DATE YYYYMMDD
                MOVE WS-Today(1:6) TO WS-Run-Month
            END-IF
            IF NOT WS-Run-Month-Valid
                EXIT PARAGRAPH
            END-IF

            COMPUTE WS-Run-Serial = WS-Run-Year * 12
              + WS-Run-Month-No - 1
            IF WS-Run-Month-No = 12
                COMPUTE WS-Next-Month-First =
                  (WS-Run-Year + 1) * 10000 + 0101
            ELSE
                COMPUTE WS-Next-Month-First = WS-Run-Year * 10000
                  + (WS-Run-Month-No + 1) * 100 + 1
            END-IF
            COMPUTE WS-Month-End-Date = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-Next-Month-First) - 1).

        Load-Vehicles.
            OPEN INPUT VehicleFile
            IF NOT WS-Vehicle-File-Ok
                EXIT PARAGRAPH
            END-IF
            READ VehicleFile
                AT END MOVE "Y" TO WS-Eof-Flag
            END-READ
            PERFORM Load-One-Vehicle UNTIL WS-Eof-File
            CLOSE VehicleFile.

        Load-One-Vehicle.
            IF WS-Vehicle-Count < 20
                ADD 1 TO WS-Vehicle-Count
                PERFORM Default-Missing-Fields
                MOVE VehicleRecord
                  TO WS-Vehicle-Entry(WS-Vehicle-Count)
                MOVE VM-Accum-Depr
                  TO WS-Run-Prior-Accum(WS-Vehicle-Count)
                MOVE ZEROES TO WS-Run-Amount(WS-Vehicle-Count)
                MOVE SPACES TO WS-Run-Note(WS-Vehicle-Count)
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

        Load-Mapping.
            OPEN INPUT GlMapFile
            IF NOT WS-Map-File-Ok
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-Eof-Flag
            READ GlMapFile
                AT END MOVE "Y" TO WS-Eof-Flag
            END-READ
            PERFORM Load-One-Mapping UNTIL WS-Eof-File
            CLOSE GlMapFile.

        Load-One-Mapping.
            PERFORM Match-One-Map-Code
                VARYING WS-Map-Idx FROM 1 BY 1
                UNTIL WS-Map-Idx > 5
            READ GlMapFile
                AT END MOVE "Y" TO WS-Eof-Flag
            END-READ.

        Match-One-Map-Code.
            IF GlMapCode = WS-Map-Code-List(WS-Map-Idx:1)
              AND GlMapDepartment = SPACES
                MOVE GlMapDebitAccount TO WS-Map-Debit(WS-Map-Idx)
                MOVE GlMapCreditAccount TO WS-Map-Credit(WS-Map-Idx)
                MOVE GlMapDescription
                  TO WS-Map-Description(WS-Map-Idx)
                MOVE "Y" TO WS-Map-Found-Flag(WS-Map-Idx)
            END-IF.

        Depreciate-One-Vehicle.
            IF NOT WS-Tbl-Active(WS-Vehicle-Idx)
                EXIT PARAGRAPH
            END-IF
            IF WS-Tbl-Cost(WS-Vehicle-Idx) = ZEROES
              OR WS-Tbl-Life(WS-Vehicle-Idx) = ZEROES
                MOVE "NO COST ON FILE" TO WS-Run-Note(WS-Vehicle-Idx)
                EXIT PARAGRAPH
            END-IF
            MOVE WS-Tbl-In-Service(WS-Vehicle-Idx)
              TO WS-In-Service-Work
            IF WS-In-Service-Work > WS-Month-End-Date
                MOVE "NOT YET IN SERVICE"
                  TO WS-Run-Note(WS-Vehicle-Idx)
                EXIT PARAGRAPH
            END-IF

      * Depreciation starts in the in-service month and picks up
      * after the last month taken.
            COMPUTE WS-In-Service-Serial = WS-In-Service-Year * 12
              + WS-In-Service-Month - 1
            MOVE WS-In-Service-Serial TO WS-Start-Serial
            IF WS-Tbl-Last-Depr-Month(WS-Vehicle-Idx) > ZEROES
                MOVE WS-Tbl-Last-Depr-Month(WS-Vehicle-Idx)
                  TO WS-Last-Month-Work
                IF WS-Last-Year * 12 + WS-Last-Month-No
                   > WS-Start-Serial
                    COMPUTE WS-Start-Serial =
                      WS-Last-Year * 12 + WS-Last-Month-No
                END-IF
            END-IF
            IF WS-Start-Serial > WS-Run-Serial
                MOVE "ALREADY TAKEN" TO WS-Run-Note(WS-Vehicle-Idx)
                EXIT PARAGRAPH
            END-IF

            COMPUTE WS-Depreciable = WS-Tbl-Cost(WS-Vehicle-Idx)
              - WS-Tbl-Salvage(WS-Vehicle-Idx)
            PERFORM Depreciate-One-Month
                VARYING WS-Month-Serial FROM WS-Start-Serial BY 1
                UNTIL WS-Month-Serial > WS-Run-Serial
            MOVE WS-Run-Month
              TO WS-Tbl-Last-Depr-Month(WS-Vehicle-Idx)
            IF WS-Tbl-Accum-Depr(WS-Vehicle-Idx) >= WS-Depreciable
                MOVE "FULLY DEPRECIATED"
                  TO WS-Run-Note(WS-Vehicle-Idx)
            END-IF
            ADD WS-Run-Amount(WS-Vehicle-Idx) TO WS-Total-Month
            ADD WS-Run-Amount(WS-Vehicle-Idx) TO WS-Map-Total(1).

        Depreciate-One-Month.
            COMPUTE WS-Months-Used =
              WS-Month-Serial - WS-In-Service-Serial + 1
            COMPUTE WS-Remaining = WS-Depreciable
              - WS-Tbl-Accum-Depr(WS-Vehicle-Idx)
            IF WS-Remaining = ZEROES
                EXIT PARAGRAPH
            END-IF
            IF WS-Months-Used >= WS-Tbl-Life(WS-Vehicle-Idx)
                MOVE WS-Remaining TO WS-Month-Amount
            ELSE
                IF WS-Tbl-Declining(WS-Vehicle-Idx)
                    COMPUTE WS-Month-Amount ROUNDED =
                      (WS-Tbl-Cost(WS-Vehicle-Idx)
                       - WS-Tbl-Accum-Depr(WS-Vehicle-Idx)) * 2
                      / WS-Tbl-Life(WS-Vehicle-Idx)
                ELSE
                    COMPUTE WS-Target-Accum ROUNDED =
                      WS-Depreciable * WS-Months-Used
                      / WS-Tbl-Life(WS-Vehicle-Idx)
                    COMPUTE WS-Month-Amount = WS-Target-Accum
                      - WS-Tbl-Accum-Depr(WS-Vehicle-Idx)
                END-IF
            END-IF
            IF WS-Month-Amount > WS-Remaining
                MOVE WS-Remaining TO WS-Month-Amount
            END-IF
            IF WS-Month-Amount > ZEROES
                ADD WS-Month-Amount TO WS-Tbl-Accum-Depr(WS-Vehicle-Idx)
                ADD WS-Month-Amount TO WS-Run-Amount(WS-Vehicle-Idx)
            END-IF.

        Price-One-Disposal.
      * Proceeds and the depreciation taken come off the cost; what
      * is left over either way is the gain or loss on sale.
            IF NOT WS-Tbl-Disposal-Pending(WS-Vehicle-Idx)
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-Disposal-Count
            COMPUTE WS-Tbl-Gain-Loss(WS-Vehicle-Idx) =
              WS-Tbl-Proceeds(WS-Vehicle-Idx)
              - (WS-Tbl-Cost(WS-Vehicle-Idx)
                 - WS-Tbl-Accum-Depr(WS-Vehicle-Idx))
            ADD WS-Tbl-Proceeds(WS-Vehicle-Idx) TO WS-Map-Total(2)
            ADD WS-Tbl-Accum-Depr(WS-Vehicle-Idx) TO WS-Map-Total(3)
            IF WS-Tbl-Gain-Loss(WS-Vehicle-Idx) < ZEROES
                SUBTRACT WS-Tbl-Gain-Loss(WS-Vehicle-Idx)
                  FROM WS-Map-Total(4)
            ELSE
                ADD WS-Tbl-Gain-Loss(WS-Vehicle-Idx)
                  TO WS-Map-Total(5)
            END-IF.

        Check-One-Mapping.
            IF WS-Map-Total(WS-Map-Idx) > ZEROES
                MOVE "Y" TO WS-Map-Needed-Flag(WS-Map-Idx)
                IF NOT WS-Map-Found(WS-Map-Idx)
                    ADD 1 TO WS-Missing-Map-Count
                END-IF
            END-IF.

        Print-Schedule.
            OPEN OUTPUT ScheduleReport
            MOVE WS-Run-Month TO PrnHdgMonth
            WRITE SchedulePrintLine FROM ScheduleHeading
              AFTER ADVANCING PAGE
            WRITE SchedulePrintLine FROM ScheduleColumnHeader
              AFTER ADVANCING 2 LINES
            PERFORM Print-One-Vehicle
                VARYING WS-Vehicle-Idx FROM 1 BY 1
                UNTIL WS-Vehicle-Idx > WS-Vehicle-Count
            MOVE WS-Total-Cost TO PrnTotCost
            MOVE WS-Total-Prior TO PrnTotPrior
            MOVE WS-Total-Month TO PrnTotMonth
            MOVE WS-Total-Accum TO PrnTotAccum
            MOVE WS-Total-Book TO PrnTotBook
            WRITE SchedulePrintLine FROM ScheduleTotalLine
              AFTER ADVANCING 2 LINES

            WRITE SchedulePrintLine FROM DisposalHeading
              AFTER ADVANCING 3 LINES
            WRITE SchedulePrintLine FROM DisposalColumnHeader
              AFTER ADVANCING 2 LINES
            PERFORM Print-One-Disposal
                VARYING WS-Vehicle-Idx FROM 1 BY 1
                UNTIL WS-Vehicle-Idx > WS-Vehicle-Count
            IF WS-Disposal-Count = ZEROES
                WRITE SchedulePrintLine FROM NoneLine
                  AFTER ADVANCING 1 LINE
            END-IF

            WRITE SchedulePrintLine FROM JournalHeading
              AFTER ADVANCING 3 LINES
            PERFORM Print-One-Journal-Note
                VARYING WS-Map-Idx FROM 1 BY 1
                UNTIL WS-Map-Idx > 5
            CLOSE ScheduleReport.

        Print-One-Vehicle.
      * A sale already journaled is off the books and off the
      * schedule.
            IF NOT WS-Tbl-Active(WS-Vehicle-Idx)
              AND NOT WS-Tbl-Disposal-Pending(WS-Vehicle-Idx)
                EXIT PARAGRAPH
            END-IF
            IF WS-Tbl-Disposal-Pending(WS-Vehicle-Idx)
                MOVE "SOLD -- SEE BELOW" TO WS-Run-Note(WS-Vehicle-Idx)
            END-IF
            COMPUTE WS-Book-Value = WS-Tbl-Cost(WS-Vehicle-Idx)
              - WS-Tbl-Accum-Depr(WS-Vehicle-Idx)
            MOVE WS-Tbl-Vehicle-Id(WS-Vehicle-Idx) TO PrnSchVehicle
            MOVE WS-Tbl-Description(WS-Vehicle-Idx)
              TO PrnSchDescription
            MOVE WS-Tbl-Method(WS-Vehicle-Idx) TO PrnSchMethod
            MOVE WS-Tbl-Cost(WS-Vehicle-Idx) TO PrnSchCost
            MOVE WS-Tbl-Salvage(WS-Vehicle-Idx) TO PrnSchSalvage
            MOVE WS-Tbl-Life(WS-Vehicle-Idx) TO PrnSchLife
            MOVE WS-Run-Prior-Accum(WS-Vehicle-Idx) TO PrnSchPrior
            MOVE WS-Run-Amount(WS-Vehicle-Idx) TO PrnSchMonth
            MOVE WS-Tbl-Accum-Depr(WS-Vehicle-Idx) TO PrnSchAccum
            MOVE WS-Book-Value TO PrnSchBook
            MOVE WS-Run-Note(WS-Vehicle-Idx) TO PrnSchNote
            WRITE SchedulePrintLine FROM ScheduleDetailLine
              AFTER ADVANCING 1 LINE
            ADD WS-Tbl-Cost(WS-Vehicle-Idx) TO WS-Total-Cost
            ADD WS-Run-Prior-Accum(WS-Vehicle-Idx) TO WS-Total-Prior
            ADD WS-Tbl-Accum-Depr(WS-Vehicle-Idx) TO WS-Total-Accum
            ADD WS-Book-Value TO WS-Total-Book.

        Print-One-Disposal.
            IF NOT WS-Tbl-Disposal-Pending(WS-Vehicle-Idx)
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-Book-Value = WS-Tbl-Cost(WS-Vehicle-Idx)
              - WS-Tbl-Accum-Depr(WS-Vehicle-Idx)
            MOVE WS-Tbl-Vehicle-Id(WS-Vehicle-Idx) TO PrnDspVehicle
            MOVE WS-Tbl-Description(WS-Vehicle-Idx)
              TO PrnDspDescription
            MOVE WS-Tbl-Disposal-Date(WS-Vehicle-Idx) TO PrnDspDate
            MOVE WS-Tbl-Cost(WS-Vehicle-Idx) TO PrnDspCost
            MOVE WS-Tbl-Accum-Depr(WS-Vehicle-Idx) TO PrnDspAccum
            MOVE WS-Book-Value TO PrnDspBook
            MOVE WS-Tbl-Proceeds(WS-Vehicle-Idx) TO PrnDspProceeds
            MOVE WS-Tbl-Gain-Loss(WS-Vehicle-Idx) TO PrnDspGainLoss
            WRITE SchedulePrintLine FROM DisposalDetailLine
              AFTER ADVANCING 1 LINE.

        Print-One-Journal-Note.
            IF NOT WS-Map-Needed(WS-Map-Idx)
                EXIT PARAGRAPH
            END-IF
            IF NOT WS-Map-Found(WS-Map-Idx)
                MOVE WS-Map-Code-List(WS-Map-Idx:1) TO PrnMissCode
                WRITE SchedulePrintLine FROM MissingMapLine
                  AFTER ADVANCING 1 LINE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-Map-Code-List(WS-Map-Idx:1) TO PrnJrnCode
            MOVE WS-Map-Description(WS-Map-Idx) TO PrnJrnDescription
            MOVE WS-Map-Debit(WS-Map-Idx) TO PrnJrnDebit
            MOVE WS-Map-Credit(WS-Map-Idx) TO PrnJrnCredit
            MOVE WS-Map-Total(WS-Map-Idx) TO PrnJrnAmount
            WRITE SchedulePrintLine FROM JournalNoteLine
              AFTER ADVANCING 1 LINE.

        Post-Journal.
      * Appended to the night's journal in GlExport's layout so the
      * accounting system loads it with the rest. The month's
      * depreciation is one entry at month end; each sale is
      * journaled on its sale date.
            IF WS-Total-Month = ZEROES AND WS-Disposal-Count = ZEROES
                EXIT PARAGRAPH
            END-IF
            OPEN EXTEND JournalFile
            IF WS-Journal-File-Missing
                OPEN OUTPUT JournalFile
            END-IF
            OPEN EXTEND GlHistFile
            IF WS-Hist-File-Missing
                OPEN OUTPUT GlHistFile
            END-IF

            IF WS-Total-Month > ZEROES
                MOVE WS-Month-End-Date TO JrnDate
                MOVE 1 TO WS-Map-Idx
                MOVE WS-Total-Month TO JrnAmount
                PERFORM Write-Journal-Pair
            END-IF
            PERFORM Post-One-Disposal
                VARYING WS-Vehicle-Idx FROM 1 BY 1
                UNTIL WS-Vehicle-Idx > WS-Vehicle-Count

            CLOSE JournalFile, GlHistFile.

        Post-One-Disposal.
            IF NOT WS-Tbl-Disposal-Pending(WS-Vehicle-Idx)
                EXIT PARAGRAPH
            END-IF
            MOVE WS-Tbl-Disposal-Date(WS-Vehicle-Idx) TO JrnDate
            IF WS-Tbl-Proceeds(WS-Vehicle-Idx) > ZEROES
                MOVE 2 TO WS-Map-Idx
                MOVE WS-Tbl-Proceeds(WS-Vehicle-Idx) TO JrnAmount
                PERFORM Write-Journal-Pair
            END-IF
            IF WS-Tbl-Accum-Depr(WS-Vehicle-Idx) > ZEROES
                MOVE 3 TO WS-Map-Idx
                MOVE WS-Tbl-Accum-Depr(WS-Vehicle-Idx) TO JrnAmount
                PERFORM Write-Journal-Pair
            END-IF
            IF WS-Tbl-Gain-Loss(WS-Vehicle-Idx) < ZEROES
                MOVE 4 TO WS-Map-Idx
                COMPUTE JrnAmount = 0 - WS-Tbl-Gain-Loss(WS-Vehicle-Idx)
                PERFORM Write-Journal-Pair
            END-IF
            IF WS-Tbl-Gain-Loss(WS-Vehicle-Idx) > ZEROES
                MOVE 5 TO WS-Map-Idx
                MOVE WS-Tbl-Gain-Loss(WS-Vehicle-Idx) TO JrnAmount
                PERFORM Write-Journal-Pair
            END-IF
            MOVE "S" TO WS-Tbl-Status(WS-Vehicle-Idx).

        Write-Journal-Pair.
            MOVE WS-Map-Description(WS-Map-Idx) TO JrnDescription
            MOVE WS-Map-Debit(WS-Map-Idx) TO JrnAccount
            MOVE "D" TO JrnSide
            WRITE JournalExportLine FROM JournalDetailLine
            MOVE JournalDetailLine TO HistJournalPart
            WRITE GlHistRec FROM HistoryDetailLine
            MOVE WS-Map-Credit(WS-Map-Idx) TO JrnAccount
            MOVE "C" TO JrnSide
            WRITE JournalExportLine FROM JournalDetailLine
            MOVE JournalDetailLine TO HistJournalPart
            WRITE GlHistRec FROM HistoryDetailLine
            ADD 2 TO WS-Journal-Count.

        Save-Vehicles.
            OPEN OUTPUT VehicleFile
            PERFORM Save-One-Vehicle
                VARYING WS-Vehicle-Idx FROM 1 BY 1
                UNTIL WS-Vehicle-Idx > WS-Vehicle-Count
            CLOSE VehicleFile.

        Save-One-Vehicle.
            MOVE WS-Vehicle-Entry(WS-Vehicle-Idx) TO VehicleRecord
            WRITE VehicleRecord.
