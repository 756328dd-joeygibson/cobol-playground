      * General-ledger journal history, one line per journal line
      * ever exported, in data/gl-history.dat. output/gl-journal.dat
      * holds only the latest export for the accounting system to
      * load; this file keeps every line so month and year-to-date
      * actuals can be summed by account (BudgetRpt). The first 52
      * bytes are GlExport's journal-line layout; the source byte
      * says which program wrote it. A GlExport rerun for a date
      * replaces its own lines for that date; DuesRecog posts each
      * month once, as does FleetDepr for fleet depreciation and
      * vehicle sales.
       01 GlHistRec.
        88 EndOfGlHistFile VALUE HIGH-VALUES.
        02 GhDate PIC 9(8).
        02 FILLER PIC X.
        02 GhAccount PIC X(8).
        02 FILLER PIC X.
        02 GhSide PIC X.
           88 GhDebit VALUE "D".
           88 GhCredit VALUE "C".
        02 FILLER PIC X.
        02 GhAmount PIC 9(9)V99.
        02 FILLER PIC X.
        02 GhDescription PIC X(20).
        02 FILLER PIC X.
        02 GhSource PIC X.
           88 GhFromExport VALUE "E".
           88 GhFromRecognition VALUE "M".
           88 GhFromFleetDepr VALUE "F".
