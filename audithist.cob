      * trail MemberMaint writes to data/member-audit.dat and prints
      * every recorded change for the MemberId given as the first
      * command-line argument, with the before- and after-images.
      * 2026-10-15 JG  Type changes print as TYPE CHG with the old and
      *                new types and the prorated dues adjustment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        02 FILLER PIC X(10) VALUE "  after:  ".
        02 PrnHistAfter PIC X(62).

       01 HistoryTypeChangeLine.
        02 FILLER PIC X(12) VALUE "  type from ".
        02 PrnHistOldType PIC X.
        02 FILLER PIC X(4) VALUE " to ".
        02 PrnHistNewType PIC X.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnHistAdjustNote PIC X(10).
        02 PrnHistAdjustAmount PIC ZZ,ZZ9.99.

       01 HistoryTotalLine.
        02 FILLER PIC X(18) VALUE "Changes recorded: ".
        02 PrnHistCount PIC ZZZZ9.
                       MOVE "CHANGE" TO PrnHistAction
                   WHEN AuditActionInactivate
                       MOVE "INACTIVATE" TO PrnHistAction
                   WHEN AuditActionTypeChange
                       MOVE "TYPE CHG" TO PrnHistAction
                   WHEN OTHER
                       MOVE AuditAction TO PrnHistAction
               END-EVALUATE
               MOVE AuditAfterImage TO PrnHistAfter
               WRITE HistoryPrintLine FROM HistoryAfterLine
                 AFTER ADVANCING 1 LINE
               IF AuditActionTypeChange
                   PERFORM PrintTypeChangeDetail
               END-IF
               ADD 1 TO ChangeCount
           END-IF

           READ AuditFile
            AT END MOVE "Y" TO EndOfAuditFlag.

       PrintTypeChangeDetail.
           MOVE AuditOldType TO PrnHistOldType
           MOVE AuditNewType TO PrnHistNewType
           EVALUATE TRUE
               WHEN AuditAdjustBilled
                   MOVE "billed   $" TO PrnHistAdjustNote
                   MOVE AuditAdjustAmount TO PrnHistAdjustAmount
               WHEN AuditAdjustCredited
                   MOVE "credited $" TO PrnHistAdjustNote
                   MOVE AuditAdjustAmount TO PrnHistAdjustAmount
               WHEN OTHER
                   MOVE "no adjust" TO PrnHistAdjustNote
                   MOVE ZEROES TO PrnHistAdjustAmount
           END-EVALUATE
           WRITE HistoryPrintLine FROM HistoryTypeChangeLine
             AFTER ADVANCING 1 LINE.
