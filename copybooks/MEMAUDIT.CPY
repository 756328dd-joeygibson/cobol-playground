      *                so the NSF flag and birth date show in the
      *                trail; older 53-byte audit lines read with
      *                the tail blank.
      * 2026-10-15 JG  Type-change action (T) added for MemberMaint's
      *                mid-period type change, carrying the old and
      *                new types and the prorated dues adjustment --
      *                billed (B) as an extra installment or credited
      *                (C) to the credit-balance file. Blank on every
      *                other action and on older lines.
       01 MemberAuditRec.
        02 AuditDate PIC 9(8).
        02 AuditTime PIC 9(8).
           88 AuditActionAdd VALUE "A".
           88 AuditActionChange VALUE "C".
           88 AuditActionInactivate VALUE "I".
           88 AuditActionTypeChange VALUE "T".
        02 AuditMemberId PIC X(5).
        02 AuditBeforeImage PIC X(62).
        02 AuditAfterImage PIC X(62).
        02 AuditTypeChange.
         03 AuditOldType PIC X.
         03 AuditNewType PIC X.
         03 AuditAdjustKind PIC X.
            88 AuditAdjustBilled VALUE "B".
            88 AuditAdjustCredited VALUE "C".
         03 AuditAdjustAmount PIC 9(5)V99.
