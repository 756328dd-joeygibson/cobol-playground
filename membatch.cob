      * expiration and join dates get the same shared DATEVAL check
      * the screens apply (zeroes are allowed, meaning not set), and
      * a household id requires a P/D role just as the screens force.
      * 2026-10-15 JG  A change record that would move the member to
      *                another type is rejected: type changes carry a
      *                prorated dues adjustment and go through
      *                MemberMaint's type-change transaction.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               MOVE "N" TO TransValidFlag
               MOVE "member not found" TO RejectReason
               PERFORM WriteRejectLine
               EXIT PARAGRAPH
           END-IF
           IF TransMemberType NOT = MemberType
               MOVE "N" TO TransValidFlag
               MOVE "type change -- use MemberMaint" TO RejectReason
               PERFORM WriteRejectLine
               EXIT PARAGRAPH
           END-IF

           MOVE MemberRec TO WorkBeforeImage
           PERFORM MoveTransToMember
           REWRITE MemberRec
               INVALID KEY
                   MOVE "N" TO TransValidFlag
                   MOVE "rewrite failed" TO RejectReason
                   PERFORM WriteRejectLine
               NOT INVALID KEY
                   MOVE "C" TO WorkAuditAction
                   PERFORM WriteAuditRecord
                   PERFORM WriteAcceptLine
           END-REWRITE.

       ApplyInactivateTransaction.
           MOVE TransMemberId TO MemberId
           MOVE MemberId TO AuditMemberId
           MOVE WorkBeforeImage TO AuditBeforeImage
           MOVE MemberRec TO AuditAfterImage
           MOVE SPACES TO AuditTypeChange
           WRITE MemberAuditRec.

       WriteAcceptLine.
