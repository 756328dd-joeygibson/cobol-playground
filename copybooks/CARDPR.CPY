      * Companion procedures for CARDCK. COPY into PROCEDURE
      * DIVISION.
       OpenMemberCards.
           MOVE "N" TO MemberCardOpenFlag
           OPEN INPUT MemberCardFile
           IF MemberCardOk
               MOVE "Y" TO MemberCardOpenFlag
           END-IF.

       CloseMemberCards.
           IF MemberCardIsOpen
               CLOSE MemberCardFile
               MOVE "N" TO MemberCardOpenFlag
           END-IF.

       ResolveCardEntry.
           MOVE "N" TO CardRefusedFlag
           MOVE SPACES TO CardRefusalText
           MOVE CardCheckEntry(1:5) TO CardCheckMemberId
           IF CardCheckEntry(6:5) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO CardRefusedFlag
           MOVE SPACES TO CardCheckMemberId
           IF CardCheckEntry(1:8) NOT NUMERIC
             OR CardCheckEntry(9:2) NOT = SPACES
               MOVE "not a member id or card number"
                 TO CardRefusalText
               EXIT PARAGRAPH
           END-IF
           IF NOT MemberCardIsOpen
               MOVE "no membership cards are on file"
                 TO CardRefusalText
               EXIT PARAGRAPH
           END-IF
           MOVE CardCheckEntry(1:8) TO CardNumber
           READ MemberCardFile
               KEY IS CardNumber
               INVALID KEY
                   MOVE "no such card" TO CardRefusalText
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN CardActive
                   MOVE "N" TO CardRefusedFlag
                   MOVE CardMemberId TO CardCheckMemberId
               WHEN CardLost
                   MOVE "card was reported lost" TO CardRefusalText
               WHEN CardReplaced
                   MOVE "card has been replaced" TO CardRefusalText
               WHEN OTHER
                   MOVE "card has been cancelled" TO CardRefusalText
           END-EVALUATE.

       ShowCardRefusal.
           DISPLAY "Card " CardCheckEntry " refused -- "
             CardRefusalText.
