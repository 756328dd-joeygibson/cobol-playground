       IDENTIFICATION DIVISION.
       PROGRAM-ID. CardMaint.
      * Membership card desk for data/member-cards.dat: issue an
      * active member the next card number, replace a card reported
      * lost or damaged (the old card is stopped and the new one
      * records the number it replaces), cancel a card, find the
      * member a card number belongs to, and list a member's cards.
      * A member holds one active card at a time. New cards wait for
      * CardProd to send them to the card vendor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MemberCardFile ASSIGN TO 'data/member-cards.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CardNumber
             FILE STATUS IS MemberCardStatus.

           SELECT MemberFile ASSIGN TO 'data/members.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MemberId
             FILE STATUS IS MemberFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD MemberCardFile.
           COPY MEMCARD.

       FD MemberFile.
           COPY MEMBREC.

       WORKING-STORAGE SECTION.
       01 MemberCardStatus PIC XX VALUE ZEROES.
        88 MemberCardOk VALUE "00".
        88 MemberCardMissing VALUE "35".
       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".

       01 MenuChoice PIC X VALUE SPACES.
        88 WantsIssue VALUE "I" "i".
        88 WantsReplace VALUE "R" "r".
        88 WantsCancel VALUE "C" "c".
        88 WantsFind VALUE "F" "f".
        88 WantsMemberCards VALUE "M" "m".
        88 WantsQuit VALUE "Q" "q".

       01 TodayDate PIC 9(8) VALUE ZEROES.
       01 WorkMemberId PIC X(5) VALUE SPACES.
       01 WorkCardNumber PIC 9(8) VALUE ZEROES.
       01 OldCardNumber PIC 9(8) VALUE ZEROES.
       01 ReplaceReason PIC X VALUE SPACES.
        88 ReplaceForLoss VALUE "L" "l".
        88 ReplaceForDamage VALUE "D" "d".
        88 ReplaceReasonValid VALUE "L" "l" "D" "d".

      * Card numbers run on from here.
       01 FirstCardNumber PIC 9(8) VALUE 10000000.
       01 SeqAssignedFlag PIC X VALUE "N".
        88 SeqIsAssigned VALUE "Y".

       01 CardScanEofFlag PIC X VALUE "N".
        88 EndOfCardScan VALUE "Y".
       01 ActiveCardFlag PIC X VALUE "N".
        88 MemberHasActiveCard VALUE "Y".
       01 ActiveCardNumber PIC 9(8) VALUE ZEROES.
       01 MemberCardCount PIC 9(3) VALUE ZEROES.
       01 ListingFlag PIC X VALUE "N".
        88 ListingCards VALUE "Y".

       01 PrnCardStatus PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MaintainCards.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           OPEN I-O MemberCardFile
           IF MemberCardMissing
               OPEN OUTPUT MemberCardFile
               CLOSE MemberCardFile
               OPEN I-O MemberCardFile
           END-IF
           OPEN INPUT MemberFile

           PERFORM UNTIL WantsQuit
               PERFORM DisplayMenu
               ACCEPT MenuChoice
               EVALUATE TRUE
                   WHEN WantsIssue PERFORM IssueCard
                   WHEN WantsReplace PERFORM ReplaceCard
                   WHEN WantsCancel PERFORM CancelCard
                   WHEN WantsFind PERFORM FindCard
                   WHEN WantsMemberCards PERFORM ListMemberCards
                   WHEN WantsQuit CONTINUE
                   WHEN OTHER
                       DISPLAY "Please choose I, R, C, F, M or Q."
               END-EVALUATE
           END-PERFORM

           CLOSE MemberCardFile, MemberFile
           STOP RUN.

       DisplayMenu.
           DISPLAY " "
           DISPLAY "(I)ssue card, (R)eplace lost/damaged card, "
             "(C)ancel card, (F)ind card, (M)ember's cards, (Q)uit: "
             WITH NO ADVANCING.

       IssueCard.
           DISPLAY "Member Id: " WITH NO ADVANCING
           ACCEPT WorkMemberId
           MOVE WorkMemberId TO MemberId
           READ MemberFile
               KEY IS MemberId
               INVALID KEY
                   DISPLAY "Member " WorkMemberId " not found."
                   EXIT PARAGRAPH
           END-READ
           IF MemberInactive
               DISPLAY "Member " WorkMemberId " is inactive -- no "
                 "card issued."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ListingFlag
           PERFORM ScanMemberCards
           IF MemberHasActiveCard
               DISPLAY "Member " WorkMemberId " already holds card "
                 ActiveCardNumber " -- use (R)eplace for a new one."
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROES TO OldCardNumber
           PERFORM WriteNewCard.

       WriteNewCard.
      * MemberRec holds the member; OldCardNumber is the card this
      * one replaces, or zeroes.
           MOVE FirstCardNumber TO CardNumber
           MOVE "N" TO SeqAssignedFlag
           PERFORM TryNextCardNumber UNTIL SeqIsAssigned
           MOVE CardNumber TO WorkCardNumber

           INITIALIZE MemberCardRec
           MOVE WorkCardNumber TO CardNumber
           MOVE MemberId TO CardMemberId
           MOVE MemberName TO CardMemberName
           MOVE TodayDate TO CardIssueDate
           MOVE "A" TO CardStatus
           MOVE TodayDate TO CardStatusDate
           MOVE OldCardNumber TO CardReplacesNumber
           MOVE ZEROES TO CardProducedDate
           WRITE MemberCardRec
               INVALID KEY
                   DISPLAY "Unable to issue a card for " MemberId "."
               NOT INVALID KEY
                   DISPLAY "Card " CardNumber " issued to "
                     MemberName " -- goes to the vendor on the "
                     "next CardProd run."
           END-WRITE.

       TryNextCardNumber.
           ADD 1 TO CardNumber
           READ MemberCardFile
               INVALID KEY MOVE "Y" TO SeqAssignedFlag
           END-READ.

       ReadChosenCard.
           DISPLAY "Card number: " WITH NO ADVANCING
           ACCEPT WorkCardNumber
           MOVE WorkCardNumber TO CardNumber
           READ MemberCardFile
               KEY IS CardNumber
               INVALID KEY
                   DISPLAY "No card " WorkCardNumber " on file."
           END-READ.

       ReplaceCard.
           PERFORM ReadChosenCard
           IF NOT MemberCardOk
               EXIT PARAGRAPH
           END-IF
           IF NOT CardActive
               DISPLAY "Card " CardNumber " is no longer active -- "
                 "issue the member a card with (I)."
               EXIT PARAGRAPH
           END-IF
           MOVE CardMemberId TO MemberId
           READ MemberFile
               KEY IS MemberId
               INVALID KEY
                   DISPLAY "Member " CardMemberId " not found."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Card " CardNumber "  " CardMemberName
           DISPLAY "(L)ost or (D)amaged: " WITH NO ADVANCING
           ACCEPT ReplaceReason
           PERFORM UNTIL ReplaceReasonValid
               DISPLAY "Enter L or D: " WITH NO ADVANCING
               ACCEPT ReplaceReason
           END-PERFORM

      * The old card is stopped before the new one is written, so a
      * lost card is refused at the desk from now on.
           IF ReplaceForLoss
               MOVE "L" TO CardStatus
           ELSE
               MOVE "R" TO CardStatus
           END-IF
           MOVE TodayDate TO CardStatusDate
           MOVE CardNumber TO OldCardNumber
           REWRITE MemberCardRec
               INVALID KEY
                   DISPLAY "Unable to stop card " CardNumber "."
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM WriteNewCard.

       CancelCard.
           PERFORM ReadChosenCard
           IF NOT MemberCardOk
               EXIT PARAGRAPH
           END-IF
           IF NOT CardActive
               DISPLAY "Card " CardNumber " is no longer active."
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO CardStatus
           MOVE TodayDate TO CardStatusDate
           REWRITE MemberCardRec
               INVALID KEY
                   DISPLAY "Unable to cancel card " CardNumber "."
               NOT INVALID KEY
                   DISPLAY "Card " CardNumber " cancelled."
           END-REWRITE.

       FindCard.
           PERFORM ReadChosenCard
           IF NOT MemberCardOk
               EXIT PARAGRAPH
           END-IF
           PERFORM ShowOneCard.

       ListMemberCards.
           DISPLAY "Member Id: " WITH NO ADVANCING
           ACCEPT WorkMemberId
           MOVE "Y" TO ListingFlag
           PERFORM ScanMemberCards
           IF MemberCardCount = ZEROES
               DISPLAY "No cards issued to " WorkMemberId "."
           END-IF.

       ScanMemberCards.
      * Reads every card; there is no key by member.
           MOVE "N" TO ActiveCardFlag
           MOVE ZEROES TO ActiveCardNumber, MemberCardCount
           MOVE "N" TO CardScanEofFlag
           MOVE ZEROES TO CardNumber
           START MemberCardFile KEY IS >= CardNumber
               INVALID KEY MOVE "Y" TO CardScanEofFlag
           END-START

           IF NOT EndOfCardScan
               READ MemberCardFile NEXT
                AT END MOVE "Y" TO CardScanEofFlag
               END-READ
           END-IF

           PERFORM CheckOneCard UNTIL EndOfCardScan.

       CheckOneCard.
           IF CardMemberId = WorkMemberId
               ADD 1 TO MemberCardCount
               IF CardActive
                   MOVE "Y" TO ActiveCardFlag
                   MOVE CardNumber TO ActiveCardNumber
               END-IF
               IF ListingCards
                   PERFORM ShowOneCard
               END-IF
           END-IF
           READ MemberCardFile NEXT
            AT END MOVE "Y" TO CardScanEofFlag
           END-READ.

       ShowOneCard.
           EVALUATE TRUE
               WHEN CardActive MOVE "ACTIVE" TO PrnCardStatus
               WHEN CardLost MOVE "LOST" TO PrnCardStatus
               WHEN CardReplaced MOVE "REPLACED" TO PrnCardStatus
               WHEN OTHER MOVE "CANCELLED" TO PrnCardStatus
           END-EVALUATE
           DISPLAY "  " CardNumber "  " CardMemberId "  "
             CardMemberName "  issued " CardIssueDate "  "
             PrnCardStatus " " CardStatusDate
           IF CardReplacesNumber NOT = ZEROES
               DISPLAY "    replaces card " CardReplacesNumber
           END-IF
           IF CardActive AND CardProducedDate = ZEROES
               DISPLAY "    awaiting production"
           END-IF.
