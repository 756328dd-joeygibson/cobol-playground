       IDENTIFICATION DIVISION.
       PROGRAM-ID. CartMaint.
      * Cart barn maintenance for the club golf-cart fleet in
      * data/carts.dat: add a cart to the fleet, take a cart out of
      * service with a reason or put it back in service, book a cart
      * back in after the round, or list the fleet. TeeCheckIn puts
      * an available cart out with a riding group; returning it here
      * closes that group's open assignments in
      * data/cart-assignments.dat with the return time, and a cart
      * that comes back damaged goes straight out of service.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CartFile ASSIGN TO 'data/carts.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CartNo
             FILE STATUS IS CartFileStatus.

           SELECT CartAssignFile ASSIGN TO
             'data/cart-assignments.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CaKey
             FILE STATUS IS CartAssignStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CartFile.
           COPY CARTREC.

       FD CartAssignFile.
           COPY CARTASGN.

       WORKING-STORAGE SECTION.
       01 CartFileStatus PIC XX VALUE ZEROES.
        88 CartFileOk VALUE "00".
        88 CartFileMissing VALUE "35".
       01 CartAssignStatus PIC XX VALUE ZEROES.
        88 CartAssignOk VALUE "00".
        88 CartAssignMissing VALUE "35".

       01 MenuChoice PIC X VALUE SPACES.
        88 WantsAdd VALUE "A" "a".
        88 WantsServiceOut VALUE "S" "s".
        88 WantsBackInService VALUE "B" "b".
        88 WantsReturn VALUE "R" "r".
        88 WantsList VALUE "L" "l".
        88 WantsQuit VALUE "Q" "q".

       01 WorkCartNo PIC 9(3) VALUE ZEROES.
       01 WorkReason PIC X(20) VALUE SPACES.
       01 WorkTodayDate PIC 9(8) VALUE ZEROES.
       01 WorkReturnTime PIC 9(4) VALUE ZEROES.
       01 WorkReturnParts REDEFINES WorkReturnTime.
        02 WorkReturnHour PIC 99.
        02 WorkReturnMinute PIC 99.
       01 WorkDamaged PIC X VALUE "N".
        88 CartCameBackDamaged VALUE "Y" "y".
       01 WorkOutDate PIC 9(8) VALUE ZEROES.
       01 WorkOutTeeTime PIC 9(4) VALUE ZEROES.
       01 RidersReturned PIC 9 VALUE ZEROES.

       01 ListScanEofFlag PIC X VALUE "N".
        88 EndOfListScan VALUE "Y".
       01 AssignScanEofFlag PIC X VALUE "N".
        88 EndOfAssignScan VALUE "Y".

       PROCEDURE DIVISION.
       MaintainCarts.
           OPEN I-O CartFile
           IF CartFileMissing
               OPEN OUTPUT CartFile
               CLOSE CartFile
               OPEN I-O CartFile
           END-IF
           OPEN I-O CartAssignFile
           IF CartAssignMissing
               OPEN OUTPUT CartAssignFile
               CLOSE CartAssignFile
               OPEN I-O CartAssignFile
           END-IF
           ACCEPT WorkTodayDate FROM DATE YYYYMMDD

           PERFORM UNTIL WantsQuit
               PERFORM DisplayMenu
               ACCEPT MenuChoice
               EVALUATE TRUE
                   WHEN WantsAdd PERFORM AddCart
                   WHEN WantsServiceOut PERFORM TakeCartOutOfService
                   WHEN WantsBackInService PERFORM PutCartInService
                   WHEN WantsReturn PERFORM ReturnCart
                   WHEN WantsList PERFORM ListFleet
                   WHEN WantsQuit CONTINUE
                   WHEN OTHER
                       DISPLAY "Please choose A, S, B, R, L or Q."
               END-EVALUATE
           END-PERFORM

           CLOSE CartFile, CartAssignFile
           STOP RUN.

       DisplayMenu.
           DISPLAY " "
           DISPLAY "(A)dd cart, (S)ervice out, (B)ack in service, "
             "(R)eturn cart, (L)ist fleet, (Q)uit: "
             WITH NO ADVANCING.

       AddCart.
           DISPLAY "Cart number (1-999): " WITH NO ADVANCING
           ACCEPT WorkCartNo
           IF WorkCartNo = ZEROES
               DISPLAY "Cart 000 is kept for members' own carts."
           ELSE
               INITIALIZE CartRec
               MOVE WorkCartNo TO CartNo
               MOVE "A" TO CartStatus
               WRITE CartRec
                   INVALID KEY
                       DISPLAY "Cart " WorkCartNo
                         " is already in the fleet."
                   NOT INVALID KEY
                       DISPLAY "Cart " WorkCartNo " added."
               END-WRITE
           END-IF.

       ReadChosenCart.
           DISPLAY "Cart number: " WITH NO ADVANCING
           ACCEPT WorkCartNo
           MOVE WorkCartNo TO CartNo
           READ CartFile
               INVALID KEY
                   DISPLAY "No cart " WorkCartNo " in the fleet."
           END-READ.

       TakeCartOutOfService.
           PERFORM ReadChosenCart
           IF CartFileOk
               IF CartOut
                   DISPLAY "Cart " CartNo " is out with "
                     CartOutMemberId " -- return it first."
               ELSE
                   DISPLAY "Reason: " WITH NO ADVANCING
                   ACCEPT WorkReason
                   PERFORM MarkCartOutOfService
               END-IF
           END-IF.

       MarkCartOutOfService.
           MOVE "S" TO CartStatus
           MOVE WorkTodayDate TO CartServiceDate
           MOVE WorkReason TO CartServiceReason
           REWRITE CartRec
               INVALID KEY
                   DISPLAY "Unable to update cart " CartNo "."
               NOT INVALID KEY
                   DISPLAY "Cart " CartNo " is out of service."
           END-REWRITE.

       PutCartInService.
           PERFORM ReadChosenCart
           IF CartFileOk
               IF NOT CartOutOfService
                   DISPLAY "Cart " CartNo " is not out of service."
               ELSE
                   MOVE "A" TO CartStatus
                   MOVE ZEROES TO CartServiceDate
                   MOVE SPACES TO CartServiceReason
                   REWRITE CartRec
                       INVALID KEY
                           DISPLAY "Unable to update cart " CartNo "."
                       NOT INVALID KEY
                           DISPLAY "Cart " CartNo " back in service."
                   END-REWRITE
               END-IF
           END-IF.

       ReturnCart.
           PERFORM ReadChosenCart
           IF CartFileOk
               IF NOT CartOut
                   DISPLAY "Cart " CartNo " is not out."
               ELSE
                   PERFORM BookCartBackIn
               END-IF
           END-IF.

       BookCartBackIn.
           DISPLAY "Returned at (HHMM): " WITH NO ADVANCING
           ACCEPT WorkReturnTime
           PERFORM UNTIL WorkReturnHour <= 23
             AND WorkReturnMinute <= 59
               DISPLAY "Enter a time as HHMM: " WITH NO ADVANCING
               ACCEPT WorkReturnTime
           END-PERFORM
           DISPLAY "Damaged (Y/N): " WITH NO ADVANCING
           ACCEPT WorkDamaged

           MOVE CartOutDate TO WorkOutDate
           MOVE CartOutTeeTime TO WorkOutTeeTime
           MOVE ZEROES TO RidersReturned
           PERFORM CloseCartAssignments

           IF CartCameBackDamaged
               DISPLAY "Damage: " WITH NO ADVANCING
               ACCEPT WorkReason
               PERFORM MarkCartOutOfService
           ELSE
               MOVE "A" TO CartStatus
               REWRITE CartRec
                   INVALID KEY
                       DISPLAY "Unable to update cart " CartNo "."
                   NOT INVALID KEY
                       DISPLAY "Cart " CartNo " returned, riders "
                         RidersReturned "."
               END-REWRITE
           END-IF.

       CloseCartAssignments.
           MOVE "N" TO AssignScanEofFlag
           MOVE WorkOutDate TO CaDate
           MOVE ZEROES TO CaSeq
           START CartAssignFile KEY IS >= CaKey
               INVALID KEY MOVE "Y" TO AssignScanEofFlag
           END-START

           IF NOT EndOfAssignScan
               READ CartAssignFile NEXT
                AT END MOVE "Y" TO AssignScanEofFlag
               END-READ
           END-IF

           PERFORM CloseOneAssignment UNTIL EndOfAssignScan.

       CloseOneAssignment.
           IF CaDate NOT = WorkOutDate
               MOVE "Y" TO AssignScanEofFlag
           ELSE
               IF CaCartNo = CartNo
                 AND CaTeeTime = WorkOutTeeTime
                 AND CaCartIsOut
                   MOVE "R" TO CaStatus
                   MOVE WorkReturnTime TO CaReturnTime
                   REWRITE CartAssignRec
                       INVALID KEY
                           DISPLAY "Unable to close assignment "
                             CaSeq "."
                       NOT INVALID KEY
                           ADD 1 TO RidersReturned
                   END-REWRITE
               END-IF
               READ CartAssignFile NEXT
                AT END MOVE "Y" TO AssignScanEofFlag
               END-READ
           END-IF.

       ListFleet.
           MOVE "N" TO ListScanEofFlag
           MOVE ZEROES TO CartNo
           START CartFile KEY IS >= CartNo
               INVALID KEY MOVE "Y" TO ListScanEofFlag
           END-START

           IF NOT EndOfListScan
               READ CartFile NEXT
                AT END MOVE "Y" TO ListScanEofFlag
               END-READ
           END-IF

           PERFORM ListOneCart UNTIL EndOfListScan.

       ListOneCart.
           EVALUATE TRUE
               WHEN CartOut
                   DISPLAY "  " CartNo "  OUT        " CartOutDate
                     " " CartOutTeeTime "  " CartOutMemberId
                     "  rounds " CartRounds
               WHEN CartOutOfService
                   DISPLAY "  " CartNo "  SERVICE    " CartServiceDate
                     "  " CartServiceReason "  rounds " CartRounds
               WHEN OTHER
                   DISPLAY "  " CartNo "  AVAILABLE  rounds "
                     CartRounds
           END-EVALUATE
           READ CartFile NEXT
            AT END MOVE "Y" TO ListScanEofFlag
           END-READ.
