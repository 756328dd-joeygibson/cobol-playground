      * asterisk. Arguments are member id, from date and to date
      * (YYYYMMDD); prompts when run without them, and a blank or
      * zero range means everything on file.
      * 2026-10-15 JG  Grill and pro-shop house-charge slips print as
      *                memo lines (OPEN until a dues run bills them,
      *                then inside the billed amount); voided slips
      *                are left off.
      * 2026-10-15 JG  F&B minimum shortfall slips show as FBMIN.
      * 2026-10-15 JG  Bad-debt ledger entries print as WRITEOFF,
      *                WO REINS (the reinstated part of a written-off
      *                balance the agency recovered) and RECOVERY.
      * 2026-10-15 JG  Cart and trail fees from TeeCheckIn show as
      *                CARTFEE and TRAILFEE.
      * 2026-10-15 JG  Lesson charges from LessonBook show as LESSON.
      * 2026-10-15 JG  Room fees from FacBook show as ROOMFEE.
      * 2026-10-15 JG  Social-event charges from EvtRsvp show as
      *                EVENT.
      * 2026-10-15 JG  Payments are cut off at installment 01's
      *                billing date; a later type-change
      *                adjustment keeps its own date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS RentalKey
             FILE STATUS IS RentalFileStatus.

           SELECT HouseChargeFile ASSIGN TO 'data/house-charges.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HcKey
             FILE STATUS IS HouseChgFileStatus.

           SELECT AccountReport ASSIGN TO
             'output/statement-of-account.txt'
             ORGANIZATION IS LINE SEQUENTIAL.
       FD RentalFile.
           COPY RENTREC.

       FD HouseChargeFile.
           COPY HOUSECHG.

       FD AccountReport.
       01 AccountPrintLine PIC X(80).

       01 RentalFileOpenFlag PIC X VALUE "N".
        88 RentalFileIsOpen VALUE "Y".

       01 HouseChgFileStatus PIC XX VALUE ZEROES.
        88 HouseChgFileOk VALUE "00".
        88 HouseChgFileMissing VALUE "35".
       01 HouseChgFileOpenFlag PIC X VALUE "N".
        88 HouseChgFileIsOpen VALUE "Y".

       01 WS-Args-Count PIC 9(4) COMP VALUE ZEROES.
       01 WS-Wanted-MemberId PIC X(5) VALUE SPACES.
       01 WS-From-Date PIC 9(8) VALUE ZEROES.
           ELSE
               MOVE "Y" TO RentalFileOpenFlag
           END-IF
           OPEN INPUT HouseChargeFile
           IF HouseChgFileMissing
               MOVE "N" TO HouseChgFileOpenFlag
           ELSE
               MOVE "Y" TO HouseChgFileOpenFlag
           END-IF

           IF NOT BilledFileMissing
               PERFORM GatherBilledInstallments
           IF RentalFileIsOpen
               PERFORM GatherRentals
           END-IF
           IF HouseChgFileIsOpen
               PERFORM GatherHouseCharges
           END-IF

           PERFORM SortEventsByDate

           IF RentalFileIsOpen
               CLOSE RentalFile
           END-IF
           IF HouseChgFileIsOpen
               CLOSE HouseChargeFile
           END-IF

           DISPLAY "Statement of account written to "
             "output/statement-of-account.txt"
           IF BilledMemberId NOT = WS-Wanted-MemberId
               MOVE "Y" TO EndOfScanFlag
           ELSE
               IF BilledInstallmentNo = 01
                   MOVE BilledDate TO MemberBilledDate
               END-IF
               MOVE SPACES TO WorkDescription
               STRING "Dues installment " DELIMITED BY SIZE
                 BilledInstallmentNo DELIMITED BY SIZE
               WHEN PayIsNsfReversal
                   MOVE "NSF REV" TO EvtType(EventCount)
                   MOVE "+" TO EvtEffect(EventCount)
               WHEN PayIsWriteOffReinstated
                   MOVE "WO REINS" TO EvtType(EventCount)
                   IF PayDate >= MemberBilledDate
                       MOVE "+" TO EvtEffect(EventCount)
                   ELSE
                       MOVE "M" TO EvtEffect(EventCount)
                   END-IF
               WHEN PayIsWriteOff OR PayIsRecovery
                   IF PayIsWriteOff
                       MOVE "WRITEOFF" TO EvtType(EventCount)
                   ELSE
                       MOVE "RECOVERY" TO EvtType(EventCount)
                   END-IF
                   IF PayDate >= MemberBilledDate
                       MOVE "-" TO EvtEffect(EventCount)
                   ELSE
                       MOVE "M" TO EvtEffect(EventCount)
                   END-IF
               WHEN PayIsRefund
                   MOVE "REFUND" TO EvtType(EventCount)
                   IF (PayForDues OR PayForRenewal)
               END-READ
           END-IF.

       GatherHouseCharges.
           MOVE "N" TO EndOfScanFlag
           MOVE WS-Wanted-MemberId TO HcMemberId
           MOVE ZEROES TO HcChargeDate
           MOVE ZEROES TO HcSeq
           START HouseChargeFile KEY IS >= HcKey
               INVALID KEY MOVE "Y" TO EndOfScanFlag
           END-START

           IF NOT EndOfScan
               READ HouseChargeFile NEXT
                AT END MOVE "Y" TO EndOfScanFlag
               END-READ
           END-IF

           PERFORM GatherOneHouseCharge UNTIL EndOfScan.

       GatherOneHouseCharge.
           IF HcMemberId NOT = WS-Wanted-MemberId
               MOVE "Y" TO EndOfScanFlag
           ELSE
               IF HcChargeDate >= WS-From-Date
                 AND HcChargeDate <= WS-To-Date
                 AND NOT HcVoided
                 AND EventCount < 200
                   ADD 1 TO EventCount
                   MOVE HcChargeDate TO EvtDate(EventCount)
                   EVALUATE TRUE
                       WHEN HcOutletGrill
                           MOVE "GRILL" TO EvtType(EventCount)
                       WHEN HcOutletFbMinimum
                           MOVE "FBMIN" TO EvtType(EventCount)
                       WHEN HcOutletCartFee
                           MOVE "CARTFEE" TO EvtType(EventCount)
                       WHEN HcOutletTrailFee
                           MOVE "TRAILFEE" TO EvtType(EventCount)
                       WHEN HcOutletLesson
                           MOVE "LESSON" TO EvtType(EventCount)
                       WHEN HcOutletRoom
                           MOVE "ROOMFEE" TO EvtType(EventCount)
                       WHEN HcOutletEvent
                           MOVE "EVENT" TO EvtType(EventCount)
                       WHEN OTHER
                           MOVE "PROSHOP" TO EvtType(EventCount)
                   END-EVALUATE
                   MOVE SPACES TO WorkDescription
                   IF HcOpen
                       STRING "Ticket " DELIMITED BY SIZE
                         HcTicketNo DELIMITED BY SIZE
                         " OPEN" DELIMITED BY SIZE
                         INTO WorkDescription
                       END-STRING
                   ELSE
                       STRING "Ticket " DELIMITED BY SIZE
                         HcTicketNo DELIMITED BY SIZE
                         INTO WorkDescription
                       END-STRING
                   END-IF
                   MOVE WorkDescription TO EvtDescription(EventCount)
                   MOVE HcAmount TO EvtAmount(EventCount)
                   MOVE "M" TO EvtEffect(EventCount)
               END-IF
               READ HouseChargeFile NEXT
                AT END MOVE "Y" TO EndOfScanFlag
               END-READ
           END-IF.

       SortEventsByDate.
           PERFORM VARYING SortPass FROM 1 BY 1
               UNTIL SortPass >= EventCount
