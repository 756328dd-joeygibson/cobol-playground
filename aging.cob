      *                each installment separately by its own due
      *                date, applying the member's payments to the
      *                installments oldest due date first.
      * 2026-10-15 JG  A balance written off to bad debt (BadDebt)
      *                counts as settled, so it leaves the buckets;
      *                the member's net write-off prints under the
      *                installments and the club total after the
      *                bucket totals.
      * 2026-10-15 JG  Payments are cut off at installment 01's
      *                billing date; a later type-change
      *                adjustment keeps its own date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 RemainingPaid PIC S9(6)V99 VALUE ZEROES.
       01 AppliedAmount PIC S9(6)V99 VALUE ZEROES.
       01 OpenBalance PIC S9(6)V99 VALUE ZEROES.
       01 MemberWrittenOff PIC S9(6)V99 VALUE ZEROES.
       01 WrittenOffTotal PIC S9(7)V99 VALUE ZEROES.

       01 EndOfBilledScanFlag PIC X VALUE "N".
        88 EndOfBilledScan VALUE "Y".
        02 FILLER PIC X(3) VALUE " $ ".
        02 PrnBucketAmount PIC ZZZ,ZZ9.99.

       01 WriteOffNoteLine.
        02 FILLER PIC X(30) VALUE SPACES.
        02 FILLER PIC X(26) VALUE "Written off to bad debt  $".
        02 PrnAgeWrittenOff PIC ZZ,ZZ9.99-.

       01 BucketCurrentTotal PIC 9(7)V99 VALUE ZEROES.
       01 Bucket30Total PIC 9(7)V99 VALUE ZEROES.
       01 Bucket60Total PIC 9(7)V99 VALUE ZEROES.
                     TO GrpInstDueDate(GroupInstallmentCount)
                   MOVE BilledAmount
                     TO GrpInstAmount(GroupInstallmentCount)
                   IF BilledInstallmentNo = 01
                       MOVE BilledDate TO GroupBilledDate
                   END-IF
               END-IF
               READ BilledFile NEXT
                AT END MOVE "Y" TO EndOfBilledScanFlag

           PERFORM AgeOneInstallment
               VARYING GroupIndex FROM 1 BY 1
               UNTIL GroupIndex > GroupInstallmentCount

           IF MemberWrittenOff NOT = ZEROES
               MOVE MemberWrittenOff TO PrnAgeWrittenOff
               WRITE AgingPrintLine FROM WriteOffNoteLine
                 AFTER ADVANCING 1 LINE
               ADD MemberWrittenOff TO WrittenOffTotal
           END-IF.

       AgeOneInstallment.
           IF GroupIndex = GroupInstallmentCount

       SumMemberPayments.
           MOVE ZEROES TO MemberPaidAmount
           MOVE ZEROES TO MemberWrittenOff
           MOVE "N" TO EndOfPaymentsFlag

           MOVE MemberId TO PayMemberId
                   ELSE
                       ADD PayAmount TO MemberPaidAmount
                   END-IF
                   EVALUATE TRUE
                       WHEN PayIsWriteOff
                           ADD PayAmount TO MemberWrittenOff
                       WHEN PayIsWriteOffReinstated
                           SUBTRACT PayAmount FROM MemberWrittenOff
                   END-EVALUATE
               END-IF
               READ PaymentFile NEXT
                AT END MOVE "Y" TO EndOfPaymentsFlag
           MOVE "Over 90  " TO PrnBucketLabel
           MOVE Bucket90Total TO PrnBucketAmount
           WRITE AgingPrintLine FROM BucketTotalLine
             AFTER ADVANCING 1 LINE

           IF WrittenOffTotal NOT = ZEROES
               MOVE "Wrote off" TO PrnBucketLabel
               MOVE WrittenOffTotal TO PrnBucketAmount
               WRITE AgingPrintLine FROM BucketTotalLine
                 AFTER ADVANCING 2 LINES
           END-IF.
