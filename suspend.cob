      *                cleared here once the member's account
      *                carries no open balance -- the reversed
      *                amount has been made good.
      * 2026-10-15 JG  Payments are cut off at installment 01's
      *                billing date; a later type-change
      *                adjustment keeps its own date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                     TO GrpInstDueDate(GroupInstallmentCount)
                   MOVE BilledAmount
                     TO GrpInstAmount(GroupInstallmentCount)
                   IF BilledInstallmentNo = 01
                       MOVE BilledDate TO GroupBilledDate
                   END-IF
               END-IF
               READ BilledFile NEXT
                AT END MOVE "Y" TO EndOfBilledScanFlag
