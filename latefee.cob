                     TO GrpInstDueDate(GroupInstallmentCount)
                   MOVE BilledAmount
                     TO GrpInstAmount(GroupInstallmentCount)
                   IF BilledInstallmentNo = 01
                       MOVE BilledDate TO GroupBilledDate
                   END-IF
               END-IF
               READ BilledFile NEXT
                AT END MOVE "Y" TO EndOfBilledScanFlag
