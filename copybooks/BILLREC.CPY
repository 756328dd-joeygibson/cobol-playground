      *                installment number and each record carries its
      *                own due date. Lump-sum members are installment
      *                01 due on the billing date.
      * 2026-10-15 JG  Each record also carries the dues share of its
      *                amount (the plan or family rate, prorated),
      *                without the guest fees, rentals, house
      *                charges, sales tax, late fees or initiation
      *                equity billed with it, so only dues are
      *                deferred and recognized as dues revenue.
      * 2026-10-15 JG  Credit on account comes off the non-dues
      *                charges first, so the dues share never exceeds
      *                the billed amount; the dues the credit paid are
      *                kept beside it (installment 01), and a member
      *                whose credit covered the whole bill still gets
      *                an installment 01 with a zero billed amount so
      *                the dues are deferred. The first month the
      *                dues cover is kept too -- the quarter start, or
      *                the join or type-change month when only the
      *                rest of the quarter was billed -- and the dues
      *                are recognized over that month to quarter end.
      *                The quarter's bill date, for payment cutoffs,
      *                is installment 01's BilledDate.
       01 BilledRec.
        88 EndOfBilledFile VALUE HIGH-VALUES.
        02 BilledKey.
        02 BilledAmount PIC 9(5)V99.
        02 BilledDate PIC 9(8).
        02 BilledDueDate PIC 9(8).
        02 BilledDuesAmount PIC 9(5)V99.
        02 BilledDuesCredited PIC 9(5)V99.
        02 BilledCoverFrom PIC 9(6).
