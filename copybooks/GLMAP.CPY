      * renewal, G guest fee, T tournament) plus B for the billed
      * receivable. GlExport refuses to export a day whose activity
      * has a code missing from this file.
      * 2026-10-15 JG  Billed dues now go to deferred revenue (B
      *                credits 24000000) and code M carries the
      *                month-end DuesRecog entry that moves each
      *                month's share from deferred to dues revenue.
      * 2026-10-15 JG  Codes W (bad-debt write-offs, debit bad-debt
      *                expense) and V (agency recoveries, credit the
      *                reinstated receivable) added for BadDebt.
      * 2026-10-15 JG  Gift-certificate codes: S sold and A pro-shop
      *                credit awarded credit the certificate liability
      *                23000000; U pro-shop use, P tendered at PayPost
      *                and E expired breakage debit it.
      * 2026-10-15 JG  Payroll labor-cost codes for the Payroll run's
      *                journal: K net wages, X tax withheld, N pension
      *                and O other deductions debit wages expense; F
      *                employer tax debits payroll tax expense; Q
      *                direct deposits paid clear net pay to cash. A
      *                labor line may name a department to map that
      *                department's entries to its own accounts; the
      *                line with no department is the default.
      * 2026-10-15 JG  Fleet codes for the FleetDepr month-end run: Y
      *                depreciation debits expense, credits
      *                accumulated depreciation; on a vehicle sale H
      *                proceeds debit cash, J depreciation taken is
      *                written off, and L loss debits or I gain
      *                credits, each against the vehicle asset.
      * 2026-10-15 JG  Code Z: the non-dues charges billed with the
      *                dues (guest fees, rentals, house charges, sales
      *                tax, late fees, initiation equity) debit the
      *                receivable and credit the billed-charges
      *                clearing account, leaving code B to the dues.
      * 2026-10-15 JG  GlExport also uses code M, reversed, for dues
      *                paid from credit on account: debit dues revenue,
      *                credit deferred revenue.
       01 GlMapRec.
        02 GlMapCode PIC X.
        02 FILLER PIC X.
        02 GlMapCreditAccount PIC X(8).
        02 FILLER PIC X.
        02 GlMapDescription PIC X(20).
        02 FILLER PIC X.
        02 GlMapDepartment PIC X(10).
