      * GL budget record, one per account and month, keyed by the
      * account (as it appears in data/gl-accounts.dat) and yyyymm
      * in data/gl-budget.dat. Amounts are in the account's normal
      * direction -- revenue as a positive credit, cash and
      * receivables as a positive debit. Maintained by BudMaint;
      * BudgetRpt compares them with the journal history.
       01 BudgetRec.
        88 EndOfBudgetFile VALUE HIGH-VALUES.
        02 BudKey.
         03 BudAccount PIC X(8).
         03 BudMonth PIC 9(6).
        02 BudAmount PIC 9(9)V99.
        02 BudUpdateDate PIC 9(8).
