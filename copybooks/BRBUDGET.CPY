      *****************************************************
      *  BRBUDGET.CPY                                     *
      *  Branch budget master record layout.              *
      *                                                    *
      *  One record per branch per budget period, keyed   *
      *  by branch code plus period (CCYYMM), holding the *
      *  net amount budgeted for that month.  Maintained  *
      *  by BUDMAINT, which rejects budgets for branches  *
      *  that are unknown, closed or merged.  Reported    *
      *  against the branch actuals by BUDVAR.            *
      *****************************************************
       01  BUDGET-RECORD.
           05  BB-KEY.
               10  BB-BRANCH-CODE      PIC X(4).
               10  BB-PERIOD           PIC 9(6).
           05  BB-BUDGET-AMOUNT        PIC S9(9)V99.
           05  BB-LAST-MAINT-DATE      PIC 9(8).
           05  FILLER                  PIC X(11).
