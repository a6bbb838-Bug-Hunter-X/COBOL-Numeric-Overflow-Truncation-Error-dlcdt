      *****************************************************
      *  PPAREG.CPY                                       *
      *  Prior-period adjustment register record layout.  *
      *                                                    *
      *  One record per adjustment PPADJUST has applied   *
      *  to a closed period, keyed by the id of the GL    *
      *  batch that carried it ("PPA" plus the period     *
      *  plus a sequence), so the register reads in      *
      *  period order.  Holds the card as approved, the   *
      *  period's MTD final before and after, how many    *
      *  later closed periods had their YTD carried, and  *
      *  the GL account posted.  Reported on by PPARPT    *
      *  for the auditors.                                *
      *****************************************************
       01  PPA-REGISTER-RECORD.
           05  PR-BATCH-ID             PIC X(12).
           05  PR-PERIOD               PIC 9(6).
           05  PR-BRANCH-CODE          PIC X(4).
           05  PR-AMOUNT               PIC S9(9)V99.
           05  PR-REASON               PIC X(30).
           05  PR-APPROVER             PIC X(8).
           05  PR-OPEN-PERIOD          PIC 9(6).
           05  PR-APPLIED-TIMESTAMP    PIC X(14).
           05  PR-MTD-BEFORE           PIC S9(9)V99.
           05  PR-MTD-AFTER            PIC S9(9)V99.
           05  PR-LATER-PERIODS        PIC 9(2).
           05  PR-GL-ACCOUNT           PIC X(10).
           05  PR-GL-COST-CENTER       PIC X(6).
           05  FILLER                  PIC X(10).
