      *****************************************************
      *  PRFCARRY.CPY                                     *
      *  Branch proof difference carry-forward record.    *
      *                                                    *
      *  One record per branch and business date whose    *
      *  self-reported proof total has not agreed with    *
      *  BUG's figures for the day, keyed by business     *
      *  date and branch (after merge routing).  Holds    *
      *  the branch's reported count and net amount (or   *
      *  that it never reported), BUG's archive count and *
      *  branch-applied amount, the kind of exception,    *
      *  when it was first seen and last checked and how  *
      *  many days it has been outstanding.  PRFRECON     *
      *  rechecks and ages every record each run and      *
      *  deletes it once the figures agree.               *
      *****************************************************
       01  PROOF-CARRY-RECORD.
           05  PK-KEY.
               10  PK-BUSINESS-DATE    PIC 9(8).
               10  PK-BRANCH-CODE      PIC X(4).
           05  PK-EXCEPTION-TYPE       PIC X(1).
               88  PK-OUT-OF-BALANCE          VALUE "O".
               88  PK-REPORTED-NO-ACTIVITY    VALUE "R".
               88  PK-ACTIVE-NOT-REPORTED     VALUE "N".
           05  PK-REPORTED-SW          PIC X(1).
               88  PK-REPORTED                VALUE "Y".
           05  PK-REPORTED-COUNT       PIC 9(7).
           05  PK-REPORTED-AMOUNT      PIC S9(11)V99.
           05  PK-BUG-COUNT            PIC 9(7).
           05  PK-BUG-AMOUNT           PIC S9(11)V99.
           05  PK-FIRST-SEEN-DATE      PIC 9(8).
           05  PK-LAST-CHECKED-DATE    PIC 9(8).
           05  PK-DAYS-OUTSTANDING     PIC 9(5).
           05  FILLER                  PIC X(10).
