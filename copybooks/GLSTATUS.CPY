      *  system's acknowledgment file against it and      *
      *  sets status A (acknowledged) or M (amount        *
      *  mismatch), then ages everything still unposted.  *
      *                                                    *
      *  A reprocessed business date never re-sends its   *
      *  batches: the difference goes out as an           *
      *  adjustment batch (type A) with id business date  *
      *  plus "A" plus a sequence, naming the branch it   *
      *  adjusts (blank for the whole-day lump).  The     *
      *  day's GL total is its batches plus adjustments.  *
      *                                                    *
      *  A prior-period adjustment batch (type P) from    *
      *  PPADJUST posts to a closed month: its id is      *
      *  "PPA" plus that period plus a sequence, and the  *
      *  period it posts to is carried in GS-GL-PERIOD.   *
      *                                                    *
      *  A month-end FX revaluation batch (type R) from   *
      *  FXREVAL carries one branch's unrealised gain or  *
      *  loss for the month: its id is "FXR" plus the     *
      *  month plus a sequence, with the month in         *
      *  GS-GL-PERIOD and the branch in GS-BRANCH-CODE.   *
      *****************************************************
       01  GL-STATUS-RECORD.
           05  GS-BATCH-ID             PIC X(12).
               88  GS-ACKNOWLEDGED            VALUE "A".
               88  GS-AMOUNT-MISMATCH         VALUE "M".
           05  GS-ACK-DATE             PIC 9(8).
           05  GS-BATCH-TYPE           PIC X(1).
               88  GS-ADJUSTMENT-BATCH        VALUE "A".
               88  GS-PRIOR-PERIOD-BATCH      VALUE "P".
               88  GS-REVALUATION-BATCH       VALUE "R".
           05  GS-BRANCH-CODE          PIC X(4).
           05  GS-GL-PERIOD            PIC 9(6).
           05  FILLER                  PIC X(1).
