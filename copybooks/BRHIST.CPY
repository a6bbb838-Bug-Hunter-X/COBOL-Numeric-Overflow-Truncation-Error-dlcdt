      *  BUG when the first run of a new month or year    *
      *  snapshots the closing MTD/YTD figures before     *
      *  they are reset.  Reported on by TRENDRPT.        *
      *                                                    *
      *  PPADJUST applies approved corrections to a       *
      *  closed period of the open year: the period's     *
      *  finals are adjusted and marked restated (R), and *
      *  the YTD finals of the later closed periods carry *
      *  the same amount.                                 *
      *****************************************************
       01  BRANCH-HISTORY-RECORD.
           05  BH-KEY.
               10  BH-BRANCH-CODE      PIC X(4).
           05  BH-MTD-FINAL            PIC S9(9)V99.
           05  BH-YTD-FINAL            PIC S9(9)V99.
           05  BH-RESTATED-IND         PIC X(1).
               88  BH-RESTATED                VALUE "R".
           05  FILLER                  PIC X(7).
