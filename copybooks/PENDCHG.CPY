      *****************************************************
      *  PENDCHG.CPY                                      *
      *  Pending master change record layout.             *
      *                                                    *
      *  A BRMAINT or GLMMAINT card whose effective date  *
      *  is after the business date waits here as keyed,  *
      *  keyed by effective date plus source (B branch/   *
      *  region card, G GL mapping card) plus a sequence, *
      *  so changes come off in the order they take       *
      *  effect.  Each program releases its own cards     *
      *  once the business date reaches their effective   *
      *  date - BRMAINT and GLMMAINT run ahead of BUG in  *
      *  the nightly cycle - and deletes them.  PENDRPT   *
      *  lists what is still scheduled.                   *
      *****************************************************
       01  PENDING-CHANGE-RECORD.
           05  PC-KEY.
               10  PC-EFFECTIVE-DATE   PIC 9(8).
               10  PC-SOURCE           PIC X(1).
                   88  PC-BRANCH-CARD         VALUE "B".
                   88  PC-GLMAP-CARD          VALUE "G".
               10  PC-SEQ              PIC 9(3).
           05  PC-CARD-IMAGE           PIC X(80).
           05  PC-KEYED-DATE           PIC 9(8).
           05  PC-KEYED-BUSINESS-DATE  PIC 9(8).
           05  FILLER                  PIC X(12).
