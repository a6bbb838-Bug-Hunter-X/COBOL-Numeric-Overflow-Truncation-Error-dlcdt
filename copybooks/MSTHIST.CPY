      *****************************************************
      *  MSTHIST.CPY                                      *
      *  Master change history record layout.             *
      *                                                    *
      *  One record per change BRMAINT or GLMMAINT makes  *
      *  to a branch (B), region (R) or GL mapping (G)    *
      *  record, keyed by file, record key, the date the  *
      *  change took effect and a sequence.  Holds the    *
      *  record as it stood before the change (or that    *
      *  it was not on file), so the master as of any     *
      *  business date is the current record unless a    *
      *  change took effect after that date - then it is  *
      *  the before-image of the earliest such change.    *
      *  BUG reads it that way to validate branches and   *
      *  map GL accounts as they stood on the business    *
      *  date being processed.                            *
      *****************************************************
       01  MASTER-HISTORY-RECORD.
           05  MH-KEY.
               10  MH-FILE-ID          PIC X(1).
                   88  MH-BRANCH-RECORD       VALUE "B".
                   88  MH-REGION-RECORD       VALUE "R".
                   88  MH-GLMAP-RECORD        VALUE "G".
               10  MH-RECORD-KEY       PIC X(5).
               10  MH-EFFECTIVE-DATE   PIC 9(8).
               10  MH-SEQ              PIC 9(3).
           05  MH-ACTION               PIC X(1).
           05  MH-BEFORE-SW            PIC X(1).
               88  MH-BEFORE-ON-FILE          VALUE "Y".
               88  MH-BEFORE-NOT-ON-FILE      VALUE "N".
           05  MH-BEFORE-IMAGE         PIC X(50).
           05  MH-APPLIED-DATE         PIC 9(8).
           05  FILLER                  PIC X(11).
