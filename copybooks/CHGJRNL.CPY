      *****************************************************
      *  CHGJRNL.CPY                                      *
      *  Master and workbench change journal record.      *
      *                                                    *
      *  One record per change BRMAINT, GLMMAINT or       *
      *  SUSPMGR makes to a branch (B), region (R), GL    *
      *  mapping (G) or suspense workbench item (S),      *
      *  keyed by file, record key, the date and time the *
      *  change was made and a sequence, so one record's  *
      *  changes read back in the order they were made.   *
      *  Holds the record before the change (or that it   *
      *  was not on file) and after it, the action code   *
      *  from the card, the operator who keyed the card   *
      *  and the program that applied it.  JRNLRPT        *
      *  reports over it; HSKEEP moves old records to the *
      *  flat archive CHGJRNAR.DAT in the same layout.    *
      *****************************************************
       01  CHANGE-JOURNAL-RECORD.
           05  CJ-KEY.
               10  CJ-FILE-ID          PIC X(1).
                   88  CJ-BRANCH-RECORD       VALUE "B".
                   88  CJ-REGION-RECORD       VALUE "R".
                   88  CJ-GLMAP-RECORD        VALUE "G".
                   88  CJ-SUSPENSE-ITEM       VALUE "S".
               10  CJ-RECORD-KEY       PIC X(16).
               10  CJ-CHANGE-DATE      PIC 9(8).
               10  CJ-CHANGE-TIME      PIC 9(8).
               10  CJ-SEQ              PIC 9(3).
           05  CJ-ACTION               PIC X(1).
           05  CJ-OPERATOR-ID          PIC X(8).
           05  CJ-SOURCE-PROGRAM       PIC X(8).
           05  CJ-BUSINESS-DATE        PIC 9(8).
           05  CJ-BEFORE-SW            PIC X(1).
               88  CJ-BEFORE-ON-FILE          VALUE "Y".
               88  CJ-BEFORE-NOT-ON-FILE      VALUE "N".
           05  CJ-BEFORE-IMAGE         PIC X(100).
           05  CJ-AFTER-IMAGE          PIC X(100).
           05  FILLER                  PIC X(18).
