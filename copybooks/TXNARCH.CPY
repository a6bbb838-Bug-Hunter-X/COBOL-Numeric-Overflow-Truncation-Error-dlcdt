      *  least thirteen months so audit inquiries by      *
      *  branch and date can be answered from file.       *
      *  Read by the ARCHINQ inquiry program.             *
      *                                                    *
      *  A reversed original is marked R and linked to    *
      *  the reversal that cancelled it; the reversal     *
      *  entry itself is marked V and linked back to the  *
      *  original it cancelled.                           *
      *****************************************************
       01  TXN-ARCHIVE-RECORD.
           05  AR-KEY.
           05  AR-CURRENCY-CODE        PIC X(3).
           05  AR-BASE-AMOUNT          PIC S9(7)V99.
           05  AR-BRANCH-CODE          PIC X(4).
           05  AR-REVERSAL-IND         PIC X(1).
               88  AR-REVERSED                VALUE "R".
               88  AR-REVERSAL-ENTRY          VALUE "V".
           05  AR-LINK-KEY.
               10  AR-LINK-BUSINESS-DATE
                                       PIC 9(8).
               10  AR-LINK-TXN-ID      PIC X(10).
           05  FILLER                  PIC X(7).
