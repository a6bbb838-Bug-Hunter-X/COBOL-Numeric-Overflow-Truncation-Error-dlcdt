      *  closed by that feed's own trailer; a file with   *
      *  no header records is a single unnamed feed, as   *
      *  before.                                          *
      *                                                    *
      *  A reversal record (R) cancels an item already    *
      *  posted: it carries its own transaction id plus   *
      *  the original's id and business date, and the    *
      *  original's type, amount, branch and currency as  *
      *  posted.  Its effect is the negation of the       *
      *  original, and trailer counts and totals take it  *
      *  at that effect (a reversed credit is a debit).   *
      *****************************************************
       01  TXN-RECORD.
           05  TXN-REC-TYPE            PIC X(1).
               88  TXN-DETAIL-REC             VALUE "D".
               88  TXN-TRAILER-REC            VALUE "T".
               88  TXN-HEADER-REC             VALUE "H".
               88  TXN-REVERSAL-REC           VALUE "R".
           05  TXN-ID                  PIC X(10).
           05  TXN-TYPE                PIC X(1).
               88  TXN-CREDIT                 VALUE "C".
           05  TXN-BRANCH-CODE         PIC X(4).
           05  TXN-CURRENCY-CODE       PIC X(3).
           05  FILLER                  PIC X(3).
           05  TXN-REVERSAL-REF.
               10  TXN-ORIG-TXN-ID     PIC X(10).
               10  TXN-ORIG-BUS-DATE-X PIC X(8).
               10  TXN-ORIG-BUS-DATE REDEFINES TXN-ORIG-BUS-DATE-X
                                       PIC 9(8).

       01  TXN-TRAILER-RECORD REDEFINES TXN-RECORD.
           05  TT-REC-TYPE             PIC X(1).
           05  TT-EXPECTED-COUNT       PIC 9(7).
           05  TT-EXPECTED-TOTAL       PIC S9(11)V99.
           05  FILLER                  PIC X(28).

       01  TXN-HEADER-RECORD REDEFINES TXN-RECORD.
           05  TH-REC-TYPE             PIC X(1).
           05  TH-FEED-ID              PIC X(4).
           05  FILLER                  PIC X(44).
