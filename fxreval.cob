       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.

      ******************************************************************
      * Foreign-currency exposure and month-end revaluation.           *
      *                                                                *
      * BUG converts each foreign item to base at the day's rate and  *
      * archives both amounts.  This run totals, from the archive,    *
      * each branch's month-to-date position in every foreign         *
      * currency - the first of the business date's month through the *
      * business date on the parm card (same card BUG reads; today if *
      * absent) - and values it at the latest accepted rate on the    *
      * FX rate history file:                                         *
      *   booked base    - the base amounts BUG posted for the items; *
      *   revalued base  - the original-currency position at the     *
      *                    latest rate;                               *
      *   gain or loss   - revalued less booked, unrealised.          *
      * A merged branch's items count under its survivor, the way BUG *
      * routes them.  Positions are listed branch by branch within    *
      * region, each region closing with its subtotal per currency    *
      * and its total; then the position in each currency across all  *
      * regions and the grand total.  A currency with no accepted     *
      * rate is listed NO RATE and valued at its booked amount.       *
      *                                                                *
      * On the last day of the month (or when the optional FXRVPARM   *
      * card for that month says so - Y to post on a last business    *
      * day that is not the calendar month end, N to hold the         *
      * posting) each branch's net gain or loss goes to the GL as a   *
      * batch of its own on FXRGLEXT.DAT, to the branch's mapped      *
      * account as BUG posts its days, and is recorded on the GL      *
      * status file as a revaluation batch so GLRECON matches and     *
      * ages it like any other.  Batch ids are "FXR" plus the month   *
      * plus a sequence.  A branch whose revaluation for the month is *
      * already on the GL status file is not sent again.  A branch    *
      * with no GL mapping while the mapping master is in use is held *
      * back and reported, never posted to a dump account.            *
      *                                                                *
      * Ends with a warning return code when a currency had no rate   *
      * or a branch was held back.                                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT OPTIONAL REVAL-PARM-FILE ASSIGN TO "FXRVPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVAL-PARM-FILE-STATUS.

           SELECT TXN-ARCHIVE-FILE ASSIGN TO "TXNARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT OPTIONAL FX-HISTORY-FILE ASSIGN TO "FXHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CURRENCY-CODE
               FILE STATUS IS WS-FXHIST-FILE-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRM-BRANCH-CODE
               FILE STATUS IS WS-BRMASTER-FILE-STATUS.

           SELECT OPTIONAL REGION-MASTER-FILE ASSIGN TO "RGNMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGN-REGION-CODE
               FILE STATUS IS WS-RGNMAST-FILE-STATUS.

           SELECT OPTIONAL GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "FXRGLEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT GL-STATUS-FILE ASSIGN TO "GLSTATUS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-BATCH-ID
               FILE STATUS IS WS-GLSTAT-FILE-STATUS.

           SELECT REVAL-REPORT-FILE ASSIGN TO "FXREVAL.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
      ******************************************************************
      * The same parm card BUG reads: only the business date is used, *
      * so the positions run to the day the accumulation run          *
      * archived.                                                     *
      ******************************************************************
       01  PARM-RECORD.
           05  PARM-THRESHOLD-PCT      PIC 9(3).
           05  PARM-BUSINESS-DATE-X    PIC X(8).
           05  PARM-BUSINESS-DATE REDEFINES PARM-BUSINESS-DATE-X
                                       PIC 9(8).
           05  PARM-RUN-MODE           PIC X(1).
           05  PARM-RERUN-OVERRIDE     PIC X(1).
           05  FILLER                  PIC X(67).

       FD  REVAL-PARM-FILE
           RECORDING MODE IS F.
       01  REVAL-PARM-RECORD.
           05  FV-MONTH-END-SW         PIC X(1).
               88  FV-POST-MONTH-END          VALUE "Y".
               88  FV-HOLD-MONTH-END          VALUE "N".
           05  FV-PERIOD-X             PIC X(6).
           05  FV-PERIOD REDEFINES FV-PERIOD-X
                                       PIC 9(6).
           05  FILLER                  PIC X(73).

       FD  TXN-ARCHIVE-FILE.
           COPY TXNARCH.

       FD  FX-HISTORY-FILE.
           COPY FXHIST.

       FD  BRANCH-MASTER-FILE.
           COPY BRMASTER.

       FD  REGION-MASTER-FILE.
           COPY RGNMAST.

       FD  GL-MAP-FILE.
           COPY GLMAP.

       FD  GL-EXTRACT-FILE
           RECORDING MODE IS F.
       01  GL-EXTRACT-RECORD.
           05  GL-ACCOUNT-CODE         PIC X(10).
           05  GL-PERIOD               PIC 9(6).
           05  GL-DR-CR-IND            PIC X(2).
           05  GL-AMOUNT               PIC 9(11)V99.
           05  GL-BATCH-ID             PIC X(12).
           05  GL-COST-CENTER          PIC X(6).
           05  FILLER                  PIC X(5).

       FD  GL-STATUS-FILE.
           COPY GLSTATUS.

       FD  REVAL-REPORT-FILE
           RECORDING MODE IS F.
       01  REVAL-PRINT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-PARM-FILE-STATUS     PIC X(2).
           05  WS-REVAL-PARM-FILE-STATUS
                                       PIC X(2).
           05  WS-ARCH-FILE-STATUS     PIC X(2).
           05  WS-ARCH-EOF-SW          PIC X VALUE "N".
               88  WS-ARCH-EOF                   VALUE "Y".
           05  WS-FXHIST-FILE-STATUS   PIC X(2).
           05  WS-FXHIST-AVAIL-SW      PIC X VALUE "N".
               88  WS-FXHIST-AVAILABLE           VALUE "Y".
           05  WS-BRMASTER-FILE-STATUS PIC X(2).
           05  WS-RGNMAST-FILE-STATUS  PIC X(2).
           05  WS-RGNMAST-AVAIL-SW     PIC X VALUE "N".
               88  WS-RGNMAST-AVAILABLE          VALUE "Y".
           05  WS-GLMAP-FILE-STATUS    PIC X(2).
           05  WS-GLMAP-AVAIL-SW       PIC X VALUE "N".
               88  WS-GLMAP-AVAILABLE            VALUE "Y".
           05  WS-GL-FILE-STATUS       PIC X(2).
           05  WS-GLSTAT-FILE-STATUS   PIC X(2).
           05  WS-GLSTAT-EOF-SW        PIC X VALUE "N".
               88  WS-GLSTAT-EOF                 VALUE "Y".
           05  WS-REPORT-FILE-STATUS   PIC X(2).

       01  WS-CONSTANTS.
           05  WS-BASE-CURRENCY        PIC X(3) VALUE "USD".

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-TIME    PIC X(21).
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-BUSINESS-DATE        PIC 9(8).
           05  WS-MONTH-START-DATE     PIC 9(8).
           05  WS-NEXT-DATE            PIC 9(8).
           05  WS-REVAL-PERIOD         PIC 9(6).
           05  WS-REVAL-PERIOD-X REDEFINES WS-REVAL-PERIOD
                                       PIC X(6).

       01  WS-POSTING-FIELDS.
           05  WS-POSTING-SW           PIC X VALUE "N".
               88  WS-NOT-MONTH-END              VALUE "N".
               88  WS-POSTING-MONTH-END          VALUE "P".
           05  WS-MONTH-END-TEXT       PIC X(3) VALUE "NO".
           05  WS-PRIOR-SENT-COUNT     PIC 9(5) VALUE ZEROS.
           05  WS-ALREADY-SENT-COUNT   PIC 9(5) VALUE ZEROS.
           05  WS-BATCH-ID             PIC X(12).
           05  WS-BATCH-SEQ            PIC 9(3) VALUE ZEROS.
           05  WS-BATCH-SEQ-X REDEFINES WS-BATCH-SEQ
                                       PIC X(3).
           05  WS-POST-ACCOUNT         PIC X(10).
           05  WS-POST-COST-CENTER     PIC X(6).
           05  WS-MAP-FOUND-SW         PIC X VALUE "N".
               88  WS-MAP-FOUND                  VALUE "Y".

       01  WS-SENT-BRANCH-FIELDS.
      ******************************************************************
      * Branches whose revaluation for the month is already on the GL *
      * status file, one entry each.  A month holds at most 999       *
      * batches, so the table cannot overflow.                        *
      ******************************************************************
           05  WS-SENT-BRANCH-COUNT    PIC 9(3) VALUE ZEROS.
           05  WS-PRIOR-SEQ-X          PIC X(3).
           05  WS-PRIOR-SEQ REDEFINES WS-PRIOR-SEQ-X
                                       PIC 9(3).
           05  WS-SENT-SEARCH-CODE     PIC X(4).
           05  WS-SENT-BRANCH-SW       PIC X VALUE "N".
               88  WS-BRANCH-ALREADY-SENT        VALUE "Y".
           05  WS-SENT-BRANCH-TABLE OCCURS 999 TIMES
                                       INDEXED BY WS-SENT-BRANCH-IDX.
               10  SB-BRANCH-CODE      PIC X(4).

       01  WS-ROUTE-FIELDS.
           05  WS-LAST-ARCH-BRANCH     PIC X(4) VALUE HIGH-VALUES.
           05  WS-ROUTE-BRANCH-CODE    PIC X(4).
           05  WS-ROUTE-REGION-CODE    PIC X(3).
           05  WS-ROUTE-HOPS           PIC 9(2) VALUE ZEROS.
           05  WS-ROUTE-MAX-HOPS       PIC 9(2) VALUE 10.
           05  WS-ROUTE-DONE-SW        PIC X VALUE "N".
               88  WS-ROUTE-DONE                 VALUE "Y".

       01  WS-BREAK-FIELDS.
           05  WS-FIRST-POSITION-SW    PIC X VALUE "Y".
               88  WS-FIRST-POSITION             VALUE "Y".
           05  WS-CURRENT-REGION       PIC X(3).
           05  WS-CURRENT-REGION-NAME  PIC X(30).
           05  WS-CURRENT-BRANCH       PIC X(4).
           05  WS-CURRENT-BRANCH-NAME  PIC X(30).
           05  WS-BRANCH-BOOKED        PIC S9(11)V99 COMP-3.
           05  WS-BRANCH-REVALUED      PIC S9(11)V99 COMP-3.
           05  WS-BRANCH-GAIN-LOSS     PIC S9(11)V99 COMP-3.
           05  WS-REGION-BOOKED        PIC S9(13)V99 COMP-3.
           05  WS-REGION-REVALUED      PIC S9(13)V99 COMP-3.
           05  WS-REGION-GAIN-LOSS     PIC S9(13)V99 COMP-3.
           05  WS-GRAND-BOOKED         PIC S9(13)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-GRAND-REVALUED       PIC S9(13)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-GRAND-GAIN-LOSS      PIC S9(13)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-COUNT-FIELDS.
           05  WS-ITEMS-READ           PIC 9(7) VALUE ZEROS.
           05  WS-BRANCHES-LISTED      PIC 9(5) VALUE ZEROS.
           05  WS-NO-RATE-COUNT        PIC 9(5) VALUE ZEROS.
           05  WS-SIZE-ERROR-COUNT     PIC 9(5) VALUE ZEROS.
           05  WS-POSTED-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-POSTED-NET           PIC S9(13)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-HELD-BACK-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-WARNING-COUNT        PIC 9(5) VALUE ZEROS.

       01  WS-CCY-TABLE-FIELDS.
      ******************************************************************
      * Every foreign currency held, across all regions, in currency  *
      * code order by inserting each new one in place, with the       *
      * latest accepted rate read once for it.                        *
      ******************************************************************
           05  WS-CCY-COUNT            PIC 9(2) VALUE ZEROS.
           05  WS-CCY-MAX              PIC 9(2) VALUE 50.
           05  WS-CCY-IDX              PIC 9(2) VALUE ZEROS.
           05  WS-CCY-INSERT-IDX       PIC 9(2) VALUE ZEROS.
           05  WS-CCY-FOUND-SW         PIC X VALUE "N".
               88  WS-CCY-FOUND                  VALUE "Y".
           05  WS-CCY-TABLE OCCURS 50 TIMES
                                       INDEXED BY WS-CCY-TABLE-IDX.
               10  CT-CURRENCY-CODE    PIC X(3).
               10  CT-RATE             PIC 9(3)V9(6).
               10  CT-RATE-DATE        PIC 9(8).
               10  CT-RATE-SW          PIC X(1).
                   88  CT-RATE-FOUND          VALUE "Y".
               10  CT-ITEM-COUNT       PIC 9(7).
               10  CT-ORIG-AMOUNT      PIC S9(13)V99 COMP-3.
               10  CT-BOOKED-AMOUNT    PIC S9(13)V99 COMP-3.
               10  CT-REVALUED-AMOUNT  PIC S9(13)V99 COMP-3.

       01  WS-RCCY-TABLE-FIELDS.
      ******************************************************************
      * The current region's subtotal per currency, in currency code  *
      * order, cleared as each region starts.                         *
      ******************************************************************
           05  WS-RCCY-COUNT           PIC 9(2) VALUE ZEROS.
           05  WS-RCCY-IDX             PIC 9(2) VALUE ZEROS.
           05  WS-RCCY-INSERT-IDX      PIC 9(2) VALUE ZEROS.
           05  WS-RCCY-FOUND-SW        PIC X VALUE "N".
               88  WS-RCCY-FOUND                 VALUE "Y".
           05  WS-RCCY-TABLE OCCURS 50 TIMES
                                       INDEXED BY WS-RCCY-TABLE-IDX.
               10  RC-CURRENCY-CODE    PIC X(3).
               10  RC-RATE             PIC 9(3)V9(6).
               10  RC-RATE-SW          PIC X(1).
                   88  RC-RATE-FOUND          VALUE "Y".
               10  RC-ITEM-COUNT       PIC 9(7).
               10  RC-ORIG-AMOUNT      PIC S9(13)V99 COMP-3.
               10  RC-BOOKED-AMOUNT    PIC S9(13)V99 COMP-3.
               10  RC-REVALUED-AMOUNT  PIC S9(13)V99 COMP-3.

       01  WS-POSITION-TABLE-FIELDS.
      ******************************************************************
      * One entry per branch and currency, kept in region, branch and *
      * currency order (sorted insertion) so each archived item is    *
      * matched by a binary SEARCH ALL and the table prints in report *
      * order.                                                        *
      ******************************************************************
           05  WS-POS-COUNT            PIC 9(5) VALUE ZEROS.
           05  WS-POS-MAX              PIC 9(5) VALUE 5000.
           05  WS-POS-IDX              PIC 9(5) VALUE ZEROS.
           05  WS-POS-FOUND-SW         PIC X VALUE "N".
               88  WS-POS-FOUND                  VALUE "Y".
           05  WS-SEARCH-POS-KEY.
               10  WS-SEARCH-REGION-CODE
                                       PIC X(3).
               10  WS-SEARCH-BRANCH-CODE
                                       PIC X(4).
               10  WS-SEARCH-CURRENCY-CODE
                                       PIC X(3).
           05  WS-INSERT-POS           PIC 9(5) VALUE ZEROS.
           05  WS-INSERT-DONE-SW       PIC X VALUE "N".
               88  WS-INSERT-DONE                VALUE "Y".
           05  WS-POS-TABLE OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON WS-POS-COUNT
                                       ASCENDING KEY IS PS-KEY
                                       INDEXED BY WS-POS-TABLE-IDX.
               10  PS-KEY.
                   15  PS-REGION-CODE  PIC X(3).
                   15  PS-BRANCH-CODE  PIC X(4).
                   15  PS-CURRENCY-CODE
                                       PIC X(3).
               10  PS-ITEM-COUNT       PIC 9(5).
               10  PS-ORIG-AMOUNT      PIC S9(11)V99 COMP-3.
               10  PS-BOOKED-AMOUNT    PIC S9(11)V99 COMP-3.
               10  PS-REVALUED-AMOUNT  PIC S9(11)V99 COMP-3.
               10  PS-RATE             PIC 9(3)V9(6).
               10  PS-VALUE-SW         PIC X(1).
                   88  PS-REVALUED            VALUE "V".
                   88  PS-NO-RATE             VALUE "N".
                   88  PS-SIZE-ERROR          VALUE "O".

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-TEXT           PIC X(60).

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-NO              PIC 9(5) VALUE ZEROS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZEROS.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
           05  WS-PRINT-LINE           PIC X(132).
           05  WS-LINE-PREFIX          PIC X(50).
           05  WS-LINE-NOTE            PIC X(24).
           05  WS-LINE-CODE            PIC X(4).
           05  WS-LINE-CURRENCY        PIC X(3).
           05  WS-CALC-ITEMS           PIC 9(7).
           05  WS-CALC-ORIG            PIC S9(13)V99 COMP-3.
           05  WS-CALC-RATE            PIC 9(3)V9(6).
           05  WS-CALC-RATE-SW         PIC X(1).
               88  WS-CALC-RATE-FOUND            VALUE "Y".
           05  WS-CALC-BOOKED          PIC S9(13)V99 COMP-3.
           05  WS-CALC-REVALUED        PIC S9(13)V99 COMP-3.
           05  WS-CALC-GAIN-LOSS       PIC S9(13)V99 COMP-3.
           05  WS-ORIG-EDITED          PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-ITEMS-EDITED         PIC ZZZZ9.
           05  WS-RATE-EDITED          PIC ZZ9.999999.
           05  WS-RATE-TEXT            PIC X(10).
           05  WS-BOOKED-EDITED        PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-REVALUED-EDITED      PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-GAIN-LOSS-EDITED     PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-SUM-EDITED           PIC +ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ARCHIVE-LOOP UNTIL WS-ARCH-EOF
           PERFORM 3000-REVALUE-POSITIONS
           IF WS-POSTING-MONTH-END
               PERFORM 3500-CHECK-ALREADY-SENT
           END-IF
           PERFORM 4000-WRITE-REGION-GROUPS
           PERFORM 5000-WRITE-CURRENCY-SUMMARY
           PERFORM 6000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           IF WS-WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           PERFORM 1100-SET-BUSINESS-DATE
           PERFORM 1200-SET-MONTH-END
           OPEN INPUT TXN-ARCHIVE-FILE
           IF WS-ARCH-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN TXN-ARCHIVE-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT FX-HISTORY-FILE
           IF WS-FXHIST-FILE-STATUS = "00"
               SET WS-FXHIST-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRMASTER-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN BRANCH-MASTER-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT REGION-MASTER-FILE
           IF WS-RGNMAST-FILE-STATUS = "00"
               SET WS-RGNMAST-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-FILE-STATUS = "00"
               SET WS-GLMAP-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT GL-EXTRACT-FILE
           IF WS-GL-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN GL-EXTRACT-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O GL-STATUS-FILE
           IF WS-GLSTAT-FILE-STATUS = "35"
               OPEN OUTPUT GL-STATUS-FILE
               CLOSE GL-STATUS-FILE
               OPEN I-O GL-STATUS-FILE
           END-IF
           IF WS-GLSTAT-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN GL-STATUS-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT REVAL-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN REVAL-REPORT-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           PERFORM 6100-WRITE-REPORT-HEADER
           MOVE WS-MONTH-START-DATE TO AR-BUSINESS-DATE
           MOVE LOW-VALUES TO AR-TXN-ID
           START TXN-ARCHIVE-FILE KEY NOT < AR-KEY
           IF WS-ARCH-FILE-STATUS NOT = "00"
               SET WS-ARCH-EOF TO TRUE
           END-IF.

       1100-SET-BUSINESS-DATE.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-BUSINESS-DATE-X NUMERIC
                       AND PARM-BUSINESS-DATE NOT = ZEROS
                       MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE
                   END-IF
           END-READ
           CLOSE PARM-FILE.

       1200-SET-MONTH-END.
      ******************************************************************
      * The business date is the month end when the next calendar    *
      * day falls in another month.  The optional revaluation card    *
      * overrides that either way - Y in column 1 posts on a last     *
      * business day short of the calendar month end, N holds the     *
      * posting - but only for the month (CCYYMM) in columns 2-7.  A  *
      * card left over from an earlier month is ignored.              *
      ******************************************************************
           MOVE WS-BUSINESS-DATE(1:6) TO WS-REVAL-PERIOD
           COMPUTE WS-MONTH-START-DATE = WS-REVAL-PERIOD * 100 + 1
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1)
           IF WS-NEXT-DATE(1:6) NOT = WS-BUSINESS-DATE(1:6)
               SET WS-POSTING-MONTH-END TO TRUE
           END-IF
           OPEN INPUT REVAL-PARM-FILE
           READ REVAL-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FV-PERIOD-X = WS-REVAL-PERIOD-X
                       EVALUATE TRUE
                           WHEN FV-POST-MONTH-END
                               SET WS-POSTING-MONTH-END TO TRUE
                           WHEN FV-HOLD-MONTH-END
                               SET WS-NOT-MONTH-END TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ
           CLOSE REVAL-PARM-FILE
           IF WS-POSTING-MONTH-END
               MOVE "YES" TO WS-MONTH-END-TEXT
           END-IF.

       2000-ARCHIVE-LOOP.
           READ TXN-ARCHIVE-FILE NEXT
               AT END
                   SET WS-ARCH-EOF TO TRUE
               NOT AT END
                   IF AR-BUSINESS-DATE > WS-BUSINESS-DATE
                       SET WS-ARCH-EOF TO TRUE
                   ELSE
                       IF AR-CURRENCY-CODE NOT = SPACES
                           AND AR-CURRENCY-CODE NOT = WS-BASE-CURRENCY
                           PERFORM 2100-ADD-TO-POSITION
                       END-IF
                   END-IF
           END-READ.

       2100-ADD-TO-POSITION.
      ******************************************************************
      * The archived amounts are already signed the way BUG posted    *
      * them, a reversal entry against its original, so a reversed    *
      * item and its reversal net out of the position.                *
      ******************************************************************
           ADD 1 TO WS-ITEMS-READ
           IF AR-BRANCH-CODE NOT = WS-LAST-ARCH-BRANCH
               PERFORM 2200-ROUTE-BRANCH
           END-IF
           MOVE WS-ROUTE-REGION-CODE TO WS-SEARCH-REGION-CODE
           MOVE WS-ROUTE-BRANCH-CODE TO WS-SEARCH-BRANCH-CODE
           MOVE AR-CURRENCY-CODE TO WS-SEARCH-CURRENCY-CODE
           PERFORM 2300-SEARCH-POS-TABLE
           IF NOT WS-POS-FOUND
               IF WS-POS-COUNT NOT < WS-POS-MAX
                   MOVE "POSITION TABLE FULL" TO WS-ABEND-TEXT
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2400-INSERT-POS-ENTRY
           END-IF
           ADD 1 TO PS-ITEM-COUNT(WS-POS-TABLE-IDX)
           ADD AR-ORIG-AMOUNT TO PS-ORIG-AMOUNT(WS-POS-TABLE-IDX)
           ADD AR-BASE-AMOUNT TO PS-BOOKED-AMOUNT(WS-POS-TABLE-IDX).

       2200-ROUTE-BRANCH.
      ******************************************************************
      * Follow the branch master from the archived branch code: a     *
      * merged branch's items belong to its survivor (bounded hops in *
      * case a miskeyed chain loops).  A code no longer on the master *
      * keeps its own items under region "???".                       *
      ******************************************************************
           MOVE AR-BRANCH-CODE TO WS-LAST-ARCH-BRANCH
           MOVE AR-BRANCH-CODE TO WS-ROUTE-BRANCH-CODE
           MOVE "???" TO WS-ROUTE-REGION-CODE
           MOVE ZEROS TO WS-ROUTE-HOPS
           MOVE "N" TO WS-ROUTE-DONE-SW
           PERFORM 2250-READ-MASTER-AND-ROUTE UNTIL WS-ROUTE-DONE.

       2250-READ-MASTER-AND-ROUTE.
           MOVE WS-ROUTE-BRANCH-CODE TO BRM-BRANCH-CODE
           READ BRANCH-MASTER-FILE
           EVALUATE WS-BRMASTER-FILE-STATUS
               WHEN "00"
                   MOVE BRM-REGION-CODE TO WS-ROUTE-REGION-CODE
                   IF BRM-MERGED
                       AND BRM-SURVIVOR-CODE NOT = SPACES
                       AND WS-ROUTE-HOPS < WS-ROUTE-MAX-HOPS
                       ADD 1 TO WS-ROUTE-HOPS
                       MOVE BRM-SURVIVOR-CODE TO WS-ROUTE-BRANCH-CODE
                   ELSE
                       SET WS-ROUTE-DONE TO TRUE
                   END-IF
               WHEN "23"
                   SET WS-ROUTE-DONE TO TRUE
               WHEN OTHER
                   MOVE "UNABLE TO READ BRANCH-MASTER-FILE" TO
                       WS-ABEND-TEXT
                   PERFORM 9900-ABEND
           END-EVALUATE.

       2300-SEARCH-POS-TABLE.
           MOVE "N" TO WS-POS-FOUND-SW
           IF WS-POS-COUNT = 0
               CONTINUE
           ELSE
               SEARCH ALL WS-POS-TABLE
                   AT END
                       CONTINUE
                   WHEN PS-KEY(WS-POS-TABLE-IDX) = WS-SEARCH-POS-KEY
                       SET WS-POS-FOUND TO TRUE
               END-SEARCH
           END-IF.

       2400-INSERT-POS-ENTRY.
      ******************************************************************
      * Insert at the sorted position so the binary search stays      *
      * valid; leaves WS-POS-TABLE-IDX on the new, zeroed entry.      *
      ******************************************************************
           ADD 1 TO WS-POS-COUNT
           MOVE WS-POS-COUNT TO WS-INSERT-POS
           MOVE "N" TO WS-INSERT-DONE-SW
           PERFORM UNTIL WS-INSERT-DONE OR WS-INSERT-POS = 1
               IF PS-KEY(WS-INSERT-POS - 1) > WS-SEARCH-POS-KEY
                   MOVE WS-POS-TABLE(WS-INSERT-POS - 1) TO
                       WS-POS-TABLE(WS-INSERT-POS)
                   SUBTRACT 1 FROM WS-INSERT-POS
               ELSE
                   SET WS-INSERT-DONE TO TRUE
               END-IF
           END-PERFORM
           SET WS-POS-TABLE-IDX TO WS-INSERT-POS
           MOVE WS-SEARCH-POS-KEY TO PS-KEY(WS-POS-TABLE-IDX)
           MOVE ZEROS TO PS-ITEM-COUNT(WS-POS-TABLE-IDX)
           MOVE ZEROS TO PS-ORIG-AMOUNT(WS-POS-TABLE-IDX)
           MOVE ZEROS TO PS-BOOKED-AMOUNT(WS-POS-TABLE-IDX)
           MOVE ZEROS TO PS-REVALUED-AMOUNT(WS-POS-TABLE-IDX)
           MOVE ZEROS TO PS-RATE(WS-POS-TABLE-IDX)
           SET PS-NO-RATE(WS-POS-TABLE-IDX) TO TRUE.

       3000-REVALUE-POSITIONS.
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                       UNTIL WS-POS-IDX > WS-POS-COUNT
               SET WS-POS-TABLE-IDX TO WS-POS-IDX
               PERFORM 3100-REVALUE-ONE-POSITION
           END-PERFORM.

       3100-REVALUE-ONE-POSITION.
      ******************************************************************
      * Revalued at the latest accepted rate the way BUG converts an  *
      * item (original amount times rate, rounded).  With no rate -   *
      * or a result too large to hold - the position stands at its    *
      * booked amount and is flagged.                                 *
      ******************************************************************
           MOVE PS-CURRENCY-CODE(WS-POS-TABLE-IDX) TO
               WS-SEARCH-CURRENCY-CODE
           PERFORM 3200-FIND-CURRENCY
           MOVE PS-BOOKED-AMOUNT(WS-POS-TABLE-IDX) TO
               PS-REVALUED-AMOUNT(WS-POS-TABLE-IDX)
           IF CT-RATE-FOUND(WS-CCY-TABLE-IDX)
               MOVE CT-RATE(WS-CCY-TABLE-IDX) TO
                   PS-RATE(WS-POS-TABLE-IDX)
               SET PS-REVALUED(WS-POS-TABLE-IDX) TO TRUE
               COMPUTE PS-REVALUED-AMOUNT(WS-POS-TABLE-IDX) ROUNDED =
                   PS-ORIG-AMOUNT(WS-POS-TABLE-IDX) *
                       CT-RATE(WS-CCY-TABLE-IDX)
                   ON SIZE ERROR
                       MOVE PS-BOOKED-AMOUNT(WS-POS-TABLE-IDX) TO
                           PS-REVALUED-AMOUNT(WS-POS-TABLE-IDX)
                       SET PS-SIZE-ERROR(WS-POS-TABLE-IDX) TO TRUE
                       ADD 1 TO WS-SIZE-ERROR-COUNT
                       ADD 1 TO WS-WARNING-COUNT
               END-COMPUTE
           ELSE
               ADD 1 TO WS-NO-RATE-COUNT
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           ADD PS-ITEM-COUNT(WS-POS-TABLE-IDX) TO
               CT-ITEM-COUNT(WS-CCY-TABLE-IDX)
           ADD PS-ORIG-AMOUNT(WS-POS-TABLE-IDX) TO
               CT-ORIG-AMOUNT(WS-CCY-TABLE-IDX)
           ADD PS-BOOKED-AMOUNT(WS-POS-TABLE-IDX) TO
               CT-BOOKED-AMOUNT(WS-CCY-TABLE-IDX)
           ADD PS-REVALUED-AMOUNT(WS-POS-TABLE-IDX) TO
               CT-REVALUED-AMOUNT(WS-CCY-TABLE-IDX).

       3200-FIND-CURRENCY.
           MOVE "N" TO WS-CCY-FOUND-SW
           MOVE ZEROS TO WS-CCY-INSERT-IDX
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                       UNTIL WS-CCY-IDX > WS-CCY-COUNT
                           OR WS-CCY-FOUND
                           OR WS-CCY-INSERT-IDX > 0
               SET WS-CCY-TABLE-IDX TO WS-CCY-IDX
               IF CT-CURRENCY-CODE(WS-CCY-TABLE-IDX) =
                       WS-SEARCH-CURRENCY-CODE
                   SET WS-CCY-FOUND TO TRUE
               ELSE
                   IF CT-CURRENCY-CODE(WS-CCY-TABLE-IDX) >
                           WS-SEARCH-CURRENCY-CODE
                       MOVE WS-CCY-IDX TO WS-CCY-INSERT-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-CCY-FOUND
               PERFORM 3250-INSERT-CURRENCY
           END-IF.

       3250-INSERT-CURRENCY.
      ******************************************************************
      * A new currency goes in front of the first one with a higher   *
      * code (or at the end), shifting the rest down one place.       *
      ******************************************************************
           IF WS-CCY-COUNT NOT < WS-CCY-MAX
               MOVE "CURRENCY TABLE FULL" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           IF WS-CCY-INSERT-IDX = 0
               COMPUTE WS-CCY-INSERT-IDX = WS-CCY-COUNT + 1
           END-IF
           PERFORM VARYING WS-CCY-IDX FROM WS-CCY-COUNT BY -1
                       UNTIL WS-CCY-IDX < WS-CCY-INSERT-IDX
               MOVE WS-CCY-TABLE(WS-CCY-IDX) TO
                   WS-CCY-TABLE(WS-CCY-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-CCY-COUNT
           SET WS-CCY-TABLE-IDX TO WS-CCY-INSERT-IDX
           MOVE WS-SEARCH-CURRENCY-CODE TO
               CT-CURRENCY-CODE(WS-CCY-TABLE-IDX)
           MOVE ZEROS TO CT-ITEM-COUNT(WS-CCY-TABLE-IDX)
           MOVE ZEROS TO CT-ORIG-AMOUNT(WS-CCY-TABLE-IDX)
           MOVE ZEROS TO CT-BOOKED-AMOUNT(WS-CCY-TABLE-IDX)
           MOVE ZEROS TO CT-REVALUED-AMOUNT(WS-CCY-TABLE-IDX)
           PERFORM 3260-SET-CURRENCY-RATE.

       3260-SET-CURRENCY-RATE.
           MOVE ZEROS TO CT-RATE(WS-CCY-TABLE-IDX)
           MOVE ZEROS TO CT-RATE-DATE(WS-CCY-TABLE-IDX)
           MOVE "N" TO CT-RATE-SW(WS-CCY-TABLE-IDX)
           IF WS-FXHIST-AVAILABLE
               MOVE WS-SEARCH-CURRENCY-CODE TO FH-CURRENCY-CODE
               READ FX-HISTORY-FILE
               IF WS-FXHIST-FILE-STATUS = "00"
                   IF FH-RATE > 0
                       MOVE FH-RATE TO CT-RATE(WS-CCY-TABLE-IDX)
                       MOVE FH-RATE-DATE TO
                           CT-RATE-DATE(WS-CCY-TABLE-IDX)
                       SET CT-RATE-FOUND(WS-CCY-TABLE-IDX) TO TRUE
                   END-IF
               ELSE
                   IF WS-FXHIST-FILE-STATUS NOT = "23"
                       MOVE "UNABLE TO READ FX-HISTORY-FILE" TO
                           WS-ABEND-TEXT
                       PERFORM 9900-ABEND
                   END-IF
               END-IF
           END-IF.

       3500-CHECK-ALREADY-SENT.
      ******************************************************************
      * A branch's revaluation for the month goes to the GL once.    *
      * Every revaluation batch already on the GL status file for the *
      * month - sent or acknowledged - marks its branch as done, so a *
      * rerun sends only the branches the earlier run did not (held   *
      * for want of a mapping, or with no difference then).  New      *
      * batches number on from the highest sequence found.            *
      ******************************************************************
           MOVE ZEROS TO WS-PRIOR-SENT-COUNT
           MOVE ZEROS TO WS-SENT-BRANCH-COUNT
           MOVE ZEROS TO WS-BATCH-SEQ
           MOVE "N" TO WS-GLSTAT-EOF-SW
           MOVE SPACES TO GS-BATCH-ID
           MOVE "FXR" TO GS-BATCH-ID(1:3)
           MOVE WS-REVAL-PERIOD-X TO GS-BATCH-ID(4:6)
           MOVE LOW-VALUES TO GS-BATCH-ID(10:3)
           START GL-STATUS-FILE KEY NOT < GS-BATCH-ID
           IF WS-GLSTAT-FILE-STATUS NOT = "00"
               SET WS-GLSTAT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-GLSTAT-EOF
               READ GL-STATUS-FILE NEXT
                   AT END
                       SET WS-GLSTAT-EOF TO TRUE
                   NOT AT END
                       IF GS-BATCH-ID(1:3) NOT = "FXR"
                           OR GS-BATCH-ID(4:6) NOT = WS-REVAL-PERIOD-X
                           SET WS-GLSTAT-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-PRIOR-SENT-COUNT
                           PERFORM 3550-NOTE-SENT-BATCH
                       END-IF
               END-READ
           END-PERFORM.

       3550-NOTE-SENT-BATCH.
           MOVE GS-BATCH-ID(10:3) TO WS-PRIOR-SEQ-X
           IF WS-PRIOR-SEQ-X IS NUMERIC
               AND WS-PRIOR-SEQ > WS-BATCH-SEQ
               MOVE WS-PRIOR-SEQ TO WS-BATCH-SEQ
           END-IF
           MOVE GS-BRANCH-CODE TO WS-SENT-SEARCH-CODE
           PERFORM 3600-FIND-SENT-BRANCH
           IF NOT WS-BRANCH-ALREADY-SENT
               AND WS-SENT-BRANCH-COUNT < 999
               ADD 1 TO WS-SENT-BRANCH-COUNT
               MOVE GS-BRANCH-CODE TO
                   SB-BRANCH-CODE(WS-SENT-BRANCH-COUNT)
           END-IF.

       3600-FIND-SENT-BRANCH.
           MOVE "N" TO WS-SENT-BRANCH-SW
           IF WS-SENT-BRANCH-COUNT > 0
               SET WS-SENT-BRANCH-IDX TO 1
               SEARCH WS-SENT-BRANCH-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-SENT-BRANCH-IDX > WS-SENT-BRANCH-COUNT
                       CONTINUE
                   WHEN SB-BRANCH-CODE(WS-SENT-BRANCH-IDX) =
                           WS-SENT-SEARCH-CODE
                       SET WS-BRANCH-ALREADY-SENT TO TRUE
               END-SEARCH
           END-IF.

       4000-WRITE-REGION-GROUPS.
           IF WS-POS-COUNT = 0
               MOVE "  (NO FOREIGN-CURRENCY POSITIONS THIS MONTH)" TO
                   WS-PRINT-LINE
               PERFORM 6900-WRITE-REPORT-LINE
           ELSE
               PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                           UNTIL WS-POS-IDX > WS-POS-COUNT
                   SET WS-POS-TABLE-IDX TO WS-POS-IDX
                   PERFORM 4100-WRITE-ONE-POSITION
               END-PERFORM
               PERFORM 4400-CLOSE-BRANCH
               PERFORM 4500-CLOSE-REGION
           END-IF.

       4100-WRITE-ONE-POSITION.
           EVALUATE TRUE
               WHEN WS-FIRST-POSITION
                   MOVE "N" TO WS-FIRST-POSITION-SW
                   PERFORM 4200-OPEN-REGION
                   PERFORM 4300-OPEN-BRANCH
               WHEN PS-REGION-CODE(WS-POS-TABLE-IDX) NOT =
                       WS-CURRENT-REGION
                   PERFORM 4400-CLOSE-BRANCH
                   PERFORM 4500-CLOSE-REGION
                   PERFORM 4200-OPEN-REGION
                   PERFORM 4300-OPEN-BRANCH
               WHEN PS-BRANCH-CODE(WS-POS-TABLE-IDX) NOT =
                       WS-CURRENT-BRANCH
                   PERFORM 4400-CLOSE-BRANCH
                   PERFORM 4300-OPEN-BRANCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE PS-BRANCH-CODE(WS-POS-TABLE-IDX) TO WS-LINE-CODE
           MOVE PS-CURRENCY-CODE(WS-POS-TABLE-IDX) TO WS-LINE-CURRENCY
           MOVE PS-ITEM-COUNT(WS-POS-TABLE-IDX) TO WS-CALC-ITEMS
           MOVE PS-ORIG-AMOUNT(WS-POS-TABLE-IDX) TO WS-CALC-ORIG
           MOVE PS-RATE(WS-POS-TABLE-IDX) TO WS-CALC-RATE
           MOVE "N" TO WS-CALC-RATE-SW
           MOVE SPACES TO WS-LINE-NOTE
           EVALUATE TRUE
               WHEN PS-REVALUED(WS-POS-TABLE-IDX)
                   SET WS-CALC-RATE-FOUND TO TRUE
               WHEN PS-SIZE-ERROR(WS-POS-TABLE-IDX)
                   SET WS-CALC-RATE-FOUND TO TRUE
                   MOVE "TOO LARGE - AT BOOKED" TO WS-LINE-NOTE
               WHEN OTHER
                   MOVE "NO RATE - AT BOOKED" TO WS-LINE-NOTE
           END-EVALUATE
           MOVE PS-BOOKED-AMOUNT(WS-POS-TABLE-IDX) TO WS-CALC-BOOKED
           MOVE PS-REVALUED-AMOUNT(WS-POS-TABLE-IDX) TO
               WS-CALC-REVALUED
           COMPUTE WS-CALC-GAIN-LOSS =
               WS-CALC-REVALUED - WS-CALC-BOOKED
           PERFORM 5800-WRITE-POSITION-LINE
           ADD PS-BOOKED-AMOUNT(WS-POS-TABLE-IDX) TO WS-BRANCH-BOOKED
           ADD PS-REVALUED-AMOUNT(WS-POS-TABLE-IDX) TO
               WS-BRANCH-REVALUED
           PERFORM 4150-ADD-TO-REGION-CURRENCY.

       4150-ADD-TO-REGION-CURRENCY.
           MOVE "N" TO WS-RCCY-FOUND-SW
           MOVE ZEROS TO WS-RCCY-INSERT-IDX
           PERFORM VARYING WS-RCCY-IDX FROM 1 BY 1
                       UNTIL WS-RCCY-IDX > WS-RCCY-COUNT
                           OR WS-RCCY-FOUND
                           OR WS-RCCY-INSERT-IDX > 0
               SET WS-RCCY-TABLE-IDX TO WS-RCCY-IDX
               IF RC-CURRENCY-CODE(WS-RCCY-TABLE-IDX) =
                       PS-CURRENCY-CODE(WS-POS-TABLE-IDX)
                   SET WS-RCCY-FOUND TO TRUE
               ELSE
                   IF RC-CURRENCY-CODE(WS-RCCY-TABLE-IDX) >
                           PS-CURRENCY-CODE(WS-POS-TABLE-IDX)
                       MOVE WS-RCCY-IDX TO WS-RCCY-INSERT-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-RCCY-FOUND
               PERFORM 4160-INSERT-REGION-CURRENCY
           END-IF
           ADD PS-ITEM-COUNT(WS-POS-TABLE-IDX) TO
               RC-ITEM-COUNT(WS-RCCY-TABLE-IDX)
           ADD PS-ORIG-AMOUNT(WS-POS-TABLE-IDX) TO
               RC-ORIG-AMOUNT(WS-RCCY-TABLE-IDX)
           ADD PS-BOOKED-AMOUNT(WS-POS-TABLE-IDX) TO
               RC-BOOKED-AMOUNT(WS-RCCY-TABLE-IDX)
           ADD PS-REVALUED-AMOUNT(WS-POS-TABLE-IDX) TO
               RC-REVALUED-AMOUNT(WS-RCCY-TABLE-IDX).

       4160-INSERT-REGION-CURRENCY.
      ******************************************************************
      * Same in-place insertion as the all-regions currency table,    *
      * which already holds every currency, so this one cannot        *
      * overflow.                                                     *
      ******************************************************************
           IF WS-RCCY-INSERT-IDX = 0
               COMPUTE WS-RCCY-INSERT-IDX = WS-RCCY-COUNT + 1
           END-IF
           PERFORM VARYING WS-RCCY-IDX FROM WS-RCCY-COUNT BY -1
                       UNTIL WS-RCCY-IDX < WS-RCCY-INSERT-IDX
               MOVE WS-RCCY-TABLE(WS-RCCY-IDX) TO
                   WS-RCCY-TABLE(WS-RCCY-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-RCCY-COUNT
           SET WS-RCCY-TABLE-IDX TO WS-RCCY-INSERT-IDX
           MOVE PS-CURRENCY-CODE(WS-POS-TABLE-IDX) TO
               RC-CURRENCY-CODE(WS-RCCY-TABLE-IDX)
           MOVE PS-RATE(WS-POS-TABLE-IDX) TO
               RC-RATE(WS-RCCY-TABLE-IDX)
           MOVE "N" TO RC-RATE-SW(WS-RCCY-TABLE-IDX)
           IF NOT PS-NO-RATE(WS-POS-TABLE-IDX)
               SET RC-RATE-FOUND(WS-RCCY-TABLE-IDX) TO TRUE
           END-IF
           MOVE ZEROS TO RC-ITEM-COUNT(WS-RCCY-TABLE-IDX)
           MOVE ZEROS TO RC-ORIG-AMOUNT(WS-RCCY-TABLE-IDX)
           MOVE ZEROS TO RC-BOOKED-AMOUNT(WS-RCCY-TABLE-IDX)
           MOVE ZEROS TO RC-REVALUED-AMOUNT(WS-RCCY-TABLE-IDX).

       4200-OPEN-REGION.
           MOVE PS-REGION-CODE(WS-POS-TABLE-IDX) TO WS-CURRENT-REGION
           MOVE ZEROS TO WS-REGION-BOOKED
           MOVE ZEROS TO WS-REGION-REVALUED
           MOVE ZEROS TO WS-REGION-GAIN-LOSS
           MOVE ZEROS TO WS-RCCY-COUNT
           MOVE "*NOT ON REGION MASTER*" TO WS-CURRENT-REGION-NAME
           IF WS-CURRENT-REGION = "???"
               MOVE "*BRANCH NOT ON MASTER*" TO WS-CURRENT-REGION-NAME
           ELSE
               IF WS-RGNMAST-AVAILABLE
                   MOVE WS-CURRENT-REGION TO RGN-REGION-CODE
                   READ REGION-MASTER-FILE
                   IF WS-RGNMAST-FILE-STATUS = "00"
                       MOVE RGN-REGION-NAME TO WS-CURRENT-REGION-NAME
                   ELSE
                       IF WS-RGNMAST-FILE-STATUS NOT = "23"
                           MOVE "UNABLE TO READ REGION-MASTER-FILE" TO
                               WS-ABEND-TEXT
                           PERFORM 9900-ABEND
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADER
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REGION " DELIMITED SIZE
               WS-CURRENT-REGION DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-CURRENT-REGION-NAME DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE.

       4300-OPEN-BRANCH.
           MOVE PS-BRANCH-CODE(WS-POS-TABLE-IDX) TO WS-CURRENT-BRANCH
           MOVE ZEROS TO WS-BRANCH-BOOKED
           MOVE ZEROS TO WS-BRANCH-REVALUED
           MOVE ZEROS TO WS-BRANCH-GAIN-LOSS
           MOVE "*NOT ON BRANCH MASTER*" TO WS-CURRENT-BRANCH-NAME
           MOVE WS-CURRENT-BRANCH TO BRM-BRANCH-CODE
           READ BRANCH-MASTER-FILE
           IF WS-BRMASTER-FILE-STATUS = "00"
               MOVE BRM-BRANCH-NAME TO WS-CURRENT-BRANCH-NAME
           ELSE
               IF WS-BRMASTER-FILE-STATUS NOT = "23"
                   MOVE "UNABLE TO READ BRANCH-MASTER-FILE" TO
                       WS-ABEND-TEXT
                   PERFORM 9900-ABEND
               END-IF
           END-IF.

       4400-CLOSE-BRANCH.
           ADD 1 TO WS-BRANCHES-LISTED
           COMPUTE WS-BRANCH-GAIN-LOSS =
               WS-BRANCH-REVALUED - WS-BRANCH-BOOKED
           MOVE SPACES TO WS-LINE-NOTE
           IF WS-POSTING-MONTH-END
               AND WS-BRANCH-GAIN-LOSS NOT = 0
               PERFORM 4600-POST-BRANCH-BATCH
           END-IF
           MOVE SPACES TO WS-LINE-PREFIX
           STRING "  " DELIMITED SIZE
               WS-CURRENT-BRANCH DELIMITED SIZE
               " TOTAL " DELIMITED SIZE
               WS-CURRENT-BRANCH-NAME DELIMITED SIZE
               INTO WS-LINE-PREFIX
           END-STRING
           MOVE WS-BRANCH-BOOKED TO WS-CALC-BOOKED
           MOVE WS-BRANCH-REVALUED TO WS-CALC-REVALUED
           MOVE WS-BRANCH-GAIN-LOSS TO WS-CALC-GAIN-LOSS
           PERFORM 5900-WRITE-BASE-LINE
           ADD WS-BRANCH-BOOKED TO WS-REGION-BOOKED
           ADD WS-BRANCH-REVALUED TO WS-REGION-REVALUED
           ADD WS-BRANCH-GAIN-LOSS TO WS-REGION-GAIN-LOSS.

       4500-CLOSE-REGION.
           IF WS-LINE-COUNT + WS-RCCY-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADER
           END-IF
           PERFORM VARYING WS-RCCY-IDX FROM 1 BY 1
                       UNTIL WS-RCCY-IDX > WS-RCCY-COUNT
               SET WS-RCCY-TABLE-IDX TO WS-RCCY-IDX
               MOVE WS-CURRENT-REGION TO WS-LINE-CODE
               MOVE RC-CURRENCY-CODE(WS-RCCY-TABLE-IDX) TO
                   WS-LINE-CURRENCY
               MOVE RC-ITEM-COUNT(WS-RCCY-TABLE-IDX) TO WS-CALC-ITEMS
               MOVE RC-ORIG-AMOUNT(WS-RCCY-TABLE-IDX) TO WS-CALC-ORIG
               MOVE RC-RATE(WS-RCCY-TABLE-IDX) TO WS-CALC-RATE
               MOVE RC-RATE-SW(WS-RCCY-TABLE-IDX) TO WS-CALC-RATE-SW
               MOVE RC-BOOKED-AMOUNT(WS-RCCY-TABLE-IDX) TO
                   WS-CALC-BOOKED
               MOVE RC-REVALUED-AMOUNT(WS-RCCY-TABLE-IDX) TO
                   WS-CALC-REVALUED
               COMPUTE WS-CALC-GAIN-LOSS =
                   WS-CALC-REVALUED - WS-CALC-BOOKED
               MOVE "REGION CURRENCY TOTAL" TO WS-LINE-NOTE
               PERFORM 5800-WRITE-POSITION-LINE
           END-PERFORM
           MOVE SPACES TO WS-LINE-PREFIX
           STRING "REGION " DELIMITED SIZE
               WS-CURRENT-REGION DELIMITED SIZE
               " TOTAL  " DELIMITED SIZE
               WS-CURRENT-REGION-NAME DELIMITED SIZE
               INTO WS-LINE-PREFIX
           END-STRING
           MOVE WS-REGION-BOOKED TO WS-CALC-BOOKED
           MOVE WS-REGION-REVALUED TO WS-CALC-REVALUED
           MOVE WS-REGION-GAIN-LOSS TO WS-CALC-GAIN-LOSS
           MOVE SPACES TO WS-LINE-NOTE
           PERFORM 5900-WRITE-BASE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 6900-WRITE-REPORT-LINE
           ADD WS-REGION-BOOKED TO WS-GRAND-BOOKED
           ADD WS-REGION-REVALUED TO WS-GRAND-REVALUED
           ADD WS-REGION-GAIN-LOSS TO WS-GRAND-GAIN-LOSS.

       4600-POST-BRANCH-BATCH.
           MOVE WS-CURRENT-BRANCH TO WS-SENT-SEARCH-CODE
           PERFORM 3600-FIND-SENT-BRANCH
           IF WS-BRANCH-ALREADY-SENT
               ADD 1 TO WS-ALREADY-SENT-COUNT
               MOVE "ALREADY SENT THIS MONTH" TO WS-LINE-NOTE
           ELSE
               PERFORM 4650-FIND-MAPPING
               IF WS-MAP-FOUND
                   PERFORM 4700-WRITE-GL-BATCH
               ELSE
                   ADD 1 TO WS-HELD-BACK-COUNT
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE "HELD - NO GL MAPPING" TO WS-LINE-NOTE
               END-IF
           END-IF.

       4650-FIND-MAPPING.
      ******************************************************************
      * The same account BUG posts the branch's days to: its branch   *
      * mapping, else its region's.  Without a mapping master the     *
      * difference goes out under the daily lump account, as BUG's    *
      * own extract does.                                             *
      ******************************************************************
           MOVE "N" TO WS-MAP-FOUND-SW
           IF NOT WS-GLMAP-AVAILABLE
               MOVE "DAILYTOTAL" TO WS-POST-ACCOUNT
               MOVE SPACES TO WS-POST-COST-CENTER
               SET WS-MAP-FOUND TO TRUE
           ELSE
               MOVE "B" TO GM-MAP-TYPE
               MOVE WS-CURRENT-BRANCH TO GM-MAP-CODE
               PERFORM 4660-READ-MAPPING
               IF NOT WS-MAP-FOUND
                   MOVE "R" TO GM-MAP-TYPE
                   MOVE SPACES TO GM-MAP-CODE
                   MOVE WS-CURRENT-REGION TO GM-MAP-CODE(1:3)
                   PERFORM 4660-READ-MAPPING
               END-IF
               IF WS-MAP-FOUND
                   MOVE GM-GL-ACCOUNT TO WS-POST-ACCOUNT
                   MOVE GM-COST-CENTER TO WS-POST-COST-CENTER
               END-IF
           END-IF.

       4660-READ-MAPPING.
           READ GL-MAP-FILE
           IF WS-GLMAP-FILE-STATUS = "00" AND GM-ACTIVE
               SET WS-MAP-FOUND TO TRUE
           ELSE
               IF WS-GLMAP-FILE-STATUS NOT = "00"
                   AND WS-GLMAP-FILE-STATUS NOT = "23"
                   MOVE "UNABLE TO READ GL-MAP-FILE" TO WS-ABEND-TEXT
                   PERFORM 9900-ABEND
               END-IF
           END-IF.

       4700-WRITE-GL-BATCH.
      ******************************************************************
      * One batch per branch, numbered in report order within the     *
      * month, after any the month already has.  A gain is posted as  *
      * a credit, a loss as a debit, the same sense BUG gives a       *
      * branch's net day.                                             *
      ******************************************************************
           IF WS-BATCH-SEQ = 999
               MOVE "REVALUATION BATCH SEQUENCE EXHAUSTED" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           ADD 1 TO WS-BATCH-SEQ
           MOVE SPACES TO WS-BATCH-ID
           MOVE "FXR" TO WS-BATCH-ID(1:3)
           MOVE WS-REVAL-PERIOD-X TO WS-BATCH-ID(4:6)
           MOVE WS-BATCH-SEQ-X TO WS-BATCH-ID(10:3)
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-POST-ACCOUNT TO GL-ACCOUNT-CODE
           MOVE WS-POST-COST-CENTER TO GL-COST-CENTER
           MOVE WS-REVAL-PERIOD TO GL-PERIOD
           IF WS-BRANCH-GAIN-LOSS >= 0
               MOVE "CR" TO GL-DR-CR-IND
           ELSE
               MOVE "DB" TO GL-DR-CR-IND
           END-IF
           MOVE FUNCTION ABS(WS-BRANCH-GAIN-LOSS) TO GL-AMOUNT
           MOVE WS-BATCH-ID TO GL-BATCH-ID
           WRITE GL-EXTRACT-RECORD
           IF WS-GL-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO WRITE GL-EXTRACT-RECORD" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           MOVE SPACES TO GL-STATUS-RECORD
           MOVE GL-BATCH-ID TO GS-BATCH-ID
           MOVE WS-RUN-DATE TO GS-SENT-DATE
           MOVE GL-AMOUNT TO GS-AMOUNT
           MOVE GL-DR-CR-IND TO GS-DR-CR-IND
           SET GS-SENT TO TRUE
           MOVE ZEROS TO GS-ACK-DATE
           SET GS-REVALUATION-BATCH TO TRUE
           MOVE WS-CURRENT-BRANCH TO GS-BRANCH-CODE
           MOVE WS-REVAL-PERIOD TO GS-GL-PERIOD
           WRITE GL-STATUS-RECORD
           IF WS-GLSTAT-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO WRITE GL-STATUS-RECORD" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           ADD 1 TO WS-POSTED-COUNT
           ADD WS-BRANCH-GAIN-LOSS TO WS-POSTED-NET
           MOVE SPACES TO WS-LINE-NOTE
           STRING "GL " DELIMITED SIZE
               WS-BATCH-ID DELIMITED SIZE
               " " DELIMITED SIZE
               GL-DR-CR-IND DELIMITED SIZE
               INTO WS-LINE-NOTE
           END-STRING.

       5000-WRITE-CURRENCY-SUMMARY.
           IF WS-LINE-COUNT + WS-CCY-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADER
           END-IF
           MOVE "ALL REGIONS BY CURRENCY" TO WS-PRINT-LINE
           PERFORM 6900-WRITE-REPORT-LINE
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                       UNTIL WS-CCY-IDX > WS-CCY-COUNT
               SET WS-CCY-TABLE-IDX TO WS-CCY-IDX
               MOVE "ALL" TO WS-LINE-CODE
               MOVE CT-CURRENCY-CODE(WS-CCY-TABLE-IDX) TO
                   WS-LINE-CURRENCY
               MOVE CT-ITEM-COUNT(WS-CCY-TABLE-IDX) TO WS-CALC-ITEMS
               MOVE CT-ORIG-AMOUNT(WS-CCY-TABLE-IDX) TO WS-CALC-ORIG
               MOVE CT-RATE(WS-CCY-TABLE-IDX) TO WS-CALC-RATE
               MOVE CT-RATE-SW(WS-CCY-TABLE-IDX) TO WS-CALC-RATE-SW
               MOVE CT-BOOKED-AMOUNT(WS-CCY-TABLE-IDX) TO
                   WS-CALC-BOOKED
               MOVE CT-REVALUED-AMOUNT(WS-CCY-TABLE-IDX) TO
                   WS-CALC-REVALUED
               COMPUTE WS-CALC-GAIN-LOSS =
                   WS-CALC-REVALUED - WS-CALC-BOOKED
               MOVE SPACES TO WS-LINE-NOTE
               IF CT-RATE-FOUND(WS-CCY-TABLE-IDX)
                   STRING "RATE OF " DELIMITED SIZE
                       CT-RATE-DATE(WS-CCY-TABLE-IDX) DELIMITED SIZE
                       INTO WS-LINE-NOTE
                   END-STRING
               ELSE
                   MOVE "NO RATE - AT BOOKED" TO WS-LINE-NOTE
               END-IF
               PERFORM 5800-WRITE-POSITION-LINE
           END-PERFORM
           MOVE "ALL REGIONS TOTAL" TO WS-LINE-PREFIX
           MOVE WS-GRAND-BOOKED TO WS-CALC-BOOKED
           MOVE WS-GRAND-REVALUED TO WS-CALC-REVALUED
           MOVE WS-GRAND-GAIN-LOSS TO WS-CALC-GAIN-LOSS
           MOVE SPACES TO WS-LINE-NOTE
           PERFORM 5900-WRITE-BASE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 6900-WRITE-REPORT-LINE.

       5800-WRITE-POSITION-LINE.
           MOVE WS-CALC-ORIG TO WS-ORIG-EDITED
           MOVE WS-CALC-ITEMS TO WS-ITEMS-EDITED
           MOVE SPACES TO WS-RATE-TEXT
           IF WS-CALC-RATE-FOUND
               MOVE WS-CALC-RATE TO WS-RATE-EDITED
               MOVE WS-RATE-EDITED TO WS-RATE-TEXT
           END-IF
           MOVE SPACES TO WS-LINE-PREFIX
           STRING "  " DELIMITED SIZE
               WS-LINE-CODE DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-LINE-CURRENCY DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-ORIG-EDITED DELIMITED SIZE
               " " DELIMITED SIZE
               WS-ITEMS-EDITED DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-RATE-TEXT DELIMITED SIZE
               INTO WS-LINE-PREFIX
           END-STRING
           PERFORM 5900-WRITE-BASE-LINE.

       5900-WRITE-BASE-LINE.
           MOVE WS-CALC-BOOKED TO WS-BOOKED-EDITED
           MOVE WS-CALC-REVALUED TO WS-REVALUED-EDITED
           MOVE WS-CALC-GAIN-LOSS TO WS-GAIN-LOSS-EDITED
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-LINE-PREFIX DELIMITED SIZE
               WS-BOOKED-EDITED DELIMITED SIZE
               " " DELIMITED SIZE
               WS-REVALUED-EDITED DELIMITED SIZE
               " " DELIMITED SIZE
               WS-GAIN-LOSS-EDITED DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-LINE-NOTE DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "FOREIGN ITEMS: " DELIMITED SIZE
               WS-ITEMS-READ DELIMITED SIZE
               "   POSITIONS: " DELIMITED SIZE
               WS-POS-COUNT DELIMITED SIZE
               "   BRANCHES: " DELIMITED SIZE
               WS-BRANCHES-LISTED DELIMITED SIZE
               "   CURRENCIES: " DELIMITED SIZE
               WS-CCY-COUNT DELIMITED SIZE
               "   NO RATE: " DELIMITED SIZE
               WS-NO-RATE-COUNT DELIMITED SIZE
               "   TOO LARGE: " DELIMITED SIZE
               WS-SIZE-ERROR-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE TRUE
               WHEN WS-NOT-MONTH-END
                   MOVE "MONTH-END POSTING: NOT MONTH END - NONE SENT"
                       TO WS-PRINT-LINE
               WHEN OTHER
                   MOVE WS-POSTED-NET TO WS-SUM-EDITED
                   STRING "MONTH-END POSTING: BATCHES SENT: "
                           DELIMITED SIZE
                       WS-POSTED-COUNT DELIMITED SIZE
                       "   NET GAIN/LOSS SENT: " DELIMITED SIZE
                       WS-SUM-EDITED DELIMITED SIZE
                       "   HELD - NO GL MAPPING: " DELIMITED SIZE
                       WS-HELD-BACK-COUNT DELIMITED SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM 6900-WRITE-REPORT-LINE
           IF WS-POSTING-MONTH-END AND WS-PRIOR-SENT-COUNT > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "MONTH-END POSTING: " DELIMITED SIZE
                   WS-PRIOR-SENT-COUNT DELIMITED SIZE
                   " BATCHES ALREADY ON GL STATUS FILE FOR "
                       DELIMITED SIZE
                   WS-REVAL-PERIOD DELIMITED SIZE
                   "   BRANCHES NOT SENT AGAIN: " DELIMITED SIZE
                   WS-ALREADY-SENT-COUNT DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 6900-WRITE-REPORT-LINE
           END-IF.

       6100-WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE SPACES TO REVAL-PRINT-RECORD
           STRING "FXREVAL FX EXPOSURE AND REVALUATION REPORT"
                   DELIMITED SIZE
               "   MONTH: " DELIMITED SIZE
               WS-REVAL-PERIOD DELIMITED SIZE
               "   BUSINESS DATE: " DELIMITED SIZE
               WS-BUSINESS-DATE DELIMITED SIZE
               "   PRINTED: " DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               "   PAGE: " DELIMITED SIZE
               WS-PAGE-NO DELIMITED SIZE
               INTO REVAL-PRINT-RECORD
           END-STRING
           WRITE REVAL-PRINT-RECORD
           MOVE SPACES TO REVAL-PRINT-RECORD
           STRING "POSITIONS MONTH-TO-DATE FROM " DELIMITED SIZE
               WS-MONTH-START-DATE DELIMITED SIZE
               "   REVALUED AT LATEST ACCEPTED RATES" DELIMITED SIZE
               "   MONTH-END RUN: " DELIMITED SIZE
               WS-MONTH-END-TEXT DELIMITED SIZE
               INTO REVAL-PRINT-RECORD
           END-STRING
           WRITE REVAL-PRINT-RECORD
           MOVE SPACES TO REVAL-PRINT-RECORD
           WRITE REVAL-PRINT-RECORD
           MOVE SPACES TO REVAL-PRINT-RECORD
           STRING "  BRCH  CCY   ORIGINAL POSITION" DELIMITED SIZE
               " ITEMS        RATE" DELIMITED SIZE
               "        BOOKED BASE      REVALUED BASE" DELIMITED SIZE
               "   GAIN/LOSS (BASE)  NOTE" DELIMITED SIZE
               INTO REVAL-PRINT-RECORD
           END-STRING
           WRITE REVAL-PRINT-RECORD
           MOVE SPACES TO REVAL-PRINT-RECORD
           WRITE REVAL-PRINT-RECORD
           MOVE 5 TO WS-LINE-COUNT.

       6900-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO REVAL-PRINT-RECORD
           WRITE REVAL-PRINT-RECORD
           ADD 1 TO WS-LINE-COUNT.

       9000-TERMINATE.
           CLOSE TXN-ARCHIVE-FILE
           CLOSE FX-HISTORY-FILE
           CLOSE BRANCH-MASTER-FILE
           CLOSE REGION-MASTER-FILE
           CLOSE GL-MAP-FILE
           CLOSE GL-EXTRACT-FILE
           CLOSE GL-STATUS-FILE
           CLOSE REVAL-REPORT-FILE.

       9900-ABEND.
           DISPLAY "FXREVAL: FATAL ERROR - " WS-ABEND-TEXT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
