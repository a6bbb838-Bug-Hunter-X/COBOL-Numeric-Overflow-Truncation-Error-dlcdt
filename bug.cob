      * abend does not force a full rerun, reconciles the computed    *
      * total against the trailer's independent count/amount, and    *
      * produces a printed control report plus a GL posting extract. *
      *                                                                *
      * A reversal record cancels an item already on the archive: the *
      * original must exist, must not already be reversed, and must   *
      * carry the reversal's branch, type, currency and amount.  The  *
      * negated base amount posts to the original branch (following   *
      * merge routing) and the original is marked reversed; a failed  *
      * reversal suspends under reason REVR.                          *
      *                                                                *
      * Branches are validated, and GL mappings looked up, as they     *
      * stood on the business date: a change BRMAINT or GLMMAINT made *
      * effective after that date is backed out through its before-   *
      * image on the master change history, so a reprocess of an     *
      * earlier day posts the way it would have at the time.  A merge *
      * is the exception - the merged branch's stored figures already *
      * live with the survivor, so its items still route there.       *
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CTLTOT-FILE-STATUS.

           SELECT OPTIONAL MASTER-HISTORY-FILE ASSIGN TO "MSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-KEY
               FILE STATUS IS WS-MSTHIST-FILE-STATUS.

           SELECT OPTIONAL FEED-REG-FILE ASSIGN TO "FEEDREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDREG-FILE-STATUS.
           05  FILLER                  PIC X(1).
           05  SP-RUN-ID               PIC X(11).
           05  FILLER                  PIC X(1).
           05  SP-TXN-DATA             PIC X(49).

       FD  TXN-HISTORY-FILE.
       01  TXN-HISTORY-RECORD.
           RECORDING MODE IS F.
           COPY FEEDREG.

       FD  MASTER-HISTORY-FILE.
           COPY MSTHIST.

       WORKING-STORAGE SECTION.
       01  WS-AREA.
           05  WS-NUM                  PIC S9(7)V99 VALUE ZEROS.
           05  WS-GLMAP-FILE-STATUS    PIC X(2).
           05  WS-GLMAP-AVAIL-SW       PIC X VALUE "N".
               88  WS-GLMAP-AVAILABLE            VALUE "Y".
           05  WS-MSTHIST-FILE-STATUS  PIC X(2).
           05  WS-MSTHIST-AVAIL-SW     PIC X VALUE "N".
               88  WS-MSTHIST-AVAILABLE          VALUE "Y".
           05  WS-GLSTAT-FILE-STATUS   PIC X(2).
           05  WS-GLSTAT-EOF-SW        PIC X VALUE "N".
               88  WS-GLSTAT-EOF                 VALUE "Y".
           05  WS-APPLIED-FILE-STATUS  PIC X(2).
           05  WS-APPLIED-EOF-SW       PIC X VALUE "N".
               88  WS-APPLIED-EOF                VALUE "Y".
               10  BT-MTD-BEFORE       PIC S9(9)V99 COMP-3.
               10  BT-YTD-BEFORE       PIC S9(9)V99 COMP-3.
               10  BT-PRIOR-APPLIED    PIC S9(9)V99 COMP-3.
               10  BT-GL-SENT-TOTAL    PIC S9(11)V99 COMP-3.
               10  BT-GL-SENT-SW       PIC X(1).
                   88  BT-GL-SENT             VALUE "Y".

       01  WS-REGION-TABLE-FIELDS.
           05  WS-REGION-COUNT         PIC 9(2) VALUE ZEROS.
           05  WS-GL-HELD-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-GL-HELD-TOTAL        PIC S9(11)V99 COMP-3
                                        VALUE ZEROS.
           05  WS-GL-HELD-AMOUNT       PIC S9(11)V99 COMP-3.
           05  WS-MAP-FOUND-SW         PIC X VALUE "N".
               88  WS-MAP-FOUND                  VALUE "Y".
           05  WS-HELD-HEADER-SW       PIC X VALUE "N".
               88  WS-HELD-HEADER-DONE           VALUE "Y".

       01  WS-GL-ADJUST-FIELDS.
      ******************************************************************
      * Reprocess GL adjustment workfields: what already went to the  *
      * GL for the business date (batches plus earlier adjustments),  *
      * by branch in the branch table and in total, whether any of   *
      * it went as the lump, and the adjustment batches sent by this  *
      * run.                                                          *
      ******************************************************************
           05  WS-GL-LUMP-SENT-SW      PIC X VALUE "N".
               88  WS-GL-LUMP-SENT               VALUE "Y".
           05  WS-GL-ALL-SENT-TOTAL    PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
           05  WS-GL-ALL-SENT-SW       PIC X VALUE "N".
               88  WS-GL-ANY-SENT                VALUE "Y".
           05  WS-GL-BATCH-AMOUNT      PIC S9(13)V99 COMP-3.
           05  WS-GL-SENT-AMOUNT       PIC S9(13)V99 COMP-3.
           05  WS-GL-NEW-AMOUNT        PIC S9(13)V99 COMP-3.
           05  WS-GL-ADJ-AMOUNT        PIC S9(13)V99 COMP-3.
           05  WS-GL-ADJ-BRANCH-CODE   PIC X(4).
           05  WS-GL-ADJ-ACCOUNT       PIC X(10).
           05  WS-GL-ADJ-COST-CENTER   PIC X(6).
           05  WS-GL-ADJ-SEQ           PIC 9(3) VALUE ZEROS.
           05  WS-GL-ADJ-SEQ-X REDEFINES WS-GL-ADJ-SEQ
                                       PIC X(3).
           05  WS-GL-ADJ-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-GL-ADJ-TOTAL         PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
           05  WS-GL-ADJ-HEADER-SW     PIC X VALUE "N".
               88  WS-GL-ADJ-HEADER-DONE         VALUE "Y".
           05  WS-GL-SENT-EDITED       PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-GL-NEW-EDITED        PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-GL-ADJ-EDITED        PIC +ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-REVERSAL-FIELDS.
      ******************************************************************
      * Reversals met on the feed, posted or failed, for the daily    *
      * report's reversals section.  The hold table carries the       *
      * reversed marks of originals cleared by a reprocess of their  *
      * day, so the corrected originals are re-archived still marked *
      * as reversed by the later day's reversal.                     *
      ******************************************************************
           05  WS-RV-CHECK-TEXT        PIC X(30).
           05  WS-RV-ORIG-KEY.
               10  WS-RV-ORIG-DATE     PIC 9(8).
               10  WS-RV-ORIG-TXN-ID   PIC X(10).
           05  WS-RV-SAVE-KEY.
               10  WS-RV-SAVE-DATE     PIC 9(8).
               10  WS-RV-SAVE-TXN-ID   PIC X(10).
           05  WS-RV-SAVE-IND          PIC X(1).
           05  WS-RV-POSTED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-RV-POSTED-TOTAL      PIC S9(11)V99 COMP-3
                                        VALUE ZEROS.
           05  WS-RV-FAILED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-RV-FAILED-TOTAL      PIC S9(11)V99 COMP-3
                                        VALUE ZEROS.
           05  WS-RV-SHOWN             PIC 9(2) VALUE ZEROS.
           05  WS-RV-SHOWN-MAX         PIC 9(2) VALUE 50.
           05  WS-RV-DETAIL-TABLE OCCURS 50 TIMES
                                       INDEXED BY WS-RV-TABLE-IDX.
               10  RV-TXN-ID           PIC X(10).
               10  RV-ORIG-DATE        PIC 9(8).
               10  RV-ORIG-TXN-ID      PIC X(10).
               10  RV-BRANCH-CODE      PIC X(4).
               10  RV-AMOUNT           PIC S9(7)V99 COMP-3.
               10  RV-RESULT-TEXT      PIC X(30).
           05  WS-RH-COUNT             PIC 9(3) VALUE ZEROS.
           05  WS-RH-MAX               PIC 9(3) VALUE 500.
           05  WS-RH-IDX               PIC 9(3) VALUE ZEROS.
           05  WS-RH-LOST-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-RH-TABLE OCCURS 500 TIMES.
               10  RH-TXN-ID           PIC X(10).
               10  RH-LINK-KEY         PIC X(18).

       01  WS-PROCESSED-FIELDS.
           05  WS-PROC-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-PROC-ORIG-TOTAL      PIC S9(11)V99 COMP-3
               10  AL-COUNT            PIC 9(7).
               10  AL-AMOUNT           PIC S9(11)V99 COMP-3.

       01  WS-AS-OF-FIELDS.
      ******************************************************************
      * Master record being looked up as of the business date, and    *
      * whether a change after that date was found for it.            *
      ******************************************************************
           05  WS-ASOF-FILE-ID         PIC X(1).
           05  WS-ASOF-RECORD-KEY      PIC X(5).
           05  WS-ASOF-CHANGED-SW      PIC X VALUE "N".
               88  WS-ASOF-CHANGED               VALUE "Y".

       01  WS-BRANCH-OVERFLOW-FIELDS.
           05  WS-BRANCH-PRE-ADD       PIC S9(9)V99 COMP-3.
           05  WS-BRANCH-ATTEMPTED     PIC S9(10)V99 COMP-3.
           PERFORM 8300-WRITE-CONTROL-TOTALS
           PERFORM 8500-CLEAR-CHECKPOINT
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           IF WS-GLMAP-FILE-STATUS = "00"
               SET WS-GLMAP-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT MASTER-HISTORY-FILE
           IF WS-MSTHIST-FILE-STATUS = "00"
               SET WS-MSTHIST-AVAILABLE TO TRUE
           END-IF
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
      * valid inside the open month and the YTD backout inside the    *
      * open year.  A reprocess must name a date in the stored        *
      * period; a normal run must not predate it.  Corrections to a   *
      * closed period are made through the PPADJUST run instead.     *
      ******************************************************************
           IF WS-REPROCESS-MODE
               IF WS-RUN-CCYYMM NOT = WS-STORED-CCYYMM
       1230-SET-BRANCH-MASTER-INFO.
           MOVE BT-BRANCH-CODE(WS-BRANCH-TABLE-IDX) TO BRM-BRANCH-CODE
           READ BRANCH-MASTER-FILE
           MOVE BT-BRANCH-CODE(WS-BRANCH-TABLE-IDX) TO
               WS-ASOF-RECORD-KEY
           PERFORM 2646-SET-BRANCH-AS-OF
           IF WS-BRMASTER-FILE-STATUS = "00"
               MOVE BRM-BRANCH-NAME TO
                   BT-BRANCH-NAME(WS-BRANCH-TABLE-IDX)
                   IF WS-DUPLICATE-TXN
                       PERFORM 2030-RECORD-DUPLICATE
                   ELSE
                       IF TXN-REVERSAL-REC
                           PERFORM 2400-VALIDATE-REVERSAL
                       ELSE
                           PERFORM 2060-CONVERT-TO-BASE
                       END-IF
                       IF NOT WS-SUSPEND-TXN
                           PERFORM 2650-FIND-OR-ADD-BRANCH
                       END-IF
                           PERFORM 2600-UPDATE-BRANCH-TOTALS
                           PERFORM 2800-ARCHIVE-TRANSACTION
                           PERFORM 2810-COUNT-PROCESSED
                           IF TXN-REVERSAL-REC
                               PERFORM 2450-MARK-ORIGINAL-REVERSED
                           END-IF
                       END-IF
                       IF TXN-REVERSAL-REC
                           PERFORM 2470-RECORD-REVERSAL
                       END-IF
                   END-IF
                   ADD 1 TO WS-SKIP-COUNT
           END-IF.

       1580-CLEAR-REPROCESS-DAY.
      ******************************************************************
      * A reversal cleared here gives its original on an earlier day  *
      * back its unreversed state, as the corrected feed may no       *
      * longer carry it.  An original a later day has reversed keeps  *
      * that mark in the hold table for when it is re-archived.      *
      ******************************************************************
           MOVE "N" TO WS-ARCH-EOF-SW
           MOVE WS-RUN-DATE TO AR-BUSINESS-DATE
           MOVE LOW-VALUES TO AR-TXN-ID
                       SET WS-ARCH-EOF TO TRUE
                   NOT AT END
                       IF AR-BUSINESS-DATE = WS-RUN-DATE
                           MOVE AR-KEY TO WS-RV-SAVE-KEY
                           MOVE AR-LINK-KEY TO WS-RV-ORIG-KEY
                           MOVE AR-REVERSAL-IND TO WS-RV-SAVE-IND
                           DELETE TXN-ARCHIVE-FILE
                           EVALUATE TRUE
                               WHEN WS-RV-SAVE-IND = "V"
                                   AND WS-RV-ORIG-DATE < WS-RUN-DATE
                                   PERFORM 1585-UNMARK-ORIGINAL
                               WHEN WS-RV-SAVE-IND = "R"
                                   AND WS-RV-ORIG-DATE > WS-RUN-DATE
                                   PERFORM 1590-HOLD-REVERSED-MARK
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       ELSE
                           SET WS-ARCH-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       1585-UNMARK-ORIGINAL.
           MOVE WS-RV-ORIG-KEY TO AR-KEY
           READ TXN-ARCHIVE-FILE
           EVALUATE WS-ARCH-FILE-STATUS
               WHEN "00"
                   IF AR-REVERSED
                       AND AR-LINK-BUSINESS-DATE = WS-RV-SAVE-DATE
                       AND AR-LINK-TXN-ID = WS-RV-SAVE-TXN-ID
                       MOVE SPACE TO AR-REVERSAL-IND
                       MOVE ZEROS TO AR-LINK-BUSINESS-DATE
                       MOVE SPACES TO AR-LINK-TXN-ID
                       REWRITE TXN-ARCHIVE-RECORD
                       IF WS-ARCH-FILE-STATUS NOT = "00"
                           MOVE "UNABLE TO REWRITE TXN-ARCHIVE-RECORD"
                               TO WS-ABEND-TEXT
                           PERFORM 9900-ABEND
                       END-IF
                   END-IF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "UNABLE TO READ TXN-ARCHIVE-FILE" TO
                       WS-ABEND-TEXT
                   PERFORM 9900-ABEND
           END-EVALUATE
           MOVE WS-RV-SAVE-KEY TO AR-KEY
           START TXN-ARCHIVE-FILE KEY > AR-KEY
           IF WS-ARCH-FILE-STATUS NOT = "00"
               SET WS-ARCH-EOF TO TRUE
           END-IF.

       1590-HOLD-REVERSED-MARK.
           IF WS-RH-COUNT < WS-RH-MAX
               ADD 1 TO WS-RH-COUNT
               MOVE WS-RV-SAVE-TXN-ID TO RH-TXN-ID(WS-RH-COUNT)
               MOVE WS-RV-ORIG-KEY TO RH-LINK-KEY(WS-RH-COUNT)
           ELSE
               ADD 1 TO WS-RH-LOST-COUNT
           END-IF.

       1600-OPEN-APPLIED-FILE.
           OPEN I-O BRANCH-APPLIED-FILE
           IF WS-APPLIED-FILE-STATUS = "35"
           IF WS-DUPLICATE-TXN
               PERFORM 2030-RECORD-DUPLICATE
           ELSE
               IF TXN-REVERSAL-REC
                   PERFORM 2400-VALIDATE-REVERSAL
               ELSE
                   PERFORM 2060-CONVERT-TO-BASE
               END-IF
               IF NOT WS-SUSPEND-TXN
                   PERFORM 2650-FIND-OR-ADD-BRANCH
               END-IF
                   PERFORM 2600-UPDATE-BRANCH-TOTALS
                   PERFORM 2800-ARCHIVE-TRANSACTION
                   PERFORM 2810-COUNT-PROCESSED
                   IF TXN-REVERSAL-REC
                       PERFORM 2450-MARK-ORIGINAL-REVERSED
                   END-IF
               END-IF
               IF TXN-REVERSAL-REC
                   PERFORM 2470-RECORD-REVERSAL
               END-IF
           END-IF
           ADD 1 TO WS-RECORD-COUNT
           END-IF.

       2050-COMPUTE-SIGNED-AMOUNT.
      ******************************************************************
      * A reversal carries the original's type and amount and posts  *
      * against it: a reversed credit is a debit and vice versa.      *
      ******************************************************************
           IF (TXN-CREDIT AND NOT TXN-REVERSAL-REC)
               OR (TXN-DEBIT AND TXN-REVERSAL-REC)
               MOVE TXN-AMOUNT TO WS-NUM
           ELSE
               COMPUTE WS-NUM = TXN-AMOUNT * -1
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE.

       2400-VALIDATE-REVERSAL.
      ******************************************************************
      * The original is looked up on the archive by its business date *
      * and id.  An original already marked reversed by this very     *
      * reversal is the replay after a checkpoint restart and passes. *
      * The base amount posted is the original's own base amount      *
      * negated, not a reconversion at today's rate, so the branch    *
      * nets back to exactly what the original put there.             *
      ******************************************************************
           MOVE "N" TO WS-SUSPEND-SW
           MOVE SPACES TO WS-RV-CHECK-TEXT
           MOVE TXN-ORIG-BUS-DATE TO WS-RV-ORIG-DATE
           MOVE TXN-ORIG-TXN-ID TO WS-RV-ORIG-TXN-ID
           MOVE WS-RV-ORIG-KEY TO AR-KEY
           READ TXN-ARCHIVE-FILE
           EVALUATE WS-ARCH-FILE-STATUS
               WHEN "00"
                   PERFORM 2410-CHECK-ORIGINAL
               WHEN "23"
                   MOVE "ORIGINAL NOT ON ARCHIVE" TO WS-RV-CHECK-TEXT
               WHEN OTHER
                   MOVE "UNABLE TO READ TXN-ARCHIVE-FILE" TO
                       WS-ABEND-TEXT
                   PERFORM 9900-ABEND
           END-EVALUATE
           IF WS-RV-CHECK-TEXT = SPACES
               COMPUTE WS-NUM = AR-BASE-AMOUNT * -1
           ELSE
               SET WS-SUSPEND-TXN TO TRUE
               MOVE "REVR" TO WS-SUSPEND-REASON
           END-IF.

       2410-CHECK-ORIGINAL.
           EVALUATE TRUE
               WHEN AR-REVERSAL-ENTRY
                   MOVE "ORIGINAL IS ITSELF A REVERSAL" TO
                       WS-RV-CHECK-TEXT
               WHEN AR-REVERSED
                   AND (AR-LINK-BUSINESS-DATE NOT = WS-RUN-DATE
                       OR AR-LINK-TXN-ID NOT = TXN-ID)
                   MOVE "ORIGINAL ALREADY REVERSED" TO
                       WS-RV-CHECK-TEXT
               WHEN AR-BRANCH-CODE NOT = TXN-BRANCH-CODE
                   MOVE "BRANCH DIFFERS FROM ORIGINAL" TO
                       WS-RV-CHECK-TEXT
               WHEN AR-TXN-TYPE NOT = TXN-TYPE
                   OR AR-CURRENCY-CODE NOT = TXN-CURRENCY-CODE
                   OR AR-ORIG-AMOUNT NOT = WS-RAW-NUM * -1
                   MOVE "AMOUNT DIFFERS FROM ORIGINAL" TO
                       WS-RV-CHECK-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2450-MARK-ORIGINAL-REVERSED.
           MOVE WS-RV-ORIG-KEY TO AR-KEY
           READ TXN-ARCHIVE-FILE
           IF WS-ARCH-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO READ TXN-ARCHIVE-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           MOVE "R" TO AR-REVERSAL-IND
           MOVE WS-RUN-DATE TO AR-LINK-BUSINESS-DATE
           MOVE TXN-ID TO AR-LINK-TXN-ID
           REWRITE TXN-ARCHIVE-RECORD
           IF WS-ARCH-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO REWRITE TXN-ARCHIVE-RECORD" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF.

       2470-RECORD-REVERSAL.
           IF WS-SUSPEND-TXN
               ADD 1 TO WS-RV-FAILED-COUNT
               MOVE WS-RV-FAILED-TOTAL TO WS-PRE-ADD-TOTAL
               ADD WS-RAW-NUM TO WS-RV-FAILED-TOTAL
                   ON SIZE ERROR
                       MOVE "REVR " TO WS-TOTAL-ACCUM-NAME
                       MOVE SPACES TO WS-TOTAL-ACCUM-CODE
                       PERFORM 2110-LOG-TOTAL-OVERFLOW
               END-ADD
               IF WS-SUSPEND-REASON NOT = "REVR"
                   MOVE SPACES TO WS-RV-CHECK-TEXT
                   STRING "SUSPENDED - REASON " DELIMITED SIZE
                       WS-SUSPEND-REASON DELIMITED SIZE
                       INTO WS-RV-CHECK-TEXT
                   END-STRING
               END-IF
           ELSE
               ADD 1 TO WS-RV-POSTED-COUNT
               MOVE WS-RV-POSTED-TOTAL TO WS-PRE-ADD-TOTAL
               ADD WS-NUM TO WS-RV-POSTED-TOTAL
                   ON SIZE ERROR
                       MOVE "REVR " TO WS-TOTAL-ACCUM-NAME
                       MOVE SPACES TO WS-TOTAL-ACCUM-CODE
                       PERFORM 2110-LOG-TOTAL-OVERFLOW
               END-ADD
               MOVE "POSTED" TO WS-RV-CHECK-TEXT
           END-IF
           IF WS-RV-SHOWN < WS-RV-SHOWN-MAX
               ADD 1 TO WS-RV-SHOWN
               SET WS-RV-TABLE-IDX TO WS-RV-SHOWN
               MOVE TXN-ID TO RV-TXN-ID(WS-RV-TABLE-IDX)
               MOVE TXN-ORIG-BUS-DATE TO RV-ORIG-DATE(WS-RV-TABLE-IDX)
               MOVE TXN-ORIG-TXN-ID TO RV-ORIG-TXN-ID(WS-RV-TABLE-IDX)
               MOVE TXN-BRANCH-CODE TO RV-BRANCH-CODE(WS-RV-TABLE-IDX)
               IF WS-SUSPEND-TXN
                   MOVE WS-RAW-NUM TO RV-AMOUNT(WS-RV-TABLE-IDX)
               ELSE
                   IF WS-BRANCH-TABLE-IDX > 0
                       MOVE BT-BRANCH-CODE(WS-BRANCH-TABLE-IDX) TO
                           RV-BRANCH-CODE(WS-RV-TABLE-IDX)
                   END-IF
                   MOVE WS-NUM TO RV-AMOUNT(WS-RV-TABLE-IDX)
               END-IF
               MOVE WS-RV-CHECK-TEXT TO
                   RV-RESULT-TEXT(WS-RV-TABLE-IDX)
           END-IF.

       2500-READ-TXN-RECORD.
      ******************************************************************
      * Headers and trailers are control records, absorbed here so    *
               END-SEARCH
           END-IF.

       2646-SET-BRANCH-AS-OF.
      ******************************************************************
      * Turn the branch master record just read (or found missing)    *
      * into the record as it stood on the business date.  The file   *
      * status is set to match, so the caller tests it as usual.      *
      ******************************************************************
           IF WS-BRMASTER-FILE-STATUS = "00"
               OR WS-BRMASTER-FILE-STATUS = "23"
               MOVE "B" TO WS-ASOF-FILE-ID
               PERFORM 2647-FIND-LATER-CHANGE
               IF WS-ASOF-CHANGED
                   IF MH-BEFORE-ON-FILE
                       MOVE MH-BEFORE-IMAGE TO BRM-RECORD
                       MOVE "00" TO WS-BRMASTER-FILE-STATUS
                   ELSE
                       MOVE "23" TO WS-BRMASTER-FILE-STATUS
                   END-IF
               END-IF
           END-IF.

       2647-FIND-LATER-CHANGE.
      ******************************************************************
      * The first history record for the key dated after the business *
      * date is the earliest change not yet in effect on that date;   *
      * its before-image is the record as it stood.                   *
      ******************************************************************
           MOVE "N" TO WS-ASOF-CHANGED-SW
           IF WS-MSTHIST-AVAILABLE
               MOVE WS-ASOF-FILE-ID TO MH-FILE-ID
               MOVE WS-ASOF-RECORD-KEY TO MH-RECORD-KEY
               MOVE WS-RUN-DATE TO MH-EFFECTIVE-DATE
               MOVE 999 TO MH-SEQ
               START MASTER-HISTORY-FILE KEY > MH-KEY
               IF WS-MSTHIST-FILE-STATUS = "00"
                   READ MASTER-HISTORY-FILE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF MH-FILE-ID = WS-ASOF-FILE-ID
                               AND MH-RECORD-KEY = WS-ASOF-RECORD-KEY
                               SET WS-ASOF-CHANGED TO TRUE
                           END-IF
                   END-READ
               ELSE
                   IF WS-MSTHIST-FILE-STATUS NOT = "23"
                       MOVE "UNABLE TO START MASTER-HISTORY-FILE" TO
                           WS-ABEND-TEXT
                       PERFORM 9900-ABEND
                   END-IF
               END-IF
           END-IF.

       2650-FIND-OR-ADD-BRANCH.
           MOVE "N" TO WS-SUSPEND-SW
           MOVE "N" TO WS-ROUTED-SW
       2653-READ-MASTER-AND-ROUTE.
           MOVE WS-ROUTE-BRANCH-CODE TO BRM-BRANCH-CODE
           READ BRANCH-MASTER-FILE
           IF WS-BRMASTER-FILE-STATUS = "00" AND BRM-MERGED
               CONTINUE
           ELSE
               MOVE WS-ROUTE-BRANCH-CODE TO WS-ASOF-RECORD-KEY
               PERFORM 2646-SET-BRANCH-AS-OF
           END-IF
           IF WS-BRMASTER-FILE-STATUS NOT = "00"
               SET WS-SUSPEND-TXN TO TRUE
               MOVE "BRUN" TO WS-SUSPEND-REASON
           MOVE ZEROS TO BT-YTD-TOTAL(WS-BRANCH-TABLE-IDX)
           MOVE ZEROS TO BT-MTD-BEFORE(WS-BRANCH-TABLE-IDX)
           MOVE ZEROS TO BT-YTD-BEFORE(WS-BRANCH-TABLE-IDX)
           MOVE ZEROS TO BT-PRIOR-APPLIED(WS-BRANCH-TABLE-IDX)
           MOVE ZEROS TO BT-GL-SENT-TOTAL(WS-BRANCH-TABLE-IDX)
           MOVE "N" TO BT-GL-SENT-SW(WS-BRANCH-TABLE-IDX).

       2658-SET-REGION-NAME.
      ******************************************************************
           MOVE TXN-CURRENCY-CODE TO AR-CURRENCY-CODE
           MOVE WS-NUM TO AR-BASE-AMOUNT
           MOVE TXN-BRANCH-CODE TO AR-BRANCH-CODE
           MOVE ZEROS TO AR-LINK-BUSINESS-DATE
           IF TXN-REVERSAL-REC
               MOVE "V" TO AR-REVERSAL-IND
               MOVE WS-RV-ORIG-KEY TO AR-LINK-KEY
           ELSE
               IF WS-RH-COUNT > 0
                   PERFORM 2805-RESTORE-REVERSED-MARK
               END-IF
           END-IF
           WRITE TXN-ARCHIVE-RECORD
           IF WS-ARCH-FILE-STATUS = "22"
               REWRITE TXN-ARCHIVE-RECORD
               END-IF
           END-IF.

       2805-RESTORE-REVERSED-MARK.
           PERFORM VARYING WS-RH-IDX FROM 1 BY 1
                       UNTIL WS-RH-IDX > WS-RH-COUNT
               IF RH-TXN-ID(WS-RH-IDX) = TXN-ID
                   MOVE "R" TO AR-REVERSAL-IND
                   MOVE RH-LINK-KEY(WS-RH-IDX) TO AR-LINK-KEY
               END-IF
           END-PERFORM.

       2810-COUNT-PROCESSED.
      ******************************************************************
      * Independent count and original-currency total of everything   *
           IF WS-ALIAS-COUNT > 0
               PERFORM 6280-WRITE-ROUTED-SECTION
           END-IF
           IF WS-RV-POSTED-COUNT > 0 OR WS-RV-FAILED-COUNT > 0
               OR WS-RH-LOST-COUNT > 0
               PERFORM 6290-WRITE-REVERSAL-SECTION
           END-IF
           PERFORM 6300-WRITE-CONTROL-TOTAL-LINE.

       6150-WRITE-REGION-GROUP.
           WRITE PRINT-RECORD
           ADD 1 TO WS-LINE-COUNT.

       6290-WRITE-REVERSAL-SECTION.
      ******************************************************************
      * Every reversal met today beside the original it names: those  *
      * posted show the branch credited or debited after routing and *
      * the base amount; those suspended show why.                    *
      ******************************************************************
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADER
           END-IF
           MOVE SPACES TO PRINT-RECORD
           STRING "REVERSALS" DELIMITED SIZE
               INTO PRINT-RECORD
           END-STRING
           WRITE PRINT-RECORD
           ADD 1 TO WS-LINE-COUNT
           PERFORM VARYING WS-RV-TABLE-IDX FROM 1 BY 1
                       UNTIL WS-RV-TABLE-IDX > WS-RV-SHOWN
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 6100-WRITE-REPORT-HEADER
               END-IF
               PERFORM 6295-WRITE-REVERSAL-LINE
           END-PERFORM
           IF WS-RV-POSTED-COUNT + WS-RV-FAILED-COUNT > WS-RV-SHOWN
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 6100-WRITE-REPORT-HEADER
               END-IF
               MOVE SPACES TO PRINT-RECORD
               STRING "  (FURTHER REVERSALS NOT LISTED)"
                   DELIMITED SIZE
                   INTO PRINT-RECORD
               END-STRING
               WRITE PRINT-RECORD
               ADD 1 TO WS-LINE-COUNT
           END-IF
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADER
           END-IF
           MOVE WS-RV-POSTED-TOTAL TO WS-SUM-EDITED
           MOVE SPACES TO PRINT-RECORD
           STRING "REVERSALS POSTED: " DELIMITED SIZE
               WS-RV-POSTED-COUNT DELIMITED SIZE
               "  BASE AMOUNT: " DELIMITED SIZE
               WS-SUM-EDITED DELIMITED SIZE
               INTO PRINT-RECORD
           END-STRING
           WRITE PRINT-RECORD
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-RV-FAILED-TOTAL TO WS-SUM-EDITED
           MOVE SPACES TO PRINT-RECORD
           STRING "REVERSALS SUSPENDED: " DELIMITED SIZE
               WS-RV-FAILED-COUNT DELIMITED SIZE
               "  ORIGINAL AMOUNT: " DELIMITED SIZE
               WS-SUM-EDITED DELIMITED SIZE
               INTO PRINT-RECORD
           END-STRING
           WRITE PRINT-RECORD
           ADD 1 TO WS-LINE-COUNT
           IF WS-RH-LOST-COUNT > 0
               MOVE SPACES TO PRINT-RECORD
               STRING "*** " DELIMITED SIZE
                   WS-RH-LOST-COUNT DELIMITED SIZE
                   " REVERSED MARKS NOT RESTORED ON REPROCESS - "
                   DELIMITED SIZE
                   "CHECK ARCHIVE ***" DELIMITED SIZE
                   INTO PRINT-RECORD
               END-STRING
               WRITE PRINT-RECORD
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       6295-WRITE-REVERSAL-LINE.
           MOVE RV-AMOUNT(WS-RV-TABLE-IDX) TO WS-BR-DAILY-EDITED
           MOVE SPACES TO PRINT-RECORD
           STRING "  " DELIMITED SIZE
               RV-TXN-ID(WS-RV-TABLE-IDX) DELIMITED SIZE
               "  REVERSES " DELIMITED SIZE
               RV-ORIG-TXN-ID(WS-RV-TABLE-IDX) DELIMITED SIZE
               " OF " DELIMITED SIZE
               RV-ORIG-DATE(WS-RV-TABLE-IDX) DELIMITED SIZE
               "  BRANCH " DELIMITED SIZE
               RV-BRANCH-CODE(WS-RV-TABLE-IDX) DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-BR-DAILY-EDITED DELIMITED SIZE
               "  " DELIMITED SIZE
               RV-RESULT-TEXT(WS-RV-TABLE-IDX) DELIMITED SIZE
               INTO PRINT-RECORD
           END-STRING
           WRITE PRINT-RECORD
           ADD 1 TO WS-LINE-COUNT.

       6100-WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE SPACES TO PRINT-RECORD
      * Branches mapped by neither are held back and reported, never *
      * posted to a dump account.  Without the mapping master the     *
      * whole day still goes out as the single lump of old.           *
      *                                                                *
      * A reprocess never re-sends a batch the GL may already have    *
      * posted: each branch's new daily amount is set against what    *
      * went out for the date before, and only the difference is     *
      * sent, as an adjustment batch of its own.  The original        *
      * status record and its acknowledgment are left as they stand. *
      * A day first sent as the lump stays a lump day on reprocess,   *
      * mapping master or not: the GL holds it under the lump         *
      * account, so the adjustment nets against it there.             *
      ******************************************************************
           OPEN OUTPUT GL-EXTRACT-FILE
           PERFORM 7050-OPEN-GL-STATUS
           IF WS-REPROCESS-MODE
               PERFORM 7010-LOAD-SENT-BATCHES
           END-IF
           IF WS-GLMAP-AVAILABLE AND NOT WS-GL-LUMP-SENT
               PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                           UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
                   SET WS-BRANCH-TABLE-IDX TO WS-BRANCH-IDX
                   IF BT-DAILY-TOTAL(WS-BRANCH-TABLE-IDX) NOT = 0
                       OR BT-GL-SENT(WS-BRANCH-TABLE-IDX)
                       PERFORM 7100-POST-ONE-BRANCH
                   END-IF
               END-PERFORM
           ELSE
               PERFORM 7200-WRITE-LUMP-EXTRACT
           END-IF
           IF WS-GL-ADJ-HEADER-DONE
               PERFORM 7190-REPORT-ADJUSTMENT-TOTAL
           END-IF
           CLOSE GL-STATUS-FILE
           CLOSE GL-EXTRACT-FILE.

       7010-LOAD-SENT-BATCHES.
      ******************************************************************
      * Every batch already on the status file for the business date, *
      * signed by its debit/credit indicator: a branch batch (date    *
      * plus branch) or a branch adjustment counts to its branch, a   *
      * lump batch (the run id) or lump adjustment to the whole day.  *
      * The highest adjustment sequence in use is kept so this run's  *
      * adjustments number on from it.                                *
      ******************************************************************
           MOVE "N" TO WS-GLSTAT-EOF-SW
           MOVE SPACES TO GS-BATCH-ID
           MOVE WS-RUN-DATE TO GS-BATCH-ID(1:8)
           MOVE LOW-VALUES TO GS-BATCH-ID(9:4)
           START GL-STATUS-FILE KEY NOT < GS-BATCH-ID
           IF WS-GLSTAT-FILE-STATUS NOT = "00"
               SET WS-GLSTAT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-GLSTAT-EOF
               READ GL-STATUS-FILE NEXT
                   AT END
                       SET WS-GLSTAT-EOF TO TRUE
                   NOT AT END
                       IF GS-BATCH-ID(1:8) NOT = WS-RUN-DATE
                           SET WS-GLSTAT-EOF TO TRUE
                       ELSE
                           PERFORM 7020-TALLY-SENT-BATCH
                       END-IF
               END-READ
           END-PERFORM.

       7020-TALLY-SENT-BATCH.
           IF GS-DR-CR-IND = "CR"
               MOVE GS-AMOUNT TO WS-GL-BATCH-AMOUNT
           ELSE
               COMPUTE WS-GL-BATCH-AMOUNT = GS-AMOUNT * -1
           END-IF
           SET WS-GL-ANY-SENT TO TRUE
           ADD WS-GL-BATCH-AMOUNT TO WS-GL-ALL-SENT-TOTAL
           EVALUATE TRUE
               WHEN GS-BATCH-ID(9:1) = "A"
                   IF GS-BATCH-ID(10:3) NUMERIC
                       AND GS-BATCH-ID(10:3) > WS-GL-ADJ-SEQ-X
                       MOVE GS-BATCH-ID(10:3) TO WS-GL-ADJ-SEQ-X
                   END-IF
                   MOVE GS-BRANCH-CODE TO WS-GL-ADJ-BRANCH-CODE
               WHEN GS-BATCH-ID(12:1) = SPACE
                   MOVE SPACES TO WS-GL-ADJ-BRANCH-CODE
               WHEN OTHER
                   MOVE GS-BATCH-ID(9:4) TO WS-GL-ADJ-BRANCH-CODE
           END-EVALUATE
           IF WS-GL-ADJ-BRANCH-CODE = SPACES
               SET WS-GL-LUMP-SENT TO TRUE
           ELSE
               PERFORM 7030-FIND-SENT-BRANCH
               IF WS-BRANCH-FOUND
                   MOVE "Y" TO BT-GL-SENT-SW(WS-BRANCH-TABLE-IDX)
                   ADD WS-GL-BATCH-AMOUNT TO
                       BT-GL-SENT-TOTAL(WS-BRANCH-TABLE-IDX)
               END-IF
           END-IF.

       7030-FIND-SENT-BRANCH.
      ******************************************************************
      * The branch a batch went out under, followed on to its         *
      * survivor if it has been merged since (its figures now post    *
      * there), and added to the table if this run has no entry for   *
      * it - so every amount already sent is set against what the     *
      * branch posts now, zero if nothing, and reversed or held in    *
      * full rather than left standing on the GL.                     *
      ******************************************************************
           MOVE WS-GL-ADJ-BRANCH-CODE TO WS-ROUTE-BRANCH-CODE
           MOVE ZEROS TO WS-ROUTE-HOPS
           MOVE "N" TO WS-ROUTE-DONE-SW
           PERFORM 7035-ROUTE-SENT-BRANCH UNTIL WS-ROUTE-DONE
           MOVE WS-ROUTE-BRANCH-CODE TO WS-SEARCH-BRANCH-CODE
           PERFORM 2645-SEARCH-BRANCH-TABLE
           IF NOT WS-BRANCH-FOUND
               IF WS-BRANCH-COUNT < WS-BRANCH-TABLE-MAX
                   MOVE WS-ROUTE-BRANCH-CODE TO WS-INSERT-BRANCH-CODE
                   PERFORM 2657-INSERT-BRANCH-ENTRY
                   PERFORM 1230-SET-BRANCH-MASTER-INFO
                   SET WS-BRANCH-FOUND TO TRUE
               ELSE
                   MOVE WS-ROUTE-BRANCH-CODE TO WS-LOG-BRANCH-CODE
                   PERFORM 2660-LOG-BRANCH-TABLE-FULL
               END-IF
           END-IF.

       7035-ROUTE-SENT-BRANCH.
           MOVE WS-ROUTE-BRANCH-CODE TO BRM-BRANCH-CODE
           READ BRANCH-MASTER-FILE
           IF WS-BRMASTER-FILE-STATUS = "00"
               AND BRM-MERGED
               AND BRM-SURVIVOR-CODE NOT = SPACES
               AND WS-ROUTE-HOPS < WS-ROUTE-MAX-HOPS
               ADD 1 TO WS-ROUTE-HOPS
               MOVE BRM-SURVIVOR-CODE TO WS-ROUTE-BRANCH-CODE
           ELSE
               SET WS-ROUTE-DONE TO TRUE
           END-IF.

       7050-OPEN-GL-STATUS.
      ******************************************************************
      * Every extract batch is recorded on the GL status file so the  *
       7100-POST-ONE-BRANCH.
           PERFORM 7110-FIND-MAPPING
           IF WS-MAP-FOUND
               IF BT-GL-SENT(WS-BRANCH-TABLE-IDX)
                   MOVE BT-GL-SENT-TOTAL(WS-BRANCH-TABLE-IDX) TO
                       WS-GL-SENT-AMOUNT
                   MOVE BT-DAILY-TOTAL(WS-BRANCH-TABLE-IDX) TO
                       WS-GL-NEW-AMOUNT
                   MOVE BT-BRANCH-CODE(WS-BRANCH-TABLE-IDX) TO
                       WS-GL-ADJ-BRANCH-CODE
                   MOVE GM-GL-ACCOUNT TO WS-GL-ADJ-ACCOUNT
                   MOVE GM-COST-CENTER TO WS-GL-ADJ-COST-CENTER
                   PERFORM 7160-WRITE-ADJUSTMENT-LINE
               ELSE
                   PERFORM 7120-WRITE-POSTING-LINE
               END-IF
           ELSE
               PERFORM 7105-HOLD-ONE-BRANCH
           END-IF.

       7105-HOLD-ONE-BRANCH.
      ******************************************************************
      * An unmapped branch is held back.  On a reprocess of a branch  *
      * whose batch already went out, that batch stands on the GL and *
      * only the difference from it is outstanding; with no           *
      * difference there is nothing to hold.                          *
      ******************************************************************
           IF BT-GL-SENT(WS-BRANCH-TABLE-IDX)
               COMPUTE WS-GL-HELD-AMOUNT =
                   BT-DAILY-TOTAL(WS-BRANCH-TABLE-IDX) -
                   BT-GL-SENT-TOTAL(WS-BRANCH-TABLE-IDX)
           ELSE
               MOVE BT-DAILY-TOTAL(WS-BRANCH-TABLE-IDX) TO
                   WS-GL-HELD-AMOUNT
           END-IF
           IF WS-GL-HELD-AMOUNT NOT = 0
               OR NOT BT-GL-SENT(WS-BRANCH-TABLE-IDX)
               ADD 1 TO WS-GL-HELD-COUNT
               ADD WS-GL-HELD-AMOUNT TO WS-GL-HELD-TOTAL
               PERFORM 7130-REPORT-HELD-BRANCH
           END-IF.

           MOVE "N" TO WS-MAP-FOUND-SW
           MOVE "B" TO GM-MAP-TYPE
           MOVE BT-BRANCH-CODE(WS-BRANCH-TABLE-IDX) TO GM-MAP-CODE
           MOVE GM-KEY TO WS-ASOF-RECORD-KEY
           READ GL-MAP-FILE
           PERFORM 7115-SET-MAPPING-AS-OF
           IF WS-GLMAP-FILE-STATUS = "00" AND GM-ACTIVE
               SET WS-MAP-FOUND TO TRUE
           ELSE
               MOVE SPACES TO GM-MAP-CODE
               MOVE BT-REGION-CODE(WS-BRANCH-TABLE-IDX) TO
                   GM-MAP-CODE(1:3)
               MOVE GM-KEY TO WS-ASOF-RECORD-KEY
               READ GL-MAP-FILE
               PERFORM 7115-SET-MAPPING-AS-OF
               IF WS-GLMAP-FILE-STATUS = "00" AND GM-ACTIVE
                   SET WS-MAP-FOUND TO TRUE
               ELSE
               END-IF
           END-IF.

       7115-SET-MAPPING-AS-OF.
      ******************************************************************
      * The mapping as it stood on the business date, as for the      *
      * branch master in 2646.                                        *
      ******************************************************************
           IF WS-GLMAP-FILE-STATUS = "00"
               OR WS-GLMAP-FILE-STATUS = "23"
               MOVE "G" TO WS-ASOF-FILE-ID
               PERFORM 2647-FIND-LATER-CHANGE
               IF WS-ASOF-CHANGED
                   IF MH-BEFORE-ON-FILE
                       MOVE MH-BEFORE-IMAGE TO GL-MAP-RECORD
                       MOVE "00" TO WS-GLMAP-FILE-STATUS
                   ELSE
                       MOVE "23" TO WS-GLMAP-FILE-STATUS
                   END-IF
               END-IF
           END-IF.

       7120-WRITE-POSTING-LINE.
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE GM-GL-ACCOUNT TO GL-ACCOUNT-CODE
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADER
           END-IF
           MOVE WS-GL-HELD-AMOUNT TO WS-BR-DAILY-EDITED
           MOVE SPACES TO PRINT-RECORD
           STRING "  " DELIMITED SIZE
               BT-BRANCH-CODE(WS-BRANCH-TABLE-IDX) DELIMITED SIZE
               SIZE
               "  " DELIMITED SIZE
               WS-BR-DAILY-EDITED DELIMITED SIZE
               INTO PRINT-RECORD
           END-STRING
           IF BT-GL-SENT(WS-BRANCH-TABLE-IDX)
               MOVE "  DIFFERENCE NOT POSTED - ORIGINAL BATCH STANDS"
                   TO PRINT-RECORD(46:)
           ELSE
               MOVE "  NOT POSTED" TO PRINT-RECORD(46:)
           END-IF
           WRITE PRINT-RECORD
           ADD 1 TO WS-LINE-COUNT.

               END-IF
           END-IF.

       7160-WRITE-ADJUSTMENT-LINE.
      ******************************************************************
      * The difference between the new figure and what was sent goes  *
      * out under the next adjustment id for the date; no difference, *
      * no batch.  Either way the comparison is shown on the report.  *
      ******************************************************************
           COMPUTE WS-GL-ADJ-AMOUNT =
               WS-GL-NEW-AMOUNT - WS-GL-SENT-AMOUNT
           IF WS-GL-ADJ-AMOUNT NOT = 0
               MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE WS-GL-ADJ-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE WS-GL-ADJ-COST-CENTER TO GL-COST-CENTER
               MOVE WS-RUN-CCYYMM TO GL-PERIOD
               IF WS-GL-ADJ-AMOUNT >= 0
                   MOVE "CR" TO GL-DR-CR-IND
               ELSE
                   MOVE "DB" TO GL-DR-CR-IND
               END-IF
               MOVE FUNCTION ABS(WS-GL-ADJ-AMOUNT) TO GL-AMOUNT
               ADD 1 TO WS-GL-ADJ-SEQ
               MOVE SPACES TO GL-BATCH-ID
               MOVE WS-RUN-DATE TO GL-BATCH-ID(1:8)
               MOVE "A" TO GL-BATCH-ID(9:1)
               MOVE WS-GL-ADJ-SEQ-X TO GL-BATCH-ID(10:3)
               WRITE GL-EXTRACT-RECORD
               IF WS-GL-FILE-STATUS NOT = "00"
                   MOVE "UNABLE TO WRITE GL-EXTRACT-RECORD" TO
                       WS-ABEND-TEXT
                   PERFORM 9900-ABEND
               END-IF
               ADD 1 TO WS-GL-LINE-COUNT
               ADD 1 TO WS-GL-ADJ-COUNT
               ADD WS-GL-ADJ-AMOUNT TO WS-GL-ADJ-TOTAL
               PERFORM 7170-RECORD-ADJUSTMENT-BATCH
           END-IF
           PERFORM 7180-REPORT-ADJUSTMENT-LINE.

       7170-RECORD-ADJUSTMENT-BATCH.
           MOVE SPACES TO GL-STATUS-RECORD
           MOVE GL-BATCH-ID TO GS-BATCH-ID
           MOVE WS-RUN-DATE TO GS-SENT-DATE
           MOVE GL-AMOUNT TO GS-AMOUNT
           MOVE GL-DR-CR-IND TO GS-DR-CR-IND
           SET GS-SENT TO TRUE
           MOVE ZEROS TO GS-ACK-DATE
           SET GS-ADJUSTMENT-BATCH TO TRUE
           MOVE WS-GL-ADJ-BRANCH-CODE TO GS-BRANCH-CODE
           WRITE GL-STATUS-RECORD
           IF WS-GLSTAT-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO WRITE GL-STATUS-RECORD" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF.

       7180-REPORT-ADJUSTMENT-LINE.
           IF NOT WS-GL-ADJ-HEADER-DONE
               SET WS-GL-ADJ-HEADER-DONE TO TRUE
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 6100-WRITE-REPORT-HEADER
               END-IF
               MOVE SPACES TO PRINT-RECORD
               STRING "REPROCESS GL ADJUSTMENTS (ORIGINAL BATCHES "
                   DELIMITED SIZE
                   "LEFT AS SENT)" DELIMITED SIZE
                   INTO PRINT-RECORD
               END-STRING
               WRITE PRINT-RECORD
               ADD 1 TO WS-LINE-COUNT
           END-IF
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADER
           END-IF
           MOVE WS-GL-SENT-AMOUNT TO WS-GL-SENT-EDITED
           MOVE WS-GL-NEW-AMOUNT TO WS-GL-NEW-EDITED
           MOVE WS-GL-ADJ-AMOUNT TO WS-GL-ADJ-EDITED
           MOVE SPACES TO PRINT-RECORD
           IF WS-GL-ADJ-AMOUNT = 0
               STRING "  " DELIMITED SIZE
                   WS-GL-ADJ-BRANCH-CODE DELIMITED SIZE
                   "  SENT " DELIMITED SIZE
                   WS-GL-SENT-EDITED DELIMITED SIZE
                   "  NOW " DELIMITED SIZE
                   WS-GL-NEW-EDITED DELIMITED SIZE
                   "  NO CHANGE - NO ADJUSTMENT SENT" DELIMITED SIZE
                   INTO PRINT-RECORD
               END-STRING
           ELSE
               STRING "  " DELIMITED SIZE
                   WS-GL-ADJ-BRANCH-CODE DELIMITED SIZE
                   "  SENT " DELIMITED SIZE
                   WS-GL-SENT-EDITED DELIMITED SIZE
                   "  NOW " DELIMITED SIZE
                   WS-GL-NEW-EDITED DELIMITED SIZE
                   "  ADJUSTMENT " DELIMITED SIZE
                   WS-GL-ADJ-EDITED DELIMITED SIZE
                   "  BATCH " DELIMITED SIZE
                   GL-BATCH-ID DELIMITED SIZE
                   INTO PRINT-RECORD
               END-STRING
           END-IF
           WRITE PRINT-RECORD
           ADD 1 TO WS-LINE-COUNT.

       7190-REPORT-ADJUSTMENT-TOTAL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADER
           END-IF
           MOVE WS-GL-ADJ-TOTAL TO WS-SUM-EDITED
           MOVE SPACES TO PRINT-RECORD
           STRING "GL ADJUSTMENT BATCHES SENT: " DELIMITED SIZE
               WS-GL-ADJ-COUNT DELIMITED SIZE
               "  NET AMOUNT: " DELIMITED SIZE
               WS-SUM-EDITED DELIMITED SIZE
               INTO PRINT-RECORD
           END-STRING
           WRITE PRINT-RECORD
           ADD 1 TO WS-LINE-COUNT.

       7200-WRITE-LUMP-EXTRACT.
      ******************************************************************
      * A reprocessed lump day sets the new total against everything  *
      * already sent for the date, whatever its grain.                *
      ******************************************************************
           IF WS-GL-ANY-SENT
               MOVE WS-GL-ALL-SENT-TOTAL TO WS-GL-SENT-AMOUNT
               MOVE WS-SUM TO WS-GL-NEW-AMOUNT
               MOVE SPACES TO WS-GL-ADJ-BRANCH-CODE
               MOVE "DAILYTOTAL" TO WS-GL-ADJ-ACCOUNT
               MOVE SPACES TO WS-GL-ADJ-COST-CENTER
               PERFORM 7160-WRITE-ADJUSTMENT-LINE
           ELSE
               PERFORM 7210-WRITE-LUMP-LINE
           END-IF.

       7210-WRITE-LUMP-LINE.
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE "DAILYTOTAL" TO GL-ACCOUNT-CODE
           MOVE WS-RUN-CCYYMM TO GL-PERIOD
           CLOSE BRANCH-HISTORY-FILE
           CLOSE TOTALS-FILE
           CLOSE GL-MAP-FILE
           CLOSE MASTER-HISTORY-FILE
           CLOSE OVERFLOW-AUDIT-FILE
           CLOSE PRINT-FILE.

