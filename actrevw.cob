       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTREVW.

      ******************************************************************
      * Large-item and unusual-activity review.                        *
      *                                                                *
      * Daily list for operations and fraud review to sign off, run   *
      * for the business date on the parm card (same card BUG reads;  *
      * today if absent) after BUG has archived the day.              *
      *                                                                *
      * Large items: every archived transaction for the date whose    *
      * base-currency amount (either sign) is over the review limit.  *
      * The limit comes from the optional REVWPARM.DAT cards:         *
      *   L card - default limit, average multiple, quiet-day pct     *
      *   B card - limit for one branch                               *
      *   C card - limit for one currency                             *
      * A branch limit takes precedence over a currency limit, which  *
      * takes precedence over the default.                            *
      *                                                                *
      * Unusual branch days, from the branch-applied file (BUG keeps  *
      * 65 days of daily applied amounts):                            *
      *   - the day's amount is more than the set multiple of the     *
      *     branch's average daily amount over the prior retained     *
      *     days (absolute amounts, once it has enough history);      *
      *   - the branch posted on a weekday it normally has no         *
      *     activity - active on fewer than the quiet-day percent of  *
      *     the same weekdays in the retained days.                   *
      *                                                                *
      * Every flagged line carries the branch name, region and the    *
      * reason it was flagged.                                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT OPTIONAL REVIEW-PARM-FILE ASSIGN TO "REVWPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-PARM-FILE-STATUS.

           SELECT TXN-ARCHIVE-FILE ASSIGN TO "TXNARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT BRANCH-APPLIED-FILE ASSIGN TO "BRAPPLID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APPLIED-FILE-STATUS.

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

           SELECT REVIEW-REPORT-FILE ASSIGN TO "ACTREVW.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
      ******************************************************************
      * The same parm card BUG reads: only the business date is used  *
      * here, so the review covers the day the accumulation run       *
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

       FD  REVIEW-PARM-FILE
           RECORDING MODE IS F.
       01  REVIEW-PARM-RECORD.
           05  RP-CARD-TYPE            PIC X(1).
               88  RP-DEFAULT-CARD            VALUE "L".
               88  RP-BRANCH-CARD             VALUE "B".
               88  RP-CURRENCY-CARD           VALUE "C".
           05  FILLER                  PIC X(1).
           05  RP-CODE                 PIC X(4).
           05  FILLER                  PIC X(1).
           05  RP-LIMIT-X              PIC X(11).
           05  RP-LIMIT REDEFINES RP-LIMIT-X
                                       PIC 9(9)V99.
           05  FILLER                  PIC X(1).
           05  RP-MULTIPLE-X           PIC X(3).
           05  RP-MULTIPLE REDEFINES RP-MULTIPLE-X
                                       PIC 9(2)V9.
           05  FILLER                  PIC X(1).
           05  RP-QUIET-PCT-X          PIC X(3).
           05  RP-QUIET-PCT REDEFINES RP-QUIET-PCT-X
                                       PIC 9(3).
           05  FILLER                  PIC X(54).

       FD  TXN-ARCHIVE-FILE.
           COPY TXNARCH.

       FD  BRANCH-APPLIED-FILE.
       01  BRANCH-APPLIED-RECORD.
           05  AP-KEY.
               10  AP-BUSINESS-DATE    PIC 9(8).
               10  AP-BRANCH-CODE      PIC X(4).
           05  AP-DAILY-AMOUNT         PIC S9(9)V99.
           05  FILLER                  PIC X(8).

       FD  BRANCH-MASTER-FILE.
           COPY BRMASTER.

       FD  REGION-MASTER-FILE.
           COPY RGNMAST.

       FD  REVIEW-REPORT-FILE
           RECORDING MODE IS F.
       01  REVIEW-PRINT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-PARM-FILE-STATUS     PIC X(2).
           05  WS-REVIEW-PARM-FILE-STATUS
                                       PIC X(2).
           05  WS-REVIEW-PARM-EOF-SW   PIC X VALUE "N".
               88  WS-REVIEW-PARM-EOF            VALUE "Y".
           05  WS-ARCH-FILE-STATUS     PIC X(2).
           05  WS-ARCH-EOF-SW          PIC X VALUE "N".
               88  WS-ARCH-EOF                   VALUE "Y".
           05  WS-APPLIED-FILE-STATUS  PIC X(2).
           05  WS-APPLIED-EOF-SW       PIC X VALUE "N".
               88  WS-APPLIED-EOF                VALUE "Y".
           05  WS-BRMASTER-FILE-STATUS PIC X(2).
           05  WS-RGNMAST-FILE-STATUS  PIC X(2).
           05  WS-RGNMAST-AVAIL-SW     PIC X VALUE "N".
               88  WS-RGNMAST-AVAILABLE          VALUE "Y".
           05  WS-REPORT-FILE-STATUS   PIC X(2).

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-TIME    PIC X(21).
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-BUSINESS-DATE        PIC 9(8).
           05  WS-BUSINESS-WEEKDAY     PIC 9(1).
           05  WS-WORK-WEEKDAY         PIC 9(1).
           05  WS-LAST-APPLIED-DATE    PIC 9(8) VALUE ZEROS.
           05  WS-SAME-WEEKDAY-SW      PIC X VALUE "N".
               88  WS-SAME-WEEKDAY               VALUE "Y".

       01  WS-WEEKDAY-TABLE-FIELDS.
      ******************************************************************
      * Day 1 of the integer-date calendar (1 January 1601) was a     *
      * Monday, so the integer date MOD 7, plus 1, indexes this table *
      * from Sunday.                                                  *
      ******************************************************************
           05  WS-WEEKDAY-NAME-TABLE.
               10  FILLER              PIC X(9) VALUE "SUNDAY".
               10  FILLER              PIC X(9) VALUE "MONDAY".
               10  FILLER              PIC X(9) VALUE "TUESDAY".
               10  FILLER              PIC X(9) VALUE "WEDNESDAY".
               10  FILLER              PIC X(9) VALUE "THURSDAY".
               10  FILLER              PIC X(9) VALUE "FRIDAY".
               10  FILLER              PIC X(9) VALUE "SATURDAY".
           05  WS-WEEKDAY-NAMES REDEFINES WS-WEEKDAY-NAME-TABLE.
               10  WS-WEEKDAY-NAME     PIC X(9) OCCURS 7 TIMES.

       01  WS-REVIEW-LIMIT-FIELDS.
           05  WS-DEFAULT-LIMIT        PIC 9(9)V99 VALUE 100000.00.
           05  WS-AVERAGE-MULTIPLE     PIC 9(2)V9 VALUE 3.0.
           05  WS-QUIET-PCT            PIC 9(3) VALUE 20.
           05  WS-MIN-HISTORY-DAYS     PIC 9(3) VALUE 5.
           05  WS-MIN-WEEKDAY-DAYS     PIC 9(3) VALUE 4.
           05  WS-ITEM-LIMIT           PIC 9(9)V99.
           05  WS-LIMIT-SOURCE         PIC X(16).
           05  WS-PARM-CARDS-IGNORED   PIC 9(5) VALUE ZEROS.
           05  WS-BRLIM-COUNT          PIC 9(3) VALUE ZEROS.
           05  WS-BRLIM-MAX            PIC 9(3) VALUE 200.
           05  WS-BRLIM-IDX            PIC 9(3) VALUE ZEROS.
           05  WS-BRLIM-TABLE OCCURS 200 TIMES.
               10  BL-BRANCH-CODE      PIC X(4).
               10  BL-LIMIT            PIC 9(9)V99.
           05  WS-CCYLIM-COUNT         PIC 9(3) VALUE ZEROS.
           05  WS-CCYLIM-MAX           PIC 9(3) VALUE 50.
           05  WS-CCYLIM-IDX           PIC 9(3) VALUE ZEROS.
           05  WS-CCYLIM-TABLE OCCURS 50 TIMES.
               10  CL-CURRENCY-CODE    PIC X(3).
               10  CL-LIMIT            PIC 9(9)V99.
           05  WS-LIMIT-FOUND-SW       PIC X VALUE "N".
               88  WS-LIMIT-FOUND                VALUE "Y".

       01  WS-BRANCH-STAT-FIELDS.
      ******************************************************************
      * One entry per branch on the branch-applied file, kept in      *
      * branch-code order (sorted insertion) so each applied record   *
      * is matched by a binary SEARCH ALL.                            *
      ******************************************************************
           05  WS-HISTORY-DAYS         PIC 9(3) VALUE ZEROS.
           05  WS-SAME-WEEKDAY-DAYS    PIC 9(3) VALUE ZEROS.
           05  WS-STAT-COUNT           PIC 9(5) VALUE ZEROS.
           05  WS-STAT-MAX             PIC 9(5) VALUE 5000.
           05  WS-STAT-IDX             PIC 9(5) VALUE ZEROS.
           05  WS-STAT-FOUND-SW        PIC X VALUE "N".
               88  WS-STAT-FOUND                 VALUE "Y".
           05  WS-STAT-LOST-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-SEARCH-BRANCH-CODE   PIC X(4).
           05  WS-INSERT-POS           PIC 9(5) VALUE ZEROS.
           05  WS-INSERT-DONE-SW       PIC X VALUE "N".
               88  WS-INSERT-DONE                VALUE "Y".
           05  WS-STAT-TABLE OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON WS-STAT-COUNT
                                       ASCENDING KEY IS BS-BRANCH-CODE
                                       INDEXED BY WS-STAT-TABLE-IDX.
               10  BS-BRANCH-CODE      PIC X(4).
               10  BS-HISTORY-DAYS     PIC 9(3).
               10  BS-HISTORY-ABS-TOTAL
                                       PIC S9(11)V99 COMP-3.
               10  BS-SAME-WEEKDAY-DAYS
                                       PIC 9(3).
               10  BS-TODAY-AMOUNT     PIC S9(9)V99 COMP-3.
               10  BS-TODAY-SW         PIC X(1).
                   88  BS-ACTIVE-TODAY        VALUE "Y".

       01  WS-REVIEW-WORK-FIELDS.
           05  WS-ABS-AMOUNT           PIC S9(11)V99 COMP-3.
           05  WS-AVERAGE-AMOUNT       PIC S9(11)V99 COMP-3.
           05  WS-TRIGGER-AMOUNT       PIC S9(13)V99 COMP-3.
           05  WS-REASON-TEXT          PIC X(48).
           05  WS-WORK-BRANCH-CODE     PIC X(4).
           05  WS-WORK-BRANCH-NAME     PIC X(30).
           05  WS-WORK-REGION-CODE     PIC X(3).
           05  WS-WORK-REGION-NAME     PIC X(30).

       01  WS-COUNT-FIELDS.
           05  WS-ITEMS-REVIEWED       PIC 9(7) VALUE ZEROS.
           05  WS-ITEMS-FLAGGED        PIC 9(7) VALUE ZEROS.
           05  WS-BRANCHES-ACTIVE      PIC 9(5) VALUE ZEROS.
           05  WS-BRANCH-FLAGS         PIC 9(5) VALUE ZEROS.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-TEXT           PIC X(60).

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-NO              PIC 9(5) VALUE ZEROS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZEROS.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
           05  WS-PRINT-LINE           PIC X(132).
           05  WS-ORIG-EDITED          PIC +Z,ZZZ,ZZ9.99.
           05  WS-BASE-EDITED          PIC +Z,ZZZ,ZZ9.99.
           05  WS-LIMIT-EDITED         PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-DAILY-EDITED         PIC +ZZZ,ZZZ,ZZ9.99.
           05  WS-AVERAGE-EDITED       PIC +ZZZ,ZZZ,ZZ9.99.
           05  WS-MULTIPLE-EDITED      PIC Z9.9.
           05  WS-DAYS-A-EDITED        PIC ZZ9.
           05  WS-DAYS-B-EDITED        PIC ZZ9.
           05  WS-COUNT-EDITED         PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-BRANCH-ACTIVITY
           PERFORM 3000-REVIEW-LARGE-ITEMS
           PERFORM 4000-REVIEW-BRANCH-DAYS
           PERFORM 6000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           PERFORM 1100-SET-BUSINESS-DATE
           COMPUTE WS-BUSINESS-WEEKDAY = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE), 7) + 1
           PERFORM 1200-LOAD-REVIEW-PARMS
           OPEN INPUT TXN-ARCHIVE-FILE
           IF WS-ARCH-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN TXN-ARCHIVE-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT BRANCH-APPLIED-FILE
           IF WS-APPLIED-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN BRANCH-APPLIED-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
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
           OPEN OUTPUT REVIEW-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN REVIEW-REPORT-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           PERFORM 6100-WRITE-REPORT-HEADER.

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

       1200-LOAD-REVIEW-PARMS.
           OPEN INPUT REVIEW-PARM-FILE
           MOVE "N" TO WS-REVIEW-PARM-EOF-SW
           IF WS-REVIEW-PARM-FILE-STATUS NOT = "00"
               SET WS-REVIEW-PARM-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-REVIEW-PARM-EOF
               READ REVIEW-PARM-FILE
                   AT END
                       SET WS-REVIEW-PARM-EOF TO TRUE
                   NOT AT END
                       PERFORM 1210-APPLY-REVIEW-CARD
               END-READ
           END-PERFORM
           CLOSE REVIEW-PARM-FILE.

       1210-APPLY-REVIEW-CARD.
      ******************************************************************
      * A card with a non-numeric field, an unknown card type or no   *
      * room left in its override table is counted and shown on the  *
      * report rather than stopping the review.                       *
      ******************************************************************
           EVALUATE TRUE
               WHEN RP-DEFAULT-CARD
                   PERFORM 1220-APPLY-DEFAULT-CARD
               WHEN RP-BRANCH-CARD
                   IF RP-LIMIT-X NUMERIC
                       AND RP-CODE NOT = SPACES
                       AND WS-BRLIM-COUNT < WS-BRLIM-MAX
                       ADD 1 TO WS-BRLIM-COUNT
                       MOVE RP-CODE TO BL-BRANCH-CODE(WS-BRLIM-COUNT)
                       MOVE RP-LIMIT TO BL-LIMIT(WS-BRLIM-COUNT)
                   ELSE
                       ADD 1 TO WS-PARM-CARDS-IGNORED
                   END-IF
               WHEN RP-CURRENCY-CARD
                   IF RP-LIMIT-X NUMERIC
                       AND RP-CODE(1:3) NOT = SPACES
                       AND WS-CCYLIM-COUNT < WS-CCYLIM-MAX
                       ADD 1 TO WS-CCYLIM-COUNT
                       MOVE RP-CODE(1:3) TO
                           CL-CURRENCY-CODE(WS-CCYLIM-COUNT)
                       MOVE RP-LIMIT TO CL-LIMIT(WS-CCYLIM-COUNT)
                   ELSE
                       ADD 1 TO WS-PARM-CARDS-IGNORED
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-PARM-CARDS-IGNORED
           END-EVALUATE.

       1220-APPLY-DEFAULT-CARD.
           IF RP-LIMIT-X NUMERIC
               AND RP-LIMIT > 0
               MOVE RP-LIMIT TO WS-DEFAULT-LIMIT
           END-IF
           IF RP-MULTIPLE-X NUMERIC
               AND RP-MULTIPLE > 0
               MOVE RP-MULTIPLE TO WS-AVERAGE-MULTIPLE
           END-IF
           IF RP-QUIET-PCT-X NUMERIC
               AND RP-QUIET-PCT > 0
               AND RP-QUIET-PCT NOT > 100
               MOVE RP-QUIET-PCT TO WS-QUIET-PCT
           END-IF.

       2000-LOAD-BRANCH-ACTIVITY.
      ******************************************************************
      * One pass over the retained branch-applied days up to the      *
      * business date.  Days before it build each branch's history:   *
      * days active, total absolute amount, and days active on the    *
      * business date's weekday.  The business date itself gives the  *
      * amount under review.                                          *
      ******************************************************************
           MOVE "N" TO WS-APPLIED-EOF-SW
           MOVE LOW-VALUES TO AP-KEY
           START BRANCH-APPLIED-FILE KEY NOT < AP-KEY
           IF WS-APPLIED-FILE-STATUS NOT = "00"
               SET WS-APPLIED-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-APPLIED-EOF
               READ BRANCH-APPLIED-FILE NEXT
                   AT END
                       SET WS-APPLIED-EOF TO TRUE
                   NOT AT END
                       IF AP-BUSINESS-DATE > WS-BUSINESS-DATE
                           SET WS-APPLIED-EOF TO TRUE
                       ELSE
                           PERFORM 2100-TALLY-APPLIED-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       2100-TALLY-APPLIED-RECORD.
           IF AP-BUSINESS-DATE NOT = WS-LAST-APPLIED-DATE
               MOVE AP-BUSINESS-DATE TO WS-LAST-APPLIED-DATE
               COMPUTE WS-WORK-WEEKDAY = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE(AP-BUSINESS-DATE), 7) + 1
               MOVE "N" TO WS-SAME-WEEKDAY-SW
               IF WS-WORK-WEEKDAY = WS-BUSINESS-WEEKDAY
                   SET WS-SAME-WEEKDAY TO TRUE
               END-IF
               IF AP-BUSINESS-DATE < WS-BUSINESS-DATE
                   ADD 1 TO WS-HISTORY-DAYS
                   IF WS-SAME-WEEKDAY
                       ADD 1 TO WS-SAME-WEEKDAY-DAYS
                   END-IF
               END-IF
           END-IF
           MOVE AP-BRANCH-CODE TO WS-SEARCH-BRANCH-CODE
           PERFORM 2200-SEARCH-STAT-TABLE
           IF NOT WS-STAT-FOUND
               IF WS-STAT-COUNT < WS-STAT-MAX
                   PERFORM 2300-INSERT-STAT-ENTRY
                   SET WS-STAT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-STAT-LOST-COUNT
               END-IF
           END-IF
           IF WS-STAT-FOUND
               IF AP-BUSINESS-DATE = WS-BUSINESS-DATE
                   MOVE AP-DAILY-AMOUNT TO
                       BS-TODAY-AMOUNT(WS-STAT-TABLE-IDX)
                   MOVE "Y" TO BS-TODAY-SW(WS-STAT-TABLE-IDX)
               ELSE
                   ADD 1 TO BS-HISTORY-DAYS(WS-STAT-TABLE-IDX)
                   ADD FUNCTION ABS(AP-DAILY-AMOUNT) TO
                       BS-HISTORY-ABS-TOTAL(WS-STAT-TABLE-IDX)
                   IF WS-SAME-WEEKDAY
                       ADD 1 TO
                           BS-SAME-WEEKDAY-DAYS(WS-STAT-TABLE-IDX)
                   END-IF
               END-IF
           END-IF.

       2200-SEARCH-STAT-TABLE.
           MOVE "N" TO WS-STAT-FOUND-SW
           IF WS-STAT-COUNT = 0
               CONTINUE
           ELSE
               SEARCH ALL WS-STAT-TABLE
                   AT END
                       CONTINUE
                   WHEN BS-BRANCH-CODE(WS-STAT-TABLE-IDX) =
                           WS-SEARCH-BRANCH-CODE
                       SET WS-STAT-FOUND TO TRUE
               END-SEARCH
           END-IF.

       2300-INSERT-STAT-ENTRY.
      ******************************************************************
      * Insert at the sorted position so the binary search stays      *
      * valid; leaves WS-STAT-TABLE-IDX on the new, zeroed entry.     *
      ******************************************************************
           ADD 1 TO WS-STAT-COUNT
           MOVE WS-STAT-COUNT TO WS-INSERT-POS
           MOVE "N" TO WS-INSERT-DONE-SW
           PERFORM UNTIL WS-INSERT-DONE OR WS-INSERT-POS = 1
               IF BS-BRANCH-CODE(WS-INSERT-POS - 1) >
                       WS-SEARCH-BRANCH-CODE
                   MOVE WS-STAT-TABLE(WS-INSERT-POS - 1) TO
                       WS-STAT-TABLE(WS-INSERT-POS)
                   SUBTRACT 1 FROM WS-INSERT-POS
               ELSE
                   SET WS-INSERT-DONE TO TRUE
               END-IF
           END-PERFORM
           SET WS-STAT-TABLE-IDX TO WS-INSERT-POS
           MOVE WS-SEARCH-BRANCH-CODE TO
               BS-BRANCH-CODE(WS-STAT-TABLE-IDX)
           MOVE ZEROS TO BS-HISTORY-DAYS(WS-STAT-TABLE-IDX)
           MOVE ZEROS TO BS-HISTORY-ABS-TOTAL(WS-STAT-TABLE-IDX)
           MOVE ZEROS TO BS-SAME-WEEKDAY-DAYS(WS-STAT-TABLE-IDX)
           MOVE ZEROS TO BS-TODAY-AMOUNT(WS-STAT-TABLE-IDX)
           MOVE "N" TO BS-TODAY-SW(WS-STAT-TABLE-IDX).

       3000-REVIEW-LARGE-ITEMS.
           PERFORM 3900-WRITE-ITEM-HEADING
           MOVE "N" TO WS-ARCH-EOF-SW
           MOVE WS-BUSINESS-DATE TO AR-BUSINESS-DATE
           MOVE LOW-VALUES TO AR-TXN-ID
           START TXN-ARCHIVE-FILE KEY NOT < AR-KEY
           IF WS-ARCH-FILE-STATUS NOT = "00"
               SET WS-ARCH-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-ARCH-EOF
               READ TXN-ARCHIVE-FILE NEXT
                   AT END
                       SET WS-ARCH-EOF TO TRUE
                   NOT AT END
                       IF AR-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                           SET WS-ARCH-EOF TO TRUE
                       ELSE
                           PERFORM 3100-REVIEW-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ITEMS-FLAGGED = 0
               MOVE "  (NO ITEMS OVER THE REVIEW LIMIT)" TO
                   WS-PRINT-LINE
               PERFORM 6900-WRITE-REPORT-LINE
           END-IF.

       3100-REVIEW-ONE-ITEM.
           ADD 1 TO WS-ITEMS-REVIEWED
           PERFORM 3200-SET-ITEM-LIMIT
           COMPUTE WS-ABS-AMOUNT = FUNCTION ABS(AR-BASE-AMOUNT)
           IF WS-ABS-AMOUNT > WS-ITEM-LIMIT
               ADD 1 TO WS-ITEMS-FLAGGED
               MOVE AR-BRANCH-CODE TO WS-WORK-BRANCH-CODE
               PERFORM 5000-GET-BRANCH-NAMES
               PERFORM 3300-WRITE-ITEM-LINE
           END-IF.

       3200-SET-ITEM-LIMIT.
           MOVE WS-DEFAULT-LIMIT TO WS-ITEM-LIMIT
           MOVE "REVIEW LIMIT" TO WS-LIMIT-SOURCE
           MOVE "N" TO WS-LIMIT-FOUND-SW
           PERFORM VARYING WS-BRLIM-IDX FROM 1 BY 1
                   UNTIL WS-BRLIM-IDX > WS-BRLIM-COUNT
                      OR WS-LIMIT-FOUND
               IF BL-BRANCH-CODE(WS-BRLIM-IDX) = AR-BRANCH-CODE
                   MOVE BL-LIMIT(WS-BRLIM-IDX) TO WS-ITEM-LIMIT
                   MOVE "BRANCH LIMIT" TO WS-LIMIT-SOURCE
                   SET WS-LIMIT-FOUND TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CCYLIM-IDX FROM 1 BY 1
                   UNTIL WS-CCYLIM-IDX > WS-CCYLIM-COUNT
                      OR WS-LIMIT-FOUND
               IF CL-CURRENCY-CODE(WS-CCYLIM-IDX) = AR-CURRENCY-CODE
                   MOVE CL-LIMIT(WS-CCYLIM-IDX) TO WS-ITEM-LIMIT
                   MOVE "CURRENCY LIMIT" TO WS-LIMIT-SOURCE
                   SET WS-LIMIT-FOUND TO TRUE
               END-IF
           END-PERFORM.

       3300-WRITE-ITEM-LINE.
           MOVE AR-ORIG-AMOUNT TO WS-ORIG-EDITED
           MOVE AR-BASE-AMOUNT TO WS-BASE-EDITED
           MOVE WS-ITEM-LIMIT TO WS-LIMIT-EDITED
           MOVE SPACES TO WS-PRINT-LINE
           STRING AR-BRANCH-CODE DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-WORK-BRANCH-NAME(1:18) DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-WORK-REGION-CODE DELIMITED SIZE
               " " DELIMITED SIZE
               WS-WORK-REGION-NAME(1:18) DELIMITED SIZE
               "  " DELIMITED SIZE
               AR-TXN-ID DELIMITED SIZE
               "  " DELIMITED SIZE
               AR-TXN-TYPE DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-ORIG-EDITED DELIMITED SIZE
               " " DELIMITED SIZE
               AR-CURRENCY-CODE DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-BASE-EDITED DELIMITED SIZE
               " " DELIMITED SIZE
               WS-LIMIT-EDITED DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-LIMIT-SOURCE DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE.

       3900-WRITE-ITEM-HEADING.
           MOVE WS-DEFAULT-LIMIT TO WS-LIMIT-EDITED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "LARGE ITEMS - BASE AMOUNT OVER REVIEW LIMIT"
               DELIMITED SIZE
               "   DEFAULT LIMIT: " DELIMITED SIZE
               WS-LIMIT-EDITED DELIMITED SIZE
               "   BRANCH OVERRIDES: " DELIMITED SIZE
               WS-BRLIM-COUNT DELIMITED SIZE
               "   CURRENCY OVERRIDES: " DELIMITED SIZE
               WS-CCYLIM-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "BRCH  BRANCH NAME         RGN REGION NAME" DELIMITED
               SIZE
               "         TXN ID      T    ORIG AMOUNT CCY" DELIMITED
               SIZE
               "    BASE AMOUNT          LIMIT  REASON" DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE.

       4000-REVIEW-BRANCH-DAYS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE WS-AVERAGE-MULTIPLE TO WS-MULTIPLE-EDITED
           MOVE WS-HISTORY-DAYS TO WS-DAYS-A-EDITED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "UNUSUAL BRANCH DAYS - OVER " DELIMITED SIZE
               WS-MULTIPLE-EDITED DELIMITED SIZE
               " X AVERAGE OR NORMALLY INACTIVE " DELIMITED SIZE
               WS-WEEKDAY-NAME(WS-BUSINESS-WEEKDAY) DELIMITED SPACE
               "   PRIOR DAYS ON FILE: " DELIMITED SIZE
               WS-DAYS-A-EDITED DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "BRCH  BRANCH NAME         RGN REGION NAME" DELIMITED
               SIZE
               "              DAY AMOUNT   AVERAGE AMOUNT  REASON"
               DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > WS-STAT-COUNT
               SET WS-STAT-TABLE-IDX TO WS-STAT-IDX
               IF BS-ACTIVE-TODAY(WS-STAT-TABLE-IDX)
                   ADD 1 TO WS-BRANCHES-ACTIVE
                   PERFORM 4100-REVIEW-ONE-BRANCH
               END-IF
           END-PERFORM
           IF WS-BRANCH-FLAGS = 0
               MOVE "  (NO UNUSUAL BRANCH DAYS)" TO WS-PRINT-LINE
               PERFORM 6900-WRITE-REPORT-LINE
           END-IF
           IF WS-STAT-LOST-COUNT > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  *** BRANCH TABLE FULL - " DELIMITED SIZE
                   WS-STAT-LOST-COUNT DELIMITED SIZE
                   " APPLIED RECORDS NOT REVIEWED" DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 6900-WRITE-REPORT-LINE
           END-IF.

       4100-REVIEW-ONE-BRANCH.
      ******************************************************************
      * The average is over the days the branch was active; with less *
      * than the minimum history there is nothing to compare with.    *
      * The quiet-day test needs enough of the same weekday on file   *
      * to say what is normal for it.                                 *
      ******************************************************************
           MOVE BS-BRANCH-CODE(WS-STAT-TABLE-IDX) TO
               WS-WORK-BRANCH-CODE
           MOVE ZEROS TO WS-AVERAGE-AMOUNT
           IF BS-HISTORY-DAYS(WS-STAT-TABLE-IDX) > 0
               COMPUTE WS-AVERAGE-AMOUNT ROUNDED =
                   BS-HISTORY-ABS-TOTAL(WS-STAT-TABLE-IDX)
                   / BS-HISTORY-DAYS(WS-STAT-TABLE-IDX)
           END-IF
           IF BS-HISTORY-DAYS(WS-STAT-TABLE-IDX) NOT <
                   WS-MIN-HISTORY-DAYS
               COMPUTE WS-ABS-AMOUNT =
                   FUNCTION ABS(BS-TODAY-AMOUNT(WS-STAT-TABLE-IDX))
               COMPUTE WS-TRIGGER-AMOUNT =
                   WS-AVERAGE-AMOUNT * WS-AVERAGE-MULTIPLE
               IF WS-ABS-AMOUNT > WS-TRIGGER-AMOUNT
                   MOVE SPACES TO WS-REASON-TEXT
                   STRING "DAY AMOUNT OVER " DELIMITED SIZE
                       WS-MULTIPLE-EDITED DELIMITED SIZE
                       " X AVERAGE" DELIMITED SIZE
                       INTO WS-REASON-TEXT
                   END-STRING
                   PERFORM 4200-WRITE-BRANCH-LINE
               END-IF
           END-IF
           IF WS-SAME-WEEKDAY-DAYS NOT < WS-MIN-WEEKDAY-DAYS
               IF BS-SAME-WEEKDAY-DAYS(WS-STAT-TABLE-IDX) * 100 <
                       WS-SAME-WEEKDAY-DAYS * WS-QUIET-PCT
                   MOVE BS-SAME-WEEKDAY-DAYS(WS-STAT-TABLE-IDX) TO
                       WS-DAYS-A-EDITED
                   MOVE WS-SAME-WEEKDAY-DAYS TO WS-DAYS-B-EDITED
                   MOVE SPACES TO WS-REASON-TEXT
                   STRING "NORMALLY INACTIVE " DELIMITED SIZE
                       WS-WEEKDAY-NAME(WS-BUSINESS-WEEKDAY)
                           DELIMITED SPACE
                       " - ACTIVE" DELIMITED SIZE
                       WS-DAYS-A-EDITED DELIMITED SIZE
                       " OF" DELIMITED SIZE
                       WS-DAYS-B-EDITED DELIMITED SIZE
                       INTO WS-REASON-TEXT
                   END-STRING
                   PERFORM 4200-WRITE-BRANCH-LINE
               END-IF
           END-IF.

       4200-WRITE-BRANCH-LINE.
           ADD 1 TO WS-BRANCH-FLAGS
           PERFORM 5000-GET-BRANCH-NAMES
           MOVE BS-TODAY-AMOUNT(WS-STAT-TABLE-IDX) TO WS-DAILY-EDITED
           MOVE WS-AVERAGE-AMOUNT TO WS-AVERAGE-EDITED
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-WORK-BRANCH-CODE DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-WORK-BRANCH-NAME(1:18) DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-WORK-REGION-CODE DELIMITED SIZE
               " " DELIMITED SIZE
               WS-WORK-REGION-NAME(1:18) DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-DAILY-EDITED DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-AVERAGE-EDITED DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-REASON-TEXT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE.

       5000-GET-BRANCH-NAMES.
           MOVE WS-WORK-BRANCH-CODE TO BRM-BRANCH-CODE
           READ BRANCH-MASTER-FILE
           IF WS-BRMASTER-FILE-STATUS = "00"
               MOVE BRM-BRANCH-NAME TO WS-WORK-BRANCH-NAME
               MOVE BRM-REGION-CODE TO WS-WORK-REGION-CODE
           ELSE
               IF WS-BRMASTER-FILE-STATUS NOT = "23"
                   MOVE "UNABLE TO READ BRANCH-MASTER-FILE" TO
                       WS-ABEND-TEXT
                   PERFORM 9900-ABEND
               END-IF
               MOVE "*NOT ON BRANCH MASTER*" TO WS-WORK-BRANCH-NAME
               MOVE SPACES TO WS-WORK-REGION-CODE
           END-IF
           MOVE "*NOT ON REGION MASTER*" TO WS-WORK-REGION-NAME
           IF WS-RGNMAST-AVAILABLE
               AND WS-WORK-REGION-CODE NOT = SPACES
               MOVE WS-WORK-REGION-CODE TO RGN-REGION-CODE
               READ REGION-MASTER-FILE
               IF WS-RGNMAST-FILE-STATUS = "00"
                   MOVE RGN-REGION-NAME TO WS-WORK-REGION-NAME
               ELSE
                   IF WS-RGNMAST-FILE-STATUS NOT = "23"
                       MOVE "UNABLE TO READ REGION-MASTER-FILE" TO
                           WS-ABEND-TEXT
                       PERFORM 9900-ABEND
                   END-IF
               END-IF
           END-IF.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE WS-ITEMS-REVIEWED TO WS-COUNT-EDITED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ITEMS REVIEWED:      " DELIMITED SIZE
               WS-COUNT-EDITED DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE WS-ITEMS-FLAGGED TO WS-COUNT-EDITED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "LARGE ITEMS FLAGGED: " DELIMITED SIZE
               WS-COUNT-EDITED DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE WS-BRANCHES-ACTIVE TO WS-COUNT-EDITED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "BRANCHES ACTIVE:     " DELIMITED SIZE
               WS-COUNT-EDITED DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE WS-BRANCH-FLAGS TO WS-COUNT-EDITED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "BRANCH DAY FLAGS:    " DELIMITED SIZE
               WS-COUNT-EDITED DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           IF WS-PARM-CARDS-IGNORED > 0
               MOVE WS-PARM-CARDS-IGNORED TO WS-COUNT-EDITED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "REVIEW PARM CARDS IGNORED: " DELIMITED SIZE
                   WS-COUNT-EDITED DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 6900-WRITE-REPORT-LINE
           END-IF.

       6100-WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE SPACES TO REVIEW-PRINT-RECORD
           STRING "ACTREVW LARGE-ITEM AND UNUSUAL ACTIVITY REVIEW"
               DELIMITED SIZE
               "   BUSINESS DATE: " DELIMITED SIZE
               WS-BUSINESS-DATE DELIMITED SIZE
               "   PRINTED: " DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               "   PAGE: " DELIMITED SIZE
               WS-PAGE-NO DELIMITED SIZE
               INTO REVIEW-PRINT-RECORD
           END-STRING
           WRITE REVIEW-PRINT-RECORD
           MOVE SPACES TO REVIEW-PRINT-RECORD
           WRITE REVIEW-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       6900-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO REVIEW-PRINT-RECORD
           WRITE REVIEW-PRINT-RECORD
           ADD 1 TO WS-LINE-COUNT.

       9000-TERMINATE.
           CLOSE TXN-ARCHIVE-FILE
           CLOSE BRANCH-APPLIED-FILE
           CLOSE BRANCH-MASTER-FILE
           CLOSE REGION-MASTER-FILE
           CLOSE REVIEW-REPORT-FILE.

       9900-ABEND.
           DISPLAY "ACTREVW: FATAL ERROR - " WS-ABEND-TEXT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
