       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDVAR.

      ******************************************************************
      * Branch budget-versus-actual variance report.                   *
      *                                                                *
      * For each branch, the month-to-date and year-to-date actual    *
      * against budget for the report period, with the variance as an *
      * amount and as a percent of budget, grouped by region with     *
      * region totals and the region name from the region master.     *
      *                                                                *
      * The report period is the open month (the month of the last    *
      * run date on the branch totals control record) unless the      *
      * optional BUDVPARM.DAT card names an earlier closed month.     *
      * Actuals for the open month are the MTD/YTD running totals on  *
      * the branch totals file; for a closed month they are the final *
      * MTD/YTD figures BUG snapshotted to the branch history file.   *
      * The MTD budget is the branch's budget for the period and the  *
      * YTD budget is the sum of its budgets from January of that     *
      * year through the period.                                      *
      *                                                                *
      * A branch whose actual is over or under budget by more than    *
      * the tolerance percent on the parm card (default 10) is        *
      * flagged OVER or UNDER for the regional managers; actual       *
      * activity with no budget at all is flagged NO BUDGET.  Open    *
      * branches are always listed; closed branches only while they   *
      * still have an actual or a budget for the year.  A merged      *
      * branch's actuals are carried by its survivor and it is not    *
      * listed.                                                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT OPTIONAL VARIANCE-PARM-FILE ASSIGN TO "BUDVPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARIANCE-PARM-FILE-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRM-BRANCH-CODE
               FILE STATUS IS WS-BRMASTER-FILE-STATUS.

           SELECT TOTALS-FILE ASSIGN TO "BRTOTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-BRANCH-CODE
               FILE STATUS IS WS-TOTALS-FILE-STATUS.

           SELECT BRANCH-HISTORY-FILE ASSIGN TO "BRHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-BRHIST-FILE-STATUS.

           SELECT BUDGET-FILE ASSIGN TO "BRBUDGET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BB-KEY
               FILE STATUS IS WS-BUDGET-FILE-STATUS.

           SELECT OPTIONAL REGION-MASTER-FILE ASSIGN TO "RGNMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGN-REGION-CODE
               FILE STATUS IS WS-RGNMAST-FILE-STATUS.

           SELECT VARIANCE-REPORT-FILE ASSIGN TO "BUDVAR.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
      ******************************************************************
      * The same parm card BUG reads: only the business date is used, *
      * to name the open month when the totals file has no control    *
      * record yet.                                                   *
      ******************************************************************
       01  PARM-RECORD.
           05  PARM-THRESHOLD-PCT      PIC 9(3).
           05  PARM-BUSINESS-DATE-X    PIC X(8).
           05  PARM-BUSINESS-DATE REDEFINES PARM-BUSINESS-DATE-X
                                       PIC 9(8).
           05  PARM-RUN-MODE           PIC X(1).
           05  PARM-RERUN-OVERRIDE     PIC X(1).
           05  FILLER                  PIC X(67).

       FD  VARIANCE-PARM-FILE
           RECORDING MODE IS F.
       01  VARIANCE-PARM-RECORD.
           05  VP-TOLERANCE-PCT-X      PIC X(3).
           05  VP-TOLERANCE-PCT REDEFINES VP-TOLERANCE-PCT-X
                                       PIC 9(3).
           05  VP-REPORT-PERIOD-X      PIC X(6).
           05  VP-REPORT-PERIOD REDEFINES VP-REPORT-PERIOD-X
                                       PIC 9(6).
           05  FILLER                  PIC X(71).

       FD  BRANCH-MASTER-FILE.
           COPY BRMASTER.

       FD  TOTALS-FILE.
      ******************************************************************
      * Branch running totals, keyed by branch code.  The record with *
      * a blank branch code is the control record and carries the     *
      * last run date.                                                *
      ******************************************************************
       01  TOTALS-RECORD.
           05  TL-BRANCH-CODE          PIC X(4).
           05  TL-MTD-TOTAL            PIC S9(9)V99.
           05  TL-YTD-TOTAL            PIC S9(9)V99.
           05  TL-LAST-RUN-DATE        PIC 9(8).
           05  FILLER                  PIC X(2).

       FD  BRANCH-HISTORY-FILE.
           COPY BRHIST.

       FD  BUDGET-FILE.
           COPY BRBUDGET.

       FD  REGION-MASTER-FILE.
           COPY RGNMAST.

       FD  VARIANCE-REPORT-FILE
           RECORDING MODE IS F.
       01  VARIANCE-PRINT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-PARM-FILE-STATUS     PIC X(2).
           05  WS-VARIANCE-PARM-FILE-STATUS
                                       PIC X(2).
           05  WS-BRMASTER-FILE-STATUS PIC X(2).
           05  WS-BRMASTER-EOF-SW      PIC X VALUE "N".
               88  WS-BRMASTER-EOF               VALUE "Y".
           05  WS-TOTALS-FILE-STATUS   PIC X(2).
           05  WS-BRHIST-FILE-STATUS   PIC X(2).
           05  WS-BUDGET-FILE-STATUS   PIC X(2).
           05  WS-RGNMAST-FILE-STATUS  PIC X(2).
           05  WS-RGNMAST-AVAIL-SW     PIC X VALUE "N".
               88  WS-RGNMAST-AVAILABLE          VALUE "Y".
           05  WS-REPORT-FILE-STATUS   PIC X(2).

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-TIME    PIC X(21).
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-BUSINESS-DATE        PIC 9(8).

       01  WS-PERIOD-FIELDS.
           05  WS-OPEN-PERIOD          PIC 9(6) VALUE ZEROS.
           05  WS-REPORT-PERIOD        PIC 9(6) VALUE ZEROS.
           05  WS-REPORT-CCYY          PIC 9(4).
           05  WS-REPORT-MM            PIC 9(2).
           05  WS-MONTH-IDX            PIC 9(2).
           05  WS-ACTUALS-SOURCE-SW    PIC X VALUE "T".
               88  WS-ACTUALS-FROM-TOTALS        VALUE "T".
               88  WS-ACTUALS-FROM-HISTORY       VALUE "H".

       01  WS-TOLERANCE-FIELDS.
           05  WS-TOLERANCE-PCT        PIC 9(3) VALUE 10.

       01  WS-BRANCH-FIGURES.
           05  WS-MTD-ACTUAL           PIC S9(9)V99 COMP-3.
           05  WS-YTD-ACTUAL           PIC S9(9)V99 COMP-3.
           05  WS-MTD-BUDGET           PIC S9(9)V99 COMP-3.
           05  WS-YTD-BUDGET           PIC S9(11)V99 COMP-3.
           05  WS-BUDGET-ON-FILE-SW    PIC X VALUE "N".
               88  WS-BUDGET-ON-FILE             VALUE "Y".

       01  WS-BRVAR-TABLE-FIELDS.
      ******************************************************************
      * Branch figures in branch code order as read from the branch   *
      * master; printed region by region once every branch is in.     *
      ******************************************************************
           05  WS-BRVAR-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-BRVAR-MAX            PIC 9(5) VALUE 5000.
           05  WS-BRVAR-IDX            PIC 9(5) VALUE ZEROS.
           05  WS-BRVAR-TABLE OCCURS 5000 TIMES
                                       INDEXED BY WS-BRVAR-TABLE-IDX.
               10  BV-BRANCH-CODE      PIC X(4).
               10  BV-BRANCH-NAME      PIC X(30).
               10  BV-REGION-CODE      PIC X(3).
               10  BV-MTD-ACTUAL       PIC S9(9)V99 COMP-3.
               10  BV-MTD-BUDGET       PIC S9(9)V99 COMP-3.
               10  BV-YTD-ACTUAL       PIC S9(9)V99 COMP-3.
               10  BV-YTD-BUDGET       PIC S9(11)V99 COMP-3.

       01  WS-RGNVAR-TABLE-FIELDS.
      ******************************************************************
      * Region totals, kept in region code order by inserting each    *
      * new region in place so the groups print in code order.        *
      ******************************************************************
           05  WS-RGNVAR-COUNT         PIC 9(2) VALUE ZEROS.
           05  WS-RGNVAR-MAX           PIC 9(2) VALUE 50.
           05  WS-RGNVAR-IDX           PIC 9(2) VALUE ZEROS.
           05  WS-RGNVAR-INSERT-IDX    PIC 9(2) VALUE ZEROS.
           05  WS-RGNVAR-FOUND-SW      PIC X VALUE "N".
               88  WS-RGNVAR-FOUND           VALUE "Y".
           05  WS-RGNVAR-TABLE OCCURS 50 TIMES
                                       INDEXED BY WS-RGNVAR-TABLE-IDX.
               10  RV-REGION-CODE      PIC X(3).
               10  RV-REGION-NAME      PIC X(30).
               10  RV-MTD-ACTUAL       PIC S9(11)V99 COMP-3.
               10  RV-MTD-BUDGET       PIC S9(11)V99 COMP-3.
               10  RV-YTD-ACTUAL       PIC S9(11)V99 COMP-3.
               10  RV-YTD-BUDGET       PIC S9(11)V99 COMP-3.
               10  RV-BRANCH-COUNT     PIC 9(5).
               10  RV-FLAGGED-COUNT    PIC 9(5).

       01  WS-GRAND-TOTAL-FIELDS.
           05  WS-GRAND-MTD-ACTUAL     PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-GRAND-MTD-BUDGET     PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-GRAND-YTD-ACTUAL     PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-GRAND-YTD-BUDGET     PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-VARIANCE-FIELDS.
           05  WS-CALC-ACTUAL          PIC S9(11)V99 COMP-3.
           05  WS-CALC-BUDGET          PIC S9(11)V99 COMP-3.
           05  WS-CALC-VARIANCE        PIC S9(11)V99 COMP-3.
           05  WS-CALC-PCT             PIC S9(5)V9 COMP-3.
           05  WS-CALC-FLAG            PIC X(9).
           05  WS-CALC-LABEL           PIC X(3).
           05  WS-CALC-PCT-SW          PIC X VALUE "N".
               88  WS-CALC-PCT-SHOWN             VALUE "Y".
           05  WS-BRANCH-FLAGGED-SW    PIC X VALUE "N".
               88  WS-BRANCH-FLAGGED             VALUE "Y".

       01  WS-COUNT-FIELDS.
           05  WS-BRANCHES-LISTED      PIC 9(5) VALUE ZEROS.
           05  WS-OVER-COUNT           PIC 9(5) VALUE ZEROS.
           05  WS-UNDER-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-NO-BUDGET-COUNT      PIC 9(5) VALUE ZEROS.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-TEXT           PIC X(60).

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-NO              PIC 9(5) VALUE ZEROS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZEROS.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
           05  WS-PRINT-LINE           PIC X(132).
           05  WS-LINE-PREFIX          PIC X(36).
           05  WS-ACTUAL-EDITED        PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-BUDGET-EDITED        PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-VARIANCE-EDITED      PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-PCT-EDITED           PIC +ZZZZ9.9.
           05  WS-PCT-TEXT             PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BRANCH-LOOP UNTIL WS-BRMASTER-EOF
           PERFORM 3000-WRITE-REGION-GROUPS
           PERFORM 6000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           PERFORM 1100-SET-BUSINESS-DATE
           PERFORM 1200-LOAD-VARIANCE-PARM
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRMASTER-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN BRANCH-MASTER-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT TOTALS-FILE
           IF WS-TOTALS-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN TOTALS-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT BRANCH-HISTORY-FILE
           IF WS-BRHIST-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN BRANCH-HISTORY-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN BUDGET-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT REGION-MASTER-FILE
           IF WS-RGNMAST-FILE-STATUS = "00"
               SET WS-RGNMAST-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT VARIANCE-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN VARIANCE-REPORT-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1300-SET-REPORT-PERIOD
           PERFORM 6100-WRITE-REPORT-HEADER
           MOVE LOW-VALUES TO BRM-BRANCH-CODE
           START BRANCH-MASTER-FILE KEY NOT < BRM-BRANCH-CODE
           IF WS-BRMASTER-FILE-STATUS NOT = "00"
               SET WS-BRMASTER-EOF TO TRUE
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

       1200-LOAD-VARIANCE-PARM.
           OPEN INPUT VARIANCE-PARM-FILE
           READ VARIANCE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF VP-TOLERANCE-PCT-X NUMERIC
                       AND VP-TOLERANCE-PCT > 0
                       MOVE VP-TOLERANCE-PCT TO WS-TOLERANCE-PCT
                   END-IF
                   IF VP-REPORT-PERIOD-X NUMERIC
                       AND VP-REPORT-PERIOD NOT = ZEROS
                       MOVE VP-REPORT-PERIOD TO WS-REPORT-PERIOD
                   END-IF
           END-READ
           CLOSE VARIANCE-PARM-FILE.

       1300-SET-REPORT-PERIOD.
      ******************************************************************
      * The open month is the month the running totals belong to -    *
      * the last run date on the control record - or the business    *
      * date's month before BUG has ever run.  Any earlier month has  *
      * been closed and its finals are on the branch history file; a  *
      * later month has no actuals yet and cannot be reported.        *
      ******************************************************************
           MOVE WS-BUSINESS-DATE(1:6) TO WS-OPEN-PERIOD
           MOVE SPACES TO TL-BRANCH-CODE
           READ TOTALS-FILE
           IF WS-TOTALS-FILE-STATUS = "00"
               IF TL-LAST-RUN-DATE NOT = ZEROS
                   MOVE TL-LAST-RUN-DATE(1:6) TO WS-OPEN-PERIOD
               END-IF
           ELSE
               IF WS-TOTALS-FILE-STATUS NOT = "23"
                   MOVE "UNABLE TO READ TOTALS-FILE" TO WS-ABEND-TEXT
                   PERFORM 9900-ABEND
               END-IF
           END-IF
           IF WS-REPORT-PERIOD = ZEROS
               MOVE WS-OPEN-PERIOD TO WS-REPORT-PERIOD
           END-IF
           MOVE WS-REPORT-PERIOD(1:4) TO WS-REPORT-CCYY
           MOVE WS-REPORT-PERIOD(5:2) TO WS-REPORT-MM
           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               MOVE "REPORT PERIOD MONTH NOT 01-12" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           IF WS-REPORT-PERIOD > WS-OPEN-PERIOD
               MOVE "REPORT PERIOD AFTER THE OPEN MONTH" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           IF WS-REPORT-PERIOD = WS-OPEN-PERIOD
               SET WS-ACTUALS-FROM-TOTALS TO TRUE
           ELSE
               SET WS-ACTUALS-FROM-HISTORY TO TRUE
           END-IF.

       2000-BRANCH-LOOP.
           READ BRANCH-MASTER-FILE NEXT
               AT END
                   SET WS-BRMASTER-EOF TO TRUE
               NOT AT END
                   IF NOT BRM-MERGED
                       PERFORM 2100-BUILD-ONE-BRANCH
                   END-IF
           END-READ.

       2100-BUILD-ONE-BRANCH.
           IF WS-ACTUALS-FROM-TOTALS
               PERFORM 2200-GET-OPEN-MONTH-ACTUALS
           ELSE
               PERFORM 2250-GET-CLOSED-MONTH-ACTUALS
           END-IF
           PERFORM 2300-GET-BUDGETS
           IF BRM-OPEN
               OR WS-MTD-ACTUAL NOT = 0
               OR WS-YTD-ACTUAL NOT = 0
               OR WS-BUDGET-ON-FILE
               PERFORM 2400-ADD-TO-BRANCH-TABLE
               PERFORM 2500-ADD-TO-REGION-TOTALS
           END-IF.

       2200-GET-OPEN-MONTH-ACTUALS.
           MOVE ZEROS TO WS-MTD-ACTUAL
           MOVE ZEROS TO WS-YTD-ACTUAL
           MOVE BRM-BRANCH-CODE TO TL-BRANCH-CODE
           READ TOTALS-FILE
           IF WS-TOTALS-FILE-STATUS = "00"
               MOVE TL-MTD-TOTAL TO WS-MTD-ACTUAL
               MOVE TL-YTD-TOTAL TO WS-YTD-ACTUAL
           ELSE
               IF WS-TOTALS-FILE-STATUS NOT = "23"
                   MOVE "UNABLE TO READ TOTALS-FILE" TO WS-ABEND-TEXT
                   PERFORM 9900-ABEND
               END-IF
           END-IF.

       2250-GET-CLOSED-MONTH-ACTUALS.
           MOVE ZEROS TO WS-MTD-ACTUAL
           MOVE ZEROS TO WS-YTD-ACTUAL
           MOVE WS-REPORT-PERIOD TO BH-PERIOD
           MOVE BRM-BRANCH-CODE TO BH-BRANCH-CODE
           READ BRANCH-HISTORY-FILE
           IF WS-BRHIST-FILE-STATUS = "00"
               MOVE BH-MTD-FINAL TO WS-MTD-ACTUAL
               MOVE BH-YTD-FINAL TO WS-YTD-ACTUAL
           ELSE
               IF WS-BRHIST-FILE-STATUS NOT = "23"
                   MOVE "UNABLE TO READ BRANCH-HISTORY-FILE" TO
                       WS-ABEND-TEXT
                   PERFORM 9900-ABEND
               END-IF
           END-IF.

       2300-GET-BUDGETS.
           MOVE ZEROS TO WS-MTD-BUDGET
           MOVE ZEROS TO WS-YTD-BUDGET
           MOVE "N" TO WS-BUDGET-ON-FILE-SW
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > WS-REPORT-MM
               MOVE BRM-BRANCH-CODE TO BB-BRANCH-CODE
               COMPUTE BB-PERIOD = WS-REPORT-CCYY * 100 + WS-MONTH-IDX
               READ BUDGET-FILE
               IF WS-BUDGET-FILE-STATUS = "00"
                   SET WS-BUDGET-ON-FILE TO TRUE
                   ADD BB-BUDGET-AMOUNT TO WS-YTD-BUDGET
                   IF WS-MONTH-IDX = WS-REPORT-MM
                       MOVE BB-BUDGET-AMOUNT TO WS-MTD-BUDGET
                   END-IF
               ELSE
                   IF WS-BUDGET-FILE-STATUS NOT = "23"
                       MOVE "UNABLE TO READ BUDGET-FILE" TO
                           WS-ABEND-TEXT
                       PERFORM 9900-ABEND
                   END-IF
               END-IF
           END-PERFORM.

       2400-ADD-TO-BRANCH-TABLE.
           IF WS-BRVAR-COUNT NOT < WS-BRVAR-MAX
               MOVE "BRANCH VARIANCE TABLE FULL" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           ADD 1 TO WS-BRVAR-COUNT
           SET WS-BRVAR-TABLE-IDX TO WS-BRVAR-COUNT
           MOVE BRM-BRANCH-CODE TO BV-BRANCH-CODE(WS-BRVAR-TABLE-IDX)
           MOVE BRM-BRANCH-NAME TO BV-BRANCH-NAME(WS-BRVAR-TABLE-IDX)
           MOVE BRM-REGION-CODE TO BV-REGION-CODE(WS-BRVAR-TABLE-IDX)
           MOVE WS-MTD-ACTUAL TO BV-MTD-ACTUAL(WS-BRVAR-TABLE-IDX)
           MOVE WS-MTD-BUDGET TO BV-MTD-BUDGET(WS-BRVAR-TABLE-IDX)
           MOVE WS-YTD-ACTUAL TO BV-YTD-ACTUAL(WS-BRVAR-TABLE-IDX)
           MOVE WS-YTD-BUDGET TO BV-YTD-BUDGET(WS-BRVAR-TABLE-IDX).

       2500-ADD-TO-REGION-TOTALS.
           MOVE "N" TO WS-RGNVAR-FOUND-SW
           MOVE ZEROS TO WS-RGNVAR-INSERT-IDX
           PERFORM VARYING WS-RGNVAR-IDX FROM 1 BY 1
                       UNTIL WS-RGNVAR-IDX > WS-RGNVAR-COUNT
                           OR WS-RGNVAR-FOUND
                           OR WS-RGNVAR-INSERT-IDX > 0
               SET WS-RGNVAR-TABLE-IDX TO WS-RGNVAR-IDX
               IF RV-REGION-CODE(WS-RGNVAR-TABLE-IDX) =
                       BRM-REGION-CODE
                   SET WS-RGNVAR-FOUND TO TRUE
               ELSE
                   IF RV-REGION-CODE(WS-RGNVAR-TABLE-IDX) >
                           BRM-REGION-CODE
                       MOVE WS-RGNVAR-IDX TO WS-RGNVAR-INSERT-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-RGNVAR-FOUND
               PERFORM 2550-INSERT-REGION
           END-IF
           ADD WS-MTD-ACTUAL TO RV-MTD-ACTUAL(WS-RGNVAR-TABLE-IDX)
           ADD WS-MTD-BUDGET TO RV-MTD-BUDGET(WS-RGNVAR-TABLE-IDX)
           ADD WS-YTD-ACTUAL TO RV-YTD-ACTUAL(WS-RGNVAR-TABLE-IDX)
           ADD WS-YTD-BUDGET TO RV-YTD-BUDGET(WS-RGNVAR-TABLE-IDX)
           ADD 1 TO RV-BRANCH-COUNT(WS-RGNVAR-TABLE-IDX).

       2550-INSERT-REGION.
      ******************************************************************
      * A new region goes in front of the first region with a higher  *
      * code (or at the end), shifting the rest down one place.       *
      ******************************************************************
           IF WS-RGNVAR-COUNT NOT < WS-RGNVAR-MAX
               MOVE "REGION VARIANCE TABLE FULL" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           IF WS-RGNVAR-INSERT-IDX = 0
               COMPUTE WS-RGNVAR-INSERT-IDX = WS-RGNVAR-COUNT + 1
           END-IF
           PERFORM VARYING WS-RGNVAR-IDX FROM WS-RGNVAR-COUNT BY -1
                       UNTIL WS-RGNVAR-IDX < WS-RGNVAR-INSERT-IDX
               MOVE WS-RGNVAR-TABLE(WS-RGNVAR-IDX) TO
                   WS-RGNVAR-TABLE(WS-RGNVAR-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-RGNVAR-COUNT
           SET WS-RGNVAR-TABLE-IDX TO WS-RGNVAR-INSERT-IDX
           MOVE BRM-REGION-CODE TO RV-REGION-CODE(WS-RGNVAR-TABLE-IDX)
           PERFORM 2560-SET-REGION-NAME
           MOVE ZEROS TO RV-MTD-ACTUAL(WS-RGNVAR-TABLE-IDX)
           MOVE ZEROS TO RV-MTD-BUDGET(WS-RGNVAR-TABLE-IDX)
           MOVE ZEROS TO RV-YTD-ACTUAL(WS-RGNVAR-TABLE-IDX)
           MOVE ZEROS TO RV-YTD-BUDGET(WS-RGNVAR-TABLE-IDX)
           MOVE ZEROS TO RV-BRANCH-COUNT(WS-RGNVAR-TABLE-IDX)
           MOVE ZEROS TO RV-FLAGGED-COUNT(WS-RGNVAR-TABLE-IDX).

       2560-SET-REGION-NAME.
           MOVE "*NOT ON REGION MASTER*" TO
               RV-REGION-NAME(WS-RGNVAR-TABLE-IDX)
           IF WS-RGNMAST-AVAILABLE
               MOVE BRM-REGION-CODE TO RGN-REGION-CODE
               READ REGION-MASTER-FILE
               IF WS-RGNMAST-FILE-STATUS = "00"
                   MOVE RGN-REGION-NAME TO
                       RV-REGION-NAME(WS-RGNVAR-TABLE-IDX)
               ELSE
                   IF WS-RGNMAST-FILE-STATUS NOT = "23"
                       MOVE "UNABLE TO READ REGION-MASTER-FILE" TO
                           WS-ABEND-TEXT
                       PERFORM 9900-ABEND
                   END-IF
               END-IF
           END-IF.

       3000-WRITE-REGION-GROUPS.
           IF WS-RGNVAR-COUNT = 0
               MOVE "  (NO BRANCHES TO REPORT)" TO WS-PRINT-LINE
               PERFORM 6900-WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-RGNVAR-IDX FROM 1 BY 1
                       UNTIL WS-RGNVAR-IDX > WS-RGNVAR-COUNT
               SET WS-RGNVAR-TABLE-IDX TO WS-RGNVAR-IDX
               PERFORM 3100-WRITE-REGION-GROUP
           END-PERFORM
           PERFORM 3400-WRITE-GRAND-TOTAL.

       3100-WRITE-REGION-GROUP.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADER
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REGION " DELIMITED SIZE
               RV-REGION-CODE(WS-RGNVAR-TABLE-IDX) DELIMITED SIZE
               "  " DELIMITED SIZE
               RV-REGION-NAME(WS-RGNVAR-TABLE-IDX) DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           PERFORM VARYING WS-BRVAR-IDX FROM 1 BY 1
                       UNTIL WS-BRVAR-IDX > WS-BRVAR-COUNT
               SET WS-BRVAR-TABLE-IDX TO WS-BRVAR-IDX
               IF BV-REGION-CODE(WS-BRVAR-TABLE-IDX) =
                       RV-REGION-CODE(WS-RGNVAR-TABLE-IDX)
                   PERFORM 3200-WRITE-BRANCH-LINES
               END-IF
           END-PERFORM
           PERFORM 3300-WRITE-REGION-TOTAL.

       3200-WRITE-BRANCH-LINES.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADER
           END-IF
           ADD 1 TO WS-BRANCHES-LISTED
           MOVE "N" TO WS-BRANCH-FLAGGED-SW
           MOVE SPACES TO WS-LINE-PREFIX
           STRING BV-BRANCH-CODE(WS-BRVAR-TABLE-IDX) DELIMITED SIZE
               "  " DELIMITED SIZE
               BV-BRANCH-NAME(WS-BRVAR-TABLE-IDX) DELIMITED SIZE
               INTO WS-LINE-PREFIX
           END-STRING
           MOVE "MTD" TO WS-CALC-LABEL
           MOVE BV-MTD-ACTUAL(WS-BRVAR-TABLE-IDX) TO WS-CALC-ACTUAL
           MOVE BV-MTD-BUDGET(WS-BRVAR-TABLE-IDX) TO WS-CALC-BUDGET
           PERFORM 5000-CALCULATE-VARIANCE
           PERFORM 3250-COUNT-BRANCH-FLAG
           PERFORM 5100-WRITE-VARIANCE-LINE
           MOVE SPACES TO WS-LINE-PREFIX
           MOVE "YTD" TO WS-CALC-LABEL
           MOVE BV-YTD-ACTUAL(WS-BRVAR-TABLE-IDX) TO WS-CALC-ACTUAL
           MOVE BV-YTD-BUDGET(WS-BRVAR-TABLE-IDX) TO WS-CALC-BUDGET
           PERFORM 5000-CALCULATE-VARIANCE
           PERFORM 3250-COUNT-BRANCH-FLAG
           PERFORM 5100-WRITE-VARIANCE-LINE
           IF WS-BRANCH-FLAGGED
               ADD 1 TO RV-FLAGGED-COUNT(WS-RGNVAR-TABLE-IDX)
           END-IF.

       3250-COUNT-BRANCH-FLAG.
      ******************************************************************
      * A branch is counted once under the first flag it earns - MTD  *
      * is looked at before YTD.                                      *
      ******************************************************************
           IF WS-CALC-FLAG NOT = SPACES
               AND NOT WS-BRANCH-FLAGGED
               SET WS-BRANCH-FLAGGED TO TRUE
               EVALUATE WS-CALC-FLAG
                   WHEN "OVER"
                       ADD 1 TO WS-OVER-COUNT
                   WHEN "UNDER"
                       ADD 1 TO WS-UNDER-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-NO-BUDGET-COUNT
               END-EVALUATE
           END-IF.

       3300-WRITE-REGION-TOTAL.
           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADER
           END-IF
           MOVE SPACES TO WS-LINE-PREFIX
           STRING "REGION " DELIMITED SIZE
               RV-REGION-CODE(WS-RGNVAR-TABLE-IDX) DELIMITED SIZE
               " TOTAL" DELIMITED SIZE
               INTO WS-LINE-PREFIX
           END-STRING
           MOVE "MTD" TO WS-CALC-LABEL
           MOVE RV-MTD-ACTUAL(WS-RGNVAR-TABLE-IDX) TO WS-CALC-ACTUAL
           MOVE RV-MTD-BUDGET(WS-RGNVAR-TABLE-IDX) TO WS-CALC-BUDGET
           PERFORM 5000-CALCULATE-VARIANCE
           PERFORM 5100-WRITE-VARIANCE-LINE
           MOVE SPACES TO WS-LINE-PREFIX
           STRING "  BRANCHES " DELIMITED SIZE
               RV-BRANCH-COUNT(WS-RGNVAR-TABLE-IDX) DELIMITED SIZE
               "  FLAGGED " DELIMITED SIZE
               RV-FLAGGED-COUNT(WS-RGNVAR-TABLE-IDX) DELIMITED SIZE
               INTO WS-LINE-PREFIX
           END-STRING
           MOVE "YTD" TO WS-CALC-LABEL
           MOVE RV-YTD-ACTUAL(WS-RGNVAR-TABLE-IDX) TO WS-CALC-ACTUAL
           MOVE RV-YTD-BUDGET(WS-RGNVAR-TABLE-IDX) TO WS-CALC-BUDGET
           PERFORM 5000-CALCULATE-VARIANCE
           PERFORM 5100-WRITE-VARIANCE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 6900-WRITE-REPORT-LINE
           ADD RV-MTD-ACTUAL(WS-RGNVAR-TABLE-IDX) TO
               WS-GRAND-MTD-ACTUAL
           ADD RV-MTD-BUDGET(WS-RGNVAR-TABLE-IDX) TO
               WS-GRAND-MTD-BUDGET
           ADD RV-YTD-ACTUAL(WS-RGNVAR-TABLE-IDX) TO
               WS-GRAND-YTD-ACTUAL
           ADD RV-YTD-BUDGET(WS-RGNVAR-TABLE-IDX) TO
               WS-GRAND-YTD-BUDGET.

       3400-WRITE-GRAND-TOTAL.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADER
           END-IF
           MOVE "ALL REGIONS TOTAL" TO WS-LINE-PREFIX
           MOVE "MTD" TO WS-CALC-LABEL
           MOVE WS-GRAND-MTD-ACTUAL TO WS-CALC-ACTUAL
           MOVE WS-GRAND-MTD-BUDGET TO WS-CALC-BUDGET
           PERFORM 5000-CALCULATE-VARIANCE
           PERFORM 5100-WRITE-VARIANCE-LINE
           MOVE SPACES TO WS-LINE-PREFIX
           MOVE "YTD" TO WS-CALC-LABEL
           MOVE WS-GRAND-YTD-ACTUAL TO WS-CALC-ACTUAL
           MOVE WS-GRAND-YTD-BUDGET TO WS-CALC-BUDGET
           PERFORM 5000-CALCULATE-VARIANCE
           PERFORM 5100-WRITE-VARIANCE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 6900-WRITE-REPORT-LINE.

       5000-CALCULATE-VARIANCE.
      ******************************************************************
      * Variance is actual less budget; as a percent it is taken      *
      * against the size of the budget so a negative budget still     *
      * reads OVER when the actual is above it.  No percent can be    *
      * given against a zero budget: activity there is NO BUDGET.     *
      ******************************************************************
           COMPUTE WS-CALC-VARIANCE = WS-CALC-ACTUAL - WS-CALC-BUDGET
           MOVE ZEROS TO WS-CALC-PCT
           MOVE SPACES TO WS-CALC-FLAG
           MOVE "N" TO WS-CALC-PCT-SW
           IF WS-CALC-BUDGET = 0
               IF WS-CALC-ACTUAL NOT = 0
                   MOVE "NO BUDGET" TO WS-CALC-FLAG
               END-IF
           ELSE
               SET WS-CALC-PCT-SHOWN TO TRUE
               COMPUTE WS-CALC-PCT ROUNDED =
                   WS-CALC-VARIANCE * 100
                       / FUNCTION ABS(WS-CALC-BUDGET)
                   ON SIZE ERROR
                       IF WS-CALC-VARIANCE < 0
                           MOVE -99999.9 TO WS-CALC-PCT
                       ELSE
                           MOVE 99999.9 TO WS-CALC-PCT
                       END-IF
               END-COMPUTE
               IF FUNCTION ABS(WS-CALC-PCT) > WS-TOLERANCE-PCT
                   IF WS-CALC-VARIANCE > 0
                       MOVE "OVER" TO WS-CALC-FLAG
                   ELSE
                       MOVE "UNDER" TO WS-CALC-FLAG
                   END-IF
               END-IF
           END-IF.

       5100-WRITE-VARIANCE-LINE.
           MOVE WS-CALC-ACTUAL TO WS-ACTUAL-EDITED
           MOVE WS-CALC-BUDGET TO WS-BUDGET-EDITED
           MOVE WS-CALC-VARIANCE TO WS-VARIANCE-EDITED
           MOVE SPACES TO WS-PCT-TEXT
           IF WS-CALC-PCT-SHOWN
               MOVE WS-CALC-PCT TO WS-PCT-EDITED
               MOVE WS-PCT-EDITED TO WS-PCT-TEXT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-LINE-PREFIX DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-CALC-LABEL DELIMITED SIZE
               " " DELIMITED SIZE
               WS-ACTUAL-EDITED DELIMITED SIZE
               " " DELIMITED SIZE
               WS-BUDGET-EDITED DELIMITED SIZE
               " " DELIMITED SIZE
               WS-VARIANCE-EDITED DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-PCT-TEXT DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-CALC-FLAG DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "BRANCHES LISTED: " DELIMITED SIZE
               WS-BRANCHES-LISTED DELIMITED SIZE
               "   OVER: " DELIMITED SIZE
               WS-OVER-COUNT DELIMITED SIZE
               "   UNDER: " DELIMITED SIZE
               WS-UNDER-COUNT DELIMITED SIZE
               "   NO BUDGET: " DELIMITED SIZE
               WS-NO-BUDGET-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE.

       6100-WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE SPACES TO VARIANCE-PRINT-RECORD
           STRING "BUDVAR BRANCH BUDGET VARIANCE REPORT" DELIMITED
               SIZE
               "   PERIOD: " DELIMITED SIZE
               WS-REPORT-PERIOD DELIMITED SIZE
               "   TOLERANCE: " DELIMITED SIZE
               WS-TOLERANCE-PCT DELIMITED SIZE
               "%   PRINTED: " DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               "   PAGE: " DELIMITED SIZE
               WS-PAGE-NO DELIMITED SIZE
               INTO VARIANCE-PRINT-RECORD
           END-STRING
           WRITE VARIANCE-PRINT-RECORD
           MOVE SPACES TO VARIANCE-PRINT-RECORD
           IF WS-ACTUALS-FROM-TOTALS
               MOVE "ACTUALS: OPEN MONTH RUNNING TOTALS" TO
                   VARIANCE-PRINT-RECORD
           ELSE
               MOVE "ACTUALS: CLOSED MONTH FINALS FROM BRANCH HISTORY"
                   TO VARIANCE-PRINT-RECORD
           END-IF
           WRITE VARIANCE-PRINT-RECORD
           MOVE SPACES TO VARIANCE-PRINT-RECORD
           WRITE VARIANCE-PRINT-RECORD
           MOVE SPACES TO VARIANCE-PRINT-RECORD
           STRING "BRCH  BRANCH NAME" DELIMITED SIZE
               "                                     " DELIMITED SIZE
               "ACTUAL             BUDGET" DELIMITED SIZE
               "           VARIANCE   VAR PCT  FLAG" DELIMITED SIZE
               INTO VARIANCE-PRINT-RECORD
           END-STRING
           WRITE VARIANCE-PRINT-RECORD
           MOVE SPACES TO VARIANCE-PRINT-RECORD
           WRITE VARIANCE-PRINT-RECORD
           MOVE 5 TO WS-LINE-COUNT.

       6900-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO VARIANCE-PRINT-RECORD
           WRITE VARIANCE-PRINT-RECORD
           ADD 1 TO WS-LINE-COUNT.

       9000-TERMINATE.
           CLOSE BRANCH-MASTER-FILE
           CLOSE TOTALS-FILE
           CLOSE BRANCH-HISTORY-FILE
           CLOSE BUDGET-FILE
           CLOSE REGION-MASTER-FILE
           CLOSE VARIANCE-REPORT-FILE.

       9900-ABEND.
           DISPLAY "BUDVAR: FATAL ERROR - " WS-ABEND-TEXT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
