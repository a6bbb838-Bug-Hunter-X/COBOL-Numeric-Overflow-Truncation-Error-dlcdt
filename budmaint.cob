       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDMAINT.

      ******************************************************************
      * Branch budget master maintenance.                              *
      *                                                                *
      * Applies a batch of maintenance requests to the branch budget  *
      * master and prints a maintenance log, the same way BRMAINT     *
      * and GLMMAINT maintain their masters.  Supported actions:      *
      *   A - add the budget for a branch and period (CCYYMM)         *
      *   U - replace the budget amount for a branch and period       *
      *   D - delete the budget for a branch and period               *
      * An add or update is rejected unless the branch is on the      *
      * branch master and open: budgets are not set for unknown,      *
      * closed or merged branches.  A delete needs only the budget    *
      * to exist, so the budgets of a branch that has since closed    *
      * can still be removed.  Requests for a key that already exists *
      * (on add) or does not exist (on update or delete) are rejected *
      * and logged.                                                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "BUDMAINT.TXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-FILE-STATUS.

           SELECT BUDGET-FILE ASSIGN TO "BRBUDGET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BB-KEY
               FILE STATUS IS WS-BUDGET-FILE-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRM-BRANCH-CODE
               FILE STATUS IS WS-BRMASTER-FILE-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "BUDMAINT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE
           RECORDING MODE IS F.
       01  MAINT-RECORD.
           05  BT-ACTION               PIC X(1).
               88  BT-ADD-BUDGET              VALUE "A".
               88  BT-UPDATE-BUDGET           VALUE "U".
               88  BT-DELETE-BUDGET           VALUE "D".
           05  BT-BRANCH-CODE          PIC X(4).
           05  BT-PERIOD-X             PIC X(6).
           05  BT-PERIOD REDEFINES BT-PERIOD-X
                                       PIC 9(6).
           05  BT-AMOUNT-SIGN          PIC X(1).
               88  BT-AMOUNT-NEGATIVE         VALUE "-".
               88  BT-AMOUNT-SIGN-VALID       VALUE "-" "+" " ".
           05  BT-AMOUNT-X             PIC X(11).
           05  BT-AMOUNT REDEFINES BT-AMOUNT-X
                                       PIC 9(9)V99.
           05  FILLER                  PIC X(27).

       FD  BUDGET-FILE.
           COPY BRBUDGET.

       FD  BRANCH-MASTER-FILE.
           COPY BRMASTER.

       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F.
       01  MAINT-PRINT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-MAINT-FILE-STATUS    PIC X(2).
           05  WS-MAINT-EOF-SW         PIC X VALUE "N".
               88  WS-MAINT-EOF                  VALUE "Y".
           05  WS-BUDGET-FILE-STATUS   PIC X(2).
           05  WS-BRMASTER-FILE-STATUS PIC X(2).
           05  WS-REPORT-FILE-STATUS   PIC X(2).

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-TIME    PIC X(21).
           05  WS-RUN-DATE             PIC 9(8).

       01  WS-COUNT-FIELDS.
           05  WS-READ-COUNT           PIC 9(5) VALUE ZEROS.
           05  WS-APPLIED-COUNT        PIC 9(5) VALUE ZEROS.
           05  WS-REJECTED-COUNT       PIC 9(5) VALUE ZEROS.

       01  WS-REQUEST-FIELDS.
           05  WS-REQUEST-AMOUNT       PIC S9(9)V99 VALUE ZEROS.
           05  WS-REQUEST-MM           PIC 9(2).

       01  WS-RESULT-FIELDS.
           05  WS-RESULT-TEXT          PIC X(40).

       01  WS-REPORT-FIELDS.
           05  WS-AMOUNT-EDITED        PIC +ZZZ,ZZZ,ZZ9.99.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-TEXT           PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-LOOP UNTIL WS-MAINT-EOF
           PERFORM 6000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN MAINT-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O BUDGET-FILE
           IF WS-BUDGET-FILE-STATUS = "35"
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF
           IF WS-BUDGET-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN BUDGET-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRMASTER-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN BRANCH-MASTER-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT MAINT-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN MAINT-REPORT-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           PERFORM 6100-WRITE-REPORT-HEADER
           PERFORM 2500-READ-MAINT-RECORD.

       2000-APPLY-LOOP.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-RESULT-TEXT
           EVALUATE TRUE
               WHEN BT-ADD-BUDGET
                   PERFORM 2100-ADD-BUDGET
               WHEN BT-UPDATE-BUDGET
                   PERFORM 2200-UPDATE-BUDGET
               WHEN BT-DELETE-BUDGET
                   PERFORM 2300-DELETE-BUDGET
               WHEN OTHER
                   MOVE "REJECTED - INVALID ACTION CODE" TO
                       WS-RESULT-TEXT
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE
           PERFORM 6200-WRITE-LOG-LINE
           PERFORM 2500-READ-MAINT-RECORD.

       2100-ADD-BUDGET.
           PERFORM 2110-CHECK-KEY-FIELDS
           IF WS-RESULT-TEXT = SPACES
               PERFORM 2120-CHECK-AMOUNT
           END-IF
           IF WS-RESULT-TEXT = SPACES
               PERFORM 2130-CHECK-BRANCH
           END-IF
           IF WS-RESULT-TEXT = SPACES
               PERFORM 2150-WRITE-NEW-BUDGET
           END-IF.

       2110-CHECK-KEY-FIELDS.
           IF BT-BRANCH-CODE = SPACES
               MOVE "REJECTED - BRANCH CODE MISSING" TO
                   WS-RESULT-TEXT
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF BT-PERIOD-X NOT NUMERIC
                   MOVE "REJECTED - PERIOD NOT NUMERIC" TO
                       WS-RESULT-TEXT
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   MOVE BT-PERIOD-X(5:2) TO WS-REQUEST-MM
                   IF WS-REQUEST-MM < 1 OR WS-REQUEST-MM > 12
                       MOVE "REJECTED - PERIOD MONTH NOT 01-12" TO
                           WS-RESULT-TEXT
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
               END-IF
           END-IF.

       2120-CHECK-AMOUNT.
           IF BT-AMOUNT-X NOT NUMERIC
               OR NOT BT-AMOUNT-SIGN-VALID
               MOVE "REJECTED - BUDGET AMOUNT NOT NUMERIC" TO
                   WS-RESULT-TEXT
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE BT-AMOUNT TO WS-REQUEST-AMOUNT
               IF BT-AMOUNT-NEGATIVE
                   COMPUTE WS-REQUEST-AMOUNT = 0 - BT-AMOUNT
               END-IF
           END-IF.

       2130-CHECK-BRANCH.
           MOVE BT-BRANCH-CODE TO BRM-BRANCH-CODE
           READ BRANCH-MASTER-FILE
           IF WS-BRMASTER-FILE-STATUS = "23"
               MOVE "REJECTED - BRANCH NOT ON MASTER" TO
                   WS-RESULT-TEXT
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF WS-BRMASTER-FILE-STATUS NOT = "00"
                   MOVE "UNABLE TO READ BRANCH-MASTER-FILE" TO
                       WS-ABEND-TEXT
                   PERFORM 9900-ABEND
               END-IF
               EVALUATE TRUE
                   WHEN BRM-CLOSED
                       MOVE "REJECTED - BRANCH CLOSED" TO
                           WS-RESULT-TEXT
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN BRM-MERGED
                       MOVE SPACES TO WS-RESULT-TEXT
                       STRING "REJECTED - BRANCH MERGED INTO "
                           DELIMITED SIZE
                           BRM-SURVIVOR-CODE DELIMITED SIZE
                           INTO WS-RESULT-TEXT
                       END-STRING
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2150-WRITE-NEW-BUDGET.
           MOVE SPACES TO BUDGET-RECORD
           MOVE BT-BRANCH-CODE TO BB-BRANCH-CODE
           MOVE BT-PERIOD TO BB-PERIOD
           MOVE WS-REQUEST-AMOUNT TO BB-BUDGET-AMOUNT
           MOVE WS-RUN-DATE TO BB-LAST-MAINT-DATE
           WRITE BUDGET-RECORD
           IF WS-BUDGET-FILE-STATUS = "22"
               MOVE "REJECTED - BUDGET ALREADY ON MASTER" TO
                   WS-RESULT-TEXT
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF WS-BUDGET-FILE-STATUS NOT = "00"
                   MOVE "UNABLE TO WRITE BUDGET RECORD" TO
                       WS-ABEND-TEXT
                   PERFORM 9900-ABEND
               ELSE
                   MOVE "ADDED" TO WS-RESULT-TEXT
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
           END-IF.

       2200-UPDATE-BUDGET.
           PERFORM 2110-CHECK-KEY-FIELDS
           IF WS-RESULT-TEXT = SPACES
               PERFORM 2120-CHECK-AMOUNT
           END-IF
           IF WS-RESULT-TEXT = SPACES
               PERFORM 2130-CHECK-BRANCH
           END-IF
           IF WS-RESULT-TEXT = SPACES
               MOVE BT-BRANCH-CODE TO BB-BRANCH-CODE
               MOVE BT-PERIOD TO BB-PERIOD
               READ BUDGET-FILE
               IF WS-BUDGET-FILE-STATUS NOT = "00"
                   MOVE "REJECTED - BUDGET NOT ON MASTER" TO
                       WS-RESULT-TEXT
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   MOVE WS-REQUEST-AMOUNT TO BB-BUDGET-AMOUNT
                   MOVE WS-RUN-DATE TO BB-LAST-MAINT-DATE
                   PERFORM 2250-REWRITE-BUDGET
                   MOVE "UPDATED" TO WS-RESULT-TEXT
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
           END-IF.

       2250-REWRITE-BUDGET.
           REWRITE BUDGET-RECORD
           IF WS-BUDGET-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO REWRITE BUDGET RECORD" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF.

       2300-DELETE-BUDGET.
           PERFORM 2110-CHECK-KEY-FIELDS
           IF WS-RESULT-TEXT = SPACES
               MOVE BT-BRANCH-CODE TO BB-BRANCH-CODE
               MOVE BT-PERIOD TO BB-PERIOD
               READ BUDGET-FILE
               IF WS-BUDGET-FILE-STATUS NOT = "00"
                   MOVE "REJECTED - BUDGET NOT ON MASTER" TO
                       WS-RESULT-TEXT
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   DELETE BUDGET-FILE
                   IF WS-BUDGET-FILE-STATUS NOT = "00"
                       MOVE "UNABLE TO DELETE BUDGET RECORD" TO
                           WS-ABEND-TEXT
                       PERFORM 9900-ABEND
                   END-IF
                   MOVE "DELETED" TO WS-RESULT-TEXT
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
           END-IF.

       2500-READ-MAINT-RECORD.
           READ MAINT-FILE
               AT END
                   SET WS-MAINT-EOF TO TRUE
           END-READ.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO MAINT-PRINT-RECORD
           WRITE MAINT-PRINT-RECORD
           MOVE SPACES TO MAINT-PRINT-RECORD
           STRING "REQUESTS READ: " DELIMITED SIZE
               WS-READ-COUNT DELIMITED SIZE
               "   APPLIED: " DELIMITED SIZE
               WS-APPLIED-COUNT DELIMITED SIZE
               "   REJECTED: " DELIMITED SIZE
               WS-REJECTED-COUNT DELIMITED SIZE
               INTO MAINT-PRINT-RECORD
           END-STRING
           WRITE MAINT-PRINT-RECORD.

       6100-WRITE-REPORT-HEADER.
           MOVE SPACES TO MAINT-PRINT-RECORD
           STRING "BUDMAINT BRANCH BUDGET MAINTENANCE LOG"
               DELIMITED SIZE
               "   RUN DATE: " DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               INTO MAINT-PRINT-RECORD
           END-STRING
           WRITE MAINT-PRINT-RECORD
           MOVE SPACES TO MAINT-PRINT-RECORD
           WRITE MAINT-PRINT-RECORD.

       6200-WRITE-LOG-LINE.
           MOVE ZEROS TO WS-AMOUNT-EDITED
           IF BT-AMOUNT-X NUMERIC
               MOVE BT-AMOUNT TO WS-AMOUNT-EDITED
               IF BT-AMOUNT-NEGATIVE
                   COMPUTE WS-AMOUNT-EDITED = 0 - BT-AMOUNT
               END-IF
           END-IF
           MOVE SPACES TO MAINT-PRINT-RECORD
           STRING BT-ACTION DELIMITED SIZE
               "  " DELIMITED SIZE
               BT-BRANCH-CODE DELIMITED SIZE
               "  " DELIMITED SIZE
               BT-PERIOD-X DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-AMOUNT-EDITED DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-RESULT-TEXT DELIMITED SIZE
               INTO MAINT-PRINT-RECORD
           END-STRING
           WRITE MAINT-PRINT-RECORD.

       9000-TERMINATE.
           CLOSE MAINT-FILE
           CLOSE BUDGET-FILE
           CLOSE BRANCH-MASTER-FILE
           CLOSE MAINT-REPORT-FILE.

       9900-ABEND.
           DISPLAY "BUDMAINT: FATAL ERROR - " WS-ABEND-TEXT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
