       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPARPT.

      ******************************************************************
      * Prior-period adjustment register report.                       *
      *                                                                *
      * Lists for the auditors every adjustment PPADJUST has applied  *
      * to a closed period, in period order, from the adjustment      *
      * register.  A parm card gives a from/to period (CCYYMM; blanks *
      * mean every period on the register) and optionally one branch. *
      * Each adjustment shows the amount, reason and approver, when   *
      * it was applied and in which open month, the period's MTD      *
      * final before and after, how many later closed periods had     *
      * their YTD carried, and the GL batch with its standing on the  *
      * GL status file.  Periods are subtotalled.                     *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "PPARPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "PPAREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-BATCH-ID
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT OPTIONAL GL-STATUS-FILE ASSIGN TO "GLSTATUS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-BATCH-ID
               FILE STATUS IS WS-GLSTAT-FILE-STATUS.

           SELECT REGISTER-REPORT-FILE ASSIGN TO "PPARPT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  RQ-FROM-PERIOD-X        PIC X(6).
           05  RQ-FROM-PERIOD REDEFINES RQ-FROM-PERIOD-X
                                       PIC 9(6).
           05  FILLER                  PIC X(1).
           05  RQ-TO-PERIOD-X          PIC X(6).
           05  RQ-TO-PERIOD REDEFINES RQ-TO-PERIOD-X
                                       PIC 9(6).
           05  FILLER                  PIC X(1).
           05  RQ-BRANCH-CODE          PIC X(4).
           05  FILLER                  PIC X(62).

       FD  REGISTER-FILE.
           COPY PPAREG.

       FD  GL-STATUS-FILE.
           COPY GLSTATUS.

       FD  REGISTER-REPORT-FILE
           RECORDING MODE IS F.
       01  REGISTER-PRINT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-PARM-FILE-STATUS     PIC X(2).
           05  WS-REGISTER-FILE-STATUS PIC X(2).
           05  WS-REGISTER-EOF-SW      PIC X VALUE "N".
               88  WS-REGISTER-EOF               VALUE "Y".
           05  WS-GLSTAT-FILE-STATUS   PIC X(2).
           05  WS-GLSTAT-AVAIL-SW      PIC X VALUE "N".
               88  WS-GLSTAT-AVAILABLE           VALUE "Y".
           05  WS-REPORT-FILE-STATUS   PIC X(2).

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-TIME    PIC X(21).
           05  WS-RUN-DATE             PIC 9(8).

       01  WS-SELECT-FIELDS.
           05  WS-FROM-PERIOD          PIC 9(6) VALUE ZEROS.
           05  WS-TO-PERIOD            PIC 9(6) VALUE 999999.
           05  WS-SELECT-BRANCH        PIC X(4) VALUE SPACES.

       01  WS-PERIOD-BREAK-FIELDS.
           05  WS-CURRENT-PERIOD       PIC 9(6) VALUE ZEROS.
           05  WS-PERIOD-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-PERIOD-TOTAL         PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-COUNT-FIELDS.
           05  WS-LISTED-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-LISTED-TOTAL         PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-UNACKED-COUNT        PIC 9(5) VALUE ZEROS.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-TEXT           PIC X(60).

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-NO              PIC 9(5) VALUE ZEROS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZEROS.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
           05  WS-PRINT-LINE           PIC X(132).
           05  WS-AMOUNT-EDITED        PIC +ZZZ,ZZZ,ZZ9.99.
           05  WS-BEFORE-EDITED        PIC +ZZZ,ZZZ,ZZ9.99.
           05  WS-AFTER-EDITED         PIC +ZZZ,ZZZ,ZZ9.99.
           05  WS-SUM-EDITED           PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-GL-STATUS-TEXT       PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REGISTER-LOOP UNTIL WS-REGISTER-EOF
           PERFORM 2400-CLOSE-PERIOD
           PERFORM 6000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           PERFORM 1100-LOAD-PARM
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN REGISTER-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT GL-STATUS-FILE
           IF WS-GLSTAT-FILE-STATUS = "00"
               SET WS-GLSTAT-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT REGISTER-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN REGISTER-REPORT-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           PERFORM 6100-WRITE-REPORT-HEADER
           MOVE SPACES TO PR-BATCH-ID
           MOVE "PPA" TO PR-BATCH-ID(1:3)
           MOVE WS-FROM-PERIOD TO PR-BATCH-ID(4:6)
           MOVE LOW-VALUES TO PR-BATCH-ID(10:3)
           START REGISTER-FILE KEY NOT < PR-BATCH-ID
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               SET WS-REGISTER-EOF TO TRUE
           END-IF.

       1100-LOAD-PARM.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RQ-FROM-PERIOD-X NUMERIC
                       AND RQ-FROM-PERIOD NOT = ZEROS
                       MOVE RQ-FROM-PERIOD TO WS-FROM-PERIOD
                   END-IF
                   IF RQ-TO-PERIOD-X NUMERIC
                       AND RQ-TO-PERIOD NOT = ZEROS
                       MOVE RQ-TO-PERIOD TO WS-TO-PERIOD
                   END-IF
                   MOVE RQ-BRANCH-CODE TO WS-SELECT-BRANCH
           END-READ
           CLOSE PARM-FILE.

       2000-REGISTER-LOOP.
           READ REGISTER-FILE NEXT
               AT END
                   SET WS-REGISTER-EOF TO TRUE
               NOT AT END
                   IF PR-PERIOD > WS-TO-PERIOD
                       SET WS-REGISTER-EOF TO TRUE
                   ELSE
                       IF WS-SELECT-BRANCH = SPACES
                           OR PR-BRANCH-CODE = WS-SELECT-BRANCH
                           PERFORM 2100-LIST-ONE-ADJUSTMENT
                       END-IF
                   END-IF
           END-READ.

       2100-LIST-ONE-ADJUSTMENT.
           IF PR-PERIOD NOT = WS-CURRENT-PERIOD
               PERFORM 2400-CLOSE-PERIOD
               MOVE PR-PERIOD TO WS-CURRENT-PERIOD
               MOVE SPACES TO WS-PRINT-LINE
               STRING "PERIOD " DELIMITED SIZE
                   PR-PERIOD DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 6900-WRITE-REPORT-LINE
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           ADD 1 TO WS-PERIOD-COUNT
           ADD PR-AMOUNT TO WS-LISTED-TOTAL
           ADD PR-AMOUNT TO WS-PERIOD-TOTAL
           PERFORM 2200-SET-GL-STATUS-TEXT
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADER
           END-IF
           MOVE PR-AMOUNT TO WS-AMOUNT-EDITED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " DELIMITED SIZE
               PR-BRANCH-CODE DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-AMOUNT-EDITED DELIMITED SIZE
               "  " DELIMITED SIZE
               PR-REASON DELIMITED SIZE
               "  APPROVED BY " DELIMITED SIZE
               PR-APPROVER DELIMITED SIZE
               "  APPLIED " DELIMITED SIZE
               PR-APPLIED-TIMESTAMP(1:8) DELIMITED SIZE
               " IN " DELIMITED SIZE
               PR-OPEN-PERIOD DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE PR-MTD-BEFORE TO WS-BEFORE-EDITED
           MOVE PR-MTD-AFTER TO WS-AFTER-EDITED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "        MTD " DELIMITED SIZE
               WS-BEFORE-EDITED DELIMITED SIZE
               " TO " DELIMITED SIZE
               WS-AFTER-EDITED DELIMITED SIZE
               "  LATER PERIODS CARRIED " DELIMITED SIZE
               PR-LATER-PERIODS DELIMITED SIZE
               "  GL " DELIMITED SIZE
               PR-GL-ACCOUNT DELIMITED SIZE
               " " DELIMITED SIZE
               PR-GL-COST-CENTER DELIMITED SIZE
               "  BATCH " DELIMITED SIZE
               PR-BATCH-ID DELIMITED SIZE
               " " DELIMITED SIZE
               WS-GL-STATUS-TEXT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE.

       2200-SET-GL-STATUS-TEXT.
      ******************************************************************
      * Acknowledged batches are archived off the status file by      *
      * HSKEEP once past retention, so a batch no longer on file has  *
      * been posted and archived.                                     *
      ******************************************************************
           MOVE "STATUS FILE ABSENT" TO WS-GL-STATUS-TEXT
           IF WS-GLSTAT-AVAILABLE
               MOVE PR-BATCH-ID TO GS-BATCH-ID
               READ GL-STATUS-FILE
               IF WS-GLSTAT-FILE-STATUS = "00"
                   EVALUATE TRUE
                       WHEN GS-ACKNOWLEDGED
                           MOVE SPACES TO WS-GL-STATUS-TEXT
                           STRING "ACKED " DELIMITED SIZE
                               GS-ACK-DATE DELIMITED SIZE
                               INTO WS-GL-STATUS-TEXT
                           END-STRING
                       WHEN GS-AMOUNT-MISMATCH
                           MOVE "AMOUNT MISMATCH" TO WS-GL-STATUS-TEXT
                           ADD 1 TO WS-UNACKED-COUNT
                       WHEN OTHER
                           MOVE "NOT ACKED" TO WS-GL-STATUS-TEXT
                           ADD 1 TO WS-UNACKED-COUNT
                   END-EVALUATE
               ELSE
                   IF WS-GLSTAT-FILE-STATUS NOT = "23"
                       MOVE "UNABLE TO READ GL-STATUS-FILE" TO
                           WS-ABEND-TEXT
                       PERFORM 9900-ABEND
                   END-IF
                   MOVE "ACKED - ARCHIVED" TO WS-GL-STATUS-TEXT
               END-IF
           END-IF.

       2400-CLOSE-PERIOD.
           IF WS-PERIOD-COUNT > 0
               MOVE WS-PERIOD-TOTAL TO WS-SUM-EDITED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  PERIOD " DELIMITED SIZE
                   WS-CURRENT-PERIOD DELIMITED SIZE
                   " ADJUSTMENTS: " DELIMITED SIZE
                   WS-PERIOD-COUNT DELIMITED SIZE
                   "  NET: " DELIMITED SIZE
                   WS-SUM-EDITED DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 6900-WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 6900-WRITE-REPORT-LINE
           END-IF
           MOVE ZEROS TO WS-PERIOD-COUNT
           MOVE ZEROS TO WS-PERIOD-TOTAL.

       6000-WRITE-SUMMARY.
           IF WS-LISTED-COUNT = 0
               MOVE "  (NO ADJUSTMENTS IN RANGE)" TO WS-PRINT-LINE
               PERFORM 6900-WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 6900-WRITE-REPORT-LINE
           END-IF
           MOVE WS-LISTED-TOTAL TO WS-SUM-EDITED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ADJUSTMENTS LISTED: " DELIMITED SIZE
               WS-LISTED-COUNT DELIMITED SIZE
               "   NET AMOUNT: " DELIMITED SIZE
               WS-SUM-EDITED DELIMITED SIZE
               "   GL BATCHES NOT YET ACKNOWLEDGED: " DELIMITED SIZE
               WS-UNACKED-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE.

       6100-WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE SPACES TO REGISTER-PRINT-RECORD
           STRING "PPARPT PRIOR-PERIOD ADJUSTMENT REGISTER" DELIMITED
               SIZE
               "   PERIODS " DELIMITED SIZE
               WS-FROM-PERIOD DELIMITED SIZE
               " TO " DELIMITED SIZE
               WS-TO-PERIOD DELIMITED SIZE
               "   PRINTED: " DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               "   PAGE: " DELIMITED SIZE
               WS-PAGE-NO DELIMITED SIZE
               INTO REGISTER-PRINT-RECORD
           END-STRING
           WRITE REGISTER-PRINT-RECORD
           MOVE SPACES TO REGISTER-PRINT-RECORD
           WRITE REGISTER-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       6900-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO REGISTER-PRINT-RECORD
           WRITE REGISTER-PRINT-RECORD
           ADD 1 TO WS-LINE-COUNT.

       9000-TERMINATE.
           CLOSE REGISTER-FILE
           CLOSE GL-STATUS-FILE
           CLOSE REGISTER-REPORT-FILE.

       9900-ABEND.
           DISPLAY "PPARPT: FATAL ERROR - " WS-ABEND-TEXT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
