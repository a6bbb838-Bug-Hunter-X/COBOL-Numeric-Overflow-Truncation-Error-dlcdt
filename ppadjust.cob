       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPADJUST.

      ******************************************************************
      * Prior-period adjustment run.                                   *
      *                                                                *
      * BUG will not post into a closed month.  Late corrections to   *
      * one are made here instead, from approved adjustment cards     *
      * (branch, closed period, signed amount, reason, approver),     *
      * with a log of every card the same way the maintenance runs    *
      * print theirs.  A card is rejected when:                       *
      *   - the approver is missing;                                  *
      *   - the branch is not on the branch master, or has been       *
      *     merged (its figures now belong to the survivor);          *
      *   - the period is not a closed month of the open year - the  *
      *     year and month of the last run date on the branch totals *
      *     control record; the open month itself is BUG's to post;  *
      *   - the branch has no closed figures on the history file for *
      *     the period, or no running totals;                        *
      *   - the mapping master is in use and maps neither the branch *
      *     nor its region (nothing is posted to a dump account).    *
      *                                                                *
      * An accepted adjustment:                                       *
      *   - adds the amount to the period's MTD and YTD finals on    *
      *     the branch history file and marks the period restated;   *
      *   - adds it to the YTD final of every later closed period of *
      *     the year, and to the branch's stored YTD running total;  *
      *   - goes to the GL as a batch of its own on PPAGLEXT.DAT,    *
      *     posted to the closed period, recorded on the GL status   *
      *     file as a prior-period batch so GLRECON matches and ages *
      *     it like any other;                                       *
      *   - is written to the adjustment register for the auditors.  *
      * Run between cycles, never while BUG is running.               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUST-CARD-FILE ASSIGN TO "PPADJUST.TXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

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

           SELECT OPTIONAL GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "PPAGLEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT GL-STATUS-FILE ASSIGN TO "GLSTATUS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-BATCH-ID
               FILE STATUS IS WS-GLSTAT-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "PPAREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-BATCH-ID
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT ADJUST-REPORT-FILE ASSIGN TO "PPADJUST.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUST-CARD-FILE
           RECORDING MODE IS F.
       01  ADJUST-CARD-RECORD.
           05  PA-BRANCH-CODE          PIC X(4).
           05  PA-PERIOD-X             PIC X(6).
           05  PA-PERIOD REDEFINES PA-PERIOD-X
                                       PIC 9(6).
           05  PA-AMOUNT-SIGN          PIC X(1).
               88  PA-AMOUNT-NEGATIVE         VALUE "-".
               88  PA-AMOUNT-SIGN-VALID       VALUE "-" "+" " ".
           05  PA-AMOUNT-X             PIC X(11).
           05  PA-AMOUNT REDEFINES PA-AMOUNT-X
                                       PIC 9(9)V99.
           05  PA-REASON               PIC X(30).
           05  PA-APPROVER             PIC X(8).
           05  FILLER                  PIC X(20).

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

       FD  REGISTER-FILE.
           COPY PPAREG.

       FD  ADJUST-REPORT-FILE
           RECORDING MODE IS F.
       01  ADJUST-PRINT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-CARD-FILE-STATUS     PIC X(2).
           05  WS-CARD-EOF-SW          PIC X VALUE "N".
               88  WS-CARD-EOF                   VALUE "Y".
           05  WS-BRMASTER-FILE-STATUS PIC X(2).
           05  WS-TOTALS-FILE-STATUS   PIC X(2).
           05  WS-BRHIST-FILE-STATUS   PIC X(2).
           05  WS-GLMAP-FILE-STATUS    PIC X(2).
           05  WS-GLMAP-AVAIL-SW       PIC X VALUE "N".
               88  WS-GLMAP-AVAILABLE            VALUE "Y".
           05  WS-GL-FILE-STATUS       PIC X(2).
           05  WS-GLSTAT-FILE-STATUS   PIC X(2).
           05  WS-REGISTER-FILE-STATUS PIC X(2).
           05  WS-REGISTER-EOF-SW      PIC X VALUE "N".
               88  WS-REGISTER-EOF               VALUE "Y".
           05  WS-REPORT-FILE-STATUS   PIC X(2).

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-TIME    PIC X(21).
           05  WS-RUN-DATE             PIC 9(8).

       01  WS-PERIOD-FIELDS.
           05  WS-OPEN-PERIOD          PIC 9(6) VALUE ZEROS.
           05  WS-OPEN-CCYY            PIC 9(4) VALUE ZEROS.
           05  WS-OPEN-MM              PIC 9(2) VALUE ZEROS.
           05  WS-CARD-MM              PIC 9(2).
           05  WS-MONTH-IDX            PIC 9(2).
           05  WS-LATER-PERIOD         PIC 9(6).

       01  WS-ADJUSTMENT-FIELDS.
           05  WS-ADJ-AMOUNT           PIC S9(9)V99 VALUE ZEROS.
           05  WS-ADJ-BATCH-ID         PIC X(12).
           05  WS-ADJ-SEQ              PIC 9(3) VALUE ZEROS.
           05  WS-ADJ-SEQ-X REDEFINES WS-ADJ-SEQ
                                       PIC X(3).
           05  WS-ADJ-ACCOUNT          PIC X(10).
           05  WS-ADJ-COST-CENTER      PIC X(6).
           05  WS-MTD-BEFORE           PIC S9(9)V99.
           05  WS-LATER-COUNT          PIC 9(2).
           05  WS-MAP-FOUND-SW         PIC X VALUE "N".
               88  WS-MAP-FOUND                  VALUE "Y".

       01  WS-COUNT-FIELDS.
           05  WS-READ-COUNT           PIC 9(5) VALUE ZEROS.
           05  WS-APPLIED-COUNT        PIC 9(5) VALUE ZEROS.
           05  WS-REJECTED-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-APPLIED-TOTAL        PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-RESULT-FIELDS.
           05  WS-RESULT-TEXT          PIC X(40).

       01  WS-REPORT-FIELDS.
           05  WS-AMOUNT-EDITED        PIC +ZZZ,ZZZ,ZZ9.99.
           05  WS-SUM-EDITED           PIC +ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-TEXT           PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ADJUST-LOOP UNTIL WS-CARD-EOF
           PERFORM 6000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           OPEN INPUT ADJUST-CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN ADJUST-CARD-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRMASTER-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN BRANCH-MASTER-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O TOTALS-FILE
           IF WS-TOTALS-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN TOTALS-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O BRANCH-HISTORY-FILE
           IF WS-BRHIST-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN BRANCH-HISTORY-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
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
           OPEN I-O REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN I-O REGISTER-FILE
           END-IF
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN REGISTER-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT ADJUST-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN ADJUST-REPORT-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1100-SET-OPEN-PERIOD
           PERFORM 6100-WRITE-REPORT-HEADER
           PERFORM 2900-READ-ADJUST-CARD.

       1100-SET-OPEN-PERIOD.
      ******************************************************************
      * The open month and year are those of the last run date on the *
      * totals control record.  With no control record BUG has never  *
      * run, nothing has closed, and every card will be rejected.     *
      ******************************************************************
           MOVE SPACES TO TL-BRANCH-CODE
           READ TOTALS-FILE
           IF WS-TOTALS-FILE-STATUS = "00"
               MOVE TL-LAST-RUN-DATE(1:6) TO WS-OPEN-PERIOD
               MOVE TL-LAST-RUN-DATE(1:4) TO WS-OPEN-CCYY
               MOVE TL-LAST-RUN-DATE(5:2) TO WS-OPEN-MM
           ELSE
               IF WS-TOTALS-FILE-STATUS NOT = "23"
                   MOVE "UNABLE TO READ TOTALS-FILE" TO WS-ABEND-TEXT
                   PERFORM 9900-ABEND
               END-IF
           END-IF.

       2000-ADJUST-LOOP.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-RESULT-TEXT
           PERFORM 2100-CHECK-CARD-FIELDS
           IF WS-RESULT-TEXT = SPACES
               PERFORM 2200-CHECK-BRANCH
           END-IF
           IF WS-RESULT-TEXT = SPACES
               PERFORM 2300-CHECK-PERIOD
           END-IF
           IF WS-RESULT-TEXT = SPACES
               PERFORM 2400-CHECK-FIGURES-ON-FILE
           END-IF
           IF WS-RESULT-TEXT = SPACES
               PERFORM 2500-FIND-MAPPING
           END-IF
           IF WS-RESULT-TEXT = SPACES
               PERFORM 3000-APPLY-ADJUSTMENT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           PERFORM 6200-WRITE-LOG-LINE
           PERFORM 2900-READ-ADJUST-CARD.

       2100-CHECK-CARD-FIELDS.
           EVALUATE TRUE
               WHEN PA-APPROVER = SPACES
                   MOVE "REJECTED - APPROVER MISSING" TO
                       WS-RESULT-TEXT
               WHEN PA-BRANCH-CODE = SPACES
                   MOVE "REJECTED - BRANCH CODE MISSING" TO
                       WS-RESULT-TEXT
               WHEN PA-PERIOD-X NOT NUMERIC
                   MOVE "REJECTED - PERIOD NOT NUMERIC" TO
                       WS-RESULT-TEXT
               WHEN PA-AMOUNT-X NOT NUMERIC
                   OR NOT PA-AMOUNT-SIGN-VALID
                   MOVE "REJECTED - AMOUNT NOT NUMERIC" TO
                       WS-RESULT-TEXT
               WHEN PA-AMOUNT = 0
                   MOVE "REJECTED - AMOUNT IS ZERO" TO
                       WS-RESULT-TEXT
               WHEN OTHER
                   MOVE PA-AMOUNT TO WS-ADJ-AMOUNT
                   IF PA-AMOUNT-NEGATIVE
                       COMPUTE WS-ADJ-AMOUNT = 0 - PA-AMOUNT
                   END-IF
           END-EVALUATE.

       2200-CHECK-BRANCH.
           MOVE PA-BRANCH-CODE TO BRM-BRANCH-CODE
           READ BRANCH-MASTER-FILE
           IF WS-BRMASTER-FILE-STATUS = "23"
               MOVE "REJECTED - BRANCH NOT ON MASTER" TO
                   WS-RESULT-TEXT
           ELSE
               IF WS-BRMASTER-FILE-STATUS NOT = "00"
                   MOVE "UNABLE TO READ BRANCH-MASTER-FILE" TO
                       WS-ABEND-TEXT
                   PERFORM 9900-ABEND
               END-IF
               IF BRM-MERGED
                   MOVE SPACES TO WS-RESULT-TEXT
                   STRING "REJECTED - BRANCH MERGED INTO "
                       DELIMITED SIZE
                       BRM-SURVIVOR-CODE DELIMITED SIZE
                       INTO WS-RESULT-TEXT
                   END-STRING
               END-IF
           END-IF.

       2300-CHECK-PERIOD.
           MOVE PA-PERIOD-X(5:2) TO WS-CARD-MM
           EVALUATE TRUE
               WHEN WS-CARD-MM < 1 OR WS-CARD-MM > 12
                   MOVE "REJECTED - PERIOD MONTH NOT 01-12" TO
                       WS-RESULT-TEXT
               WHEN WS-OPEN-PERIOD = ZEROS
                   MOVE "REJECTED - NO PERIOD HAS BEEN CLOSED" TO
                       WS-RESULT-TEXT
               WHEN PA-PERIOD-X(1:4) NOT = WS-OPEN-CCYY
                   MOVE "REJECTED - PERIOD NOT IN OPEN YEAR" TO
                       WS-RESULT-TEXT
               WHEN PA-PERIOD NOT < WS-OPEN-PERIOD
                   MOVE "REJECTED - PERIOD NOT CLOSED" TO
                       WS-RESULT-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2400-CHECK-FIGURES-ON-FILE.
           MOVE PA-PERIOD TO BH-PERIOD
           MOVE PA-BRANCH-CODE TO BH-BRANCH-CODE
           READ BRANCH-HISTORY-FILE
           IF WS-BRHIST-FILE-STATUS = "23"
               MOVE "REJECTED - NO CLOSED FIGURES FOR PERIOD" TO
                   WS-RESULT-TEXT
           ELSE
               IF WS-BRHIST-FILE-STATUS NOT = "00"
                   MOVE "UNABLE TO READ BRANCH-HISTORY-FILE" TO
                       WS-ABEND-TEXT
                   PERFORM 9900-ABEND
               END-IF
               MOVE PA-BRANCH-CODE TO TL-BRANCH-CODE
               READ TOTALS-FILE
               IF WS-TOTALS-FILE-STATUS = "23"
                   MOVE "REJECTED - NO RUNNING TOTALS FOR BRANCH" TO
                       WS-RESULT-TEXT
               ELSE
                   IF WS-TOTALS-FILE-STATUS NOT = "00"
                       MOVE "UNABLE TO READ TOTALS-FILE" TO
                           WS-ABEND-TEXT
                       PERFORM 9900-ABEND
                   END-IF
               END-IF
           END-IF.

       2500-FIND-MAPPING.
      ******************************************************************
      * The same account BUG posts the branch's days to: its branch   *
      * mapping, else its region's.  Without a mapping master the     *
      * adjustment goes out under the daily lump account, as BUG's    *
      * own extract does.                                             *
      ******************************************************************
           IF NOT WS-GLMAP-AVAILABLE
               MOVE "DAILYTOTAL" TO WS-ADJ-ACCOUNT
               MOVE SPACES TO WS-ADJ-COST-CENTER
           ELSE
               MOVE "N" TO WS-MAP-FOUND-SW
               MOVE "B" TO GM-MAP-TYPE
               MOVE PA-BRANCH-CODE TO GM-MAP-CODE
               PERFORM 2550-READ-MAPPING
               IF NOT WS-MAP-FOUND
                   MOVE "R" TO GM-MAP-TYPE
                   MOVE SPACES TO GM-MAP-CODE
                   MOVE BRM-REGION-CODE TO GM-MAP-CODE(1:3)
                   PERFORM 2550-READ-MAPPING
               END-IF
               IF WS-MAP-FOUND
                   MOVE GM-GL-ACCOUNT TO WS-ADJ-ACCOUNT
                   MOVE GM-COST-CENTER TO WS-ADJ-COST-CENTER
               ELSE
                   MOVE "REJECTED - BRANCH HAS NO GL MAPPING" TO
                       WS-RESULT-TEXT
               END-IF
           END-IF.

       2550-READ-MAPPING.
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

       2900-READ-ADJUST-CARD.
           READ ADJUST-CARD-FILE
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.

       3000-APPLY-ADJUSTMENT.
           PERFORM 3100-NEXT-BATCH-ID
           PERFORM 3200-RESTATE-PERIOD
           PERFORM 3300-CARRY-LATER-PERIODS
           PERFORM 3400-CARRY-STORED-YTD
           PERFORM 3500-WRITE-GL-BATCH
           PERFORM 3600-WRITE-REGISTER
           ADD 1 TO WS-APPLIED-COUNT
           ADD WS-ADJ-AMOUNT TO WS-APPLIED-TOTAL
           MOVE SPACES TO WS-RESULT-TEXT
           STRING "APPLIED - BATCH " DELIMITED SIZE
               WS-ADJ-BATCH-ID DELIMITED SIZE
               INTO WS-RESULT-TEXT
           END-STRING.

       3100-NEXT-BATCH-ID.
      ******************************************************************
      * Batch ids for a period number on from the highest already on  *
      * the register, which is never purged, so an id is never used   *
      * twice even after the GL status record has been archived.      *
      ******************************************************************
           MOVE ZEROS TO WS-ADJ-SEQ
           MOVE "N" TO WS-REGISTER-EOF-SW
           MOVE SPACES TO PR-BATCH-ID
           MOVE "PPA" TO PR-BATCH-ID(1:3)
           MOVE PA-PERIOD-X TO PR-BATCH-ID(4:6)
           MOVE LOW-VALUES TO PR-BATCH-ID(10:3)
           START REGISTER-FILE KEY NOT < PR-BATCH-ID
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               SET WS-REGISTER-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-REGISTER-EOF
               READ REGISTER-FILE NEXT
                   AT END
                       SET WS-REGISTER-EOF TO TRUE
                   NOT AT END
                       IF PR-BATCH-ID(1:3) NOT = "PPA"
                           OR PR-BATCH-ID(4:6) NOT = PA-PERIOD-X
                           SET WS-REGISTER-EOF TO TRUE
                       ELSE
                           IF PR-BATCH-ID(10:3) NUMERIC
                               MOVE PR-BATCH-ID(10:3) TO WS-ADJ-SEQ-X
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ADJ-SEQ = 999
               MOVE "PRIOR-PERIOD BATCH SEQUENCE EXHAUSTED" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           ADD 1 TO WS-ADJ-SEQ
           MOVE SPACES TO WS-ADJ-BATCH-ID
           MOVE "PPA" TO WS-ADJ-BATCH-ID(1:3)
           MOVE PA-PERIOD-X TO WS-ADJ-BATCH-ID(4:6)
           MOVE WS-ADJ-SEQ-X TO WS-ADJ-BATCH-ID(10:3).

       3200-RESTATE-PERIOD.
           MOVE PA-PERIOD TO BH-PERIOD
           MOVE PA-BRANCH-CODE TO BH-BRANCH-CODE
           READ BRANCH-HISTORY-FILE
           IF WS-BRHIST-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO READ BRANCH-HISTORY-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           MOVE BH-MTD-FINAL TO WS-MTD-BEFORE
           ADD WS-ADJ-AMOUNT TO BH-MTD-FINAL
           ADD WS-ADJ-AMOUNT TO BH-YTD-FINAL
           SET BH-RESTATED TO TRUE
           PERFORM 3250-REWRITE-HISTORY.

       3250-REWRITE-HISTORY.
           REWRITE BRANCH-HISTORY-RECORD
           IF WS-BRHIST-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO REWRITE BRANCH-HISTORY-RECORD" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF.

       3300-CARRY-LATER-PERIODS.
      ******************************************************************
      * Every closed month after the adjusted one, up to the open     *
      * month, closed with a YTD that was short (or over) by the same *
      * amount.  A month the branch has no figures for is skipped.    *
      ******************************************************************
           MOVE ZEROS TO WS-LATER-COUNT
           COMPUTE WS-MONTH-IDX = WS-CARD-MM + 1
           PERFORM UNTIL WS-MONTH-IDX NOT < WS-OPEN-MM
               COMPUTE WS-LATER-PERIOD =
                   WS-OPEN-CCYY * 100 + WS-MONTH-IDX
               MOVE WS-LATER-PERIOD TO BH-PERIOD
               MOVE PA-BRANCH-CODE TO BH-BRANCH-CODE
               READ BRANCH-HISTORY-FILE
               IF WS-BRHIST-FILE-STATUS = "00"
                   ADD WS-ADJ-AMOUNT TO BH-YTD-FINAL
                   PERFORM 3250-REWRITE-HISTORY
                   ADD 1 TO WS-LATER-COUNT
               ELSE
                   IF WS-BRHIST-FILE-STATUS NOT = "23"
                       MOVE "UNABLE TO READ BRANCH-HISTORY-FILE" TO
                           WS-ABEND-TEXT
                       PERFORM 9900-ABEND
                   END-IF
               END-IF
               ADD 1 TO WS-MONTH-IDX
           END-PERFORM.

       3400-CARRY-STORED-YTD.
           MOVE PA-BRANCH-CODE TO TL-BRANCH-CODE
           READ TOTALS-FILE
           IF WS-TOTALS-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO READ TOTALS-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           ADD WS-ADJ-AMOUNT TO TL-YTD-TOTAL
           REWRITE TOTALS-RECORD
           IF WS-TOTALS-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO REWRITE TOTALS-RECORD" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF.

       3500-WRITE-GL-BATCH.
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-ADJ-ACCOUNT TO GL-ACCOUNT-CODE
           MOVE WS-ADJ-COST-CENTER TO GL-COST-CENTER
           MOVE PA-PERIOD TO GL-PERIOD
           IF WS-ADJ-AMOUNT >= 0
               MOVE "CR" TO GL-DR-CR-IND
           ELSE
               MOVE "DB" TO GL-DR-CR-IND
           END-IF
           MOVE FUNCTION ABS(WS-ADJ-AMOUNT) TO GL-AMOUNT
           MOVE WS-ADJ-BATCH-ID TO GL-BATCH-ID
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
           SET GS-PRIOR-PERIOD-BATCH TO TRUE
           MOVE PA-BRANCH-CODE TO GS-BRANCH-CODE
           MOVE PA-PERIOD TO GS-GL-PERIOD
           WRITE GL-STATUS-RECORD
           IF WS-GLSTAT-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO WRITE GL-STATUS-RECORD" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF.

       3600-WRITE-REGISTER.
           MOVE SPACES TO PPA-REGISTER-RECORD
           MOVE WS-ADJ-BATCH-ID TO PR-BATCH-ID
           MOVE PA-PERIOD TO PR-PERIOD
           MOVE PA-BRANCH-CODE TO PR-BRANCH-CODE
           MOVE WS-ADJ-AMOUNT TO PR-AMOUNT
           MOVE PA-REASON TO PR-REASON
           MOVE PA-APPROVER TO PR-APPROVER
           MOVE WS-OPEN-PERIOD TO PR-OPEN-PERIOD
           MOVE WS-CURRENT-DATE-TIME(1:14) TO PR-APPLIED-TIMESTAMP
           MOVE WS-MTD-BEFORE TO PR-MTD-BEFORE
           COMPUTE PR-MTD-AFTER = WS-MTD-BEFORE + WS-ADJ-AMOUNT
           MOVE WS-LATER-COUNT TO PR-LATER-PERIODS
           MOVE WS-ADJ-ACCOUNT TO PR-GL-ACCOUNT
           MOVE WS-ADJ-COST-CENTER TO PR-GL-COST-CENTER
           WRITE PPA-REGISTER-RECORD
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO WRITE REGISTER RECORD" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO ADJUST-PRINT-RECORD
           WRITE ADJUST-PRINT-RECORD
           MOVE WS-APPLIED-TOTAL TO WS-SUM-EDITED
           MOVE SPACES TO ADJUST-PRINT-RECORD
           STRING "REQUESTS READ: " DELIMITED SIZE
               WS-READ-COUNT DELIMITED SIZE
               "   APPLIED: " DELIMITED SIZE
               WS-APPLIED-COUNT DELIMITED SIZE
               "   REJECTED: " DELIMITED SIZE
               WS-REJECTED-COUNT DELIMITED SIZE
               "   NET APPLIED: " DELIMITED SIZE
               WS-SUM-EDITED DELIMITED SIZE
               INTO ADJUST-PRINT-RECORD
           END-STRING
           WRITE ADJUST-PRINT-RECORD.

       6100-WRITE-REPORT-HEADER.
           MOVE SPACES TO ADJUST-PRINT-RECORD
           STRING "PPADJUST PRIOR-PERIOD ADJUSTMENT LOG" DELIMITED SIZE
               "   RUN DATE: " DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               "   OPEN MONTH: " DELIMITED SIZE
               WS-OPEN-PERIOD DELIMITED SIZE
               INTO ADJUST-PRINT-RECORD
           END-STRING
           WRITE ADJUST-PRINT-RECORD
           MOVE SPACES TO ADJUST-PRINT-RECORD
           WRITE ADJUST-PRINT-RECORD.

       6200-WRITE-LOG-LINE.
           MOVE ZEROS TO WS-AMOUNT-EDITED
           IF PA-AMOUNT-X NUMERIC
               MOVE PA-AMOUNT TO WS-AMOUNT-EDITED
               IF PA-AMOUNT-NEGATIVE
                   COMPUTE WS-AMOUNT-EDITED = 0 - PA-AMOUNT
               END-IF
           END-IF
           MOVE SPACES TO ADJUST-PRINT-RECORD
           STRING PA-BRANCH-CODE DELIMITED SIZE
               "  " DELIMITED SIZE
               PA-PERIOD-X DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-AMOUNT-EDITED DELIMITED SIZE
               "  " DELIMITED SIZE
               PA-APPROVER DELIMITED SIZE
               "  " DELIMITED SIZE
               PA-REASON DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-RESULT-TEXT DELIMITED SIZE
               INTO ADJUST-PRINT-RECORD
           END-STRING
           WRITE ADJUST-PRINT-RECORD.

       9000-TERMINATE.
           CLOSE ADJUST-CARD-FILE
           CLOSE BRANCH-MASTER-FILE
           CLOSE TOTALS-FILE
           CLOSE BRANCH-HISTORY-FILE
           CLOSE GL-MAP-FILE
           CLOSE GL-EXTRACT-FILE
           CLOSE GL-STATUS-FILE
           CLOSE REGISTER-FILE
           CLOSE ADJUST-REPORT-FILE.

       9900-ABEND.
           DISPLAY "PPADJUST: FATAL ERROR - " WS-ABEND-TEXT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
