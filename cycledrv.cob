       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLEDRV.

      ******************************************************************
      * Nightly cycle driver.                                          *
      *                                                                *
      * Runs the nightly steps in order - BRMAINT, GLMMAINT, FXEDIT,  *
      * TXNEDIT, BUG, SUSPMGR, GLRECON, PROOFSHT, FXREVAL, PRFRECON - *
      * for the business date on the parm card (same card BUG reads;  *
      * today if absent), and keeps one cycle-control record per step *
      * for that date with its start, end, return code and status.    *
      * The two maintenance steps go first so branch and GL mapping   *
      * changes scheduled for the date are in place before BUG posts  *
      * it.  FXREVAL reports the month's FX positions off the day BUG *
      * archived and sends the revaluation at month end.  PRFRECON    *
      * goes last: it reconciles the branches' own proof totals with  *
      * the day BUG posted and ages the differences carried forward.  *
      *                                                                *
      * Each step has an allowed maximum return code (default 4, so  *
      * a held FX rate, a feed/trailer exception or an out-of-balance *
      * proof leg - all RC 8 - stop the cycle).  Limits can be set    *
      * per step on the optional CYCLPARM.DAT card file.  A step that *
      * ends above its limit is marked failed with the reason, the    *
      * cycle stops there, and nothing after it runs.                 *
      *                                                                *
      * Rerun for the same date, the driver skips every step already  *
      * complete and resumes at the failed one.  A step left started  *
      * from the previous run never returned (its own fatal-error     *
      * routine ends the run unit) and is marked abended and rerun.   *
      * A date whose steps are all complete is not run again.         *
      *                                                                *
      * Ends RC 0 when the cycle completes, otherwise the failing     *
      * step's return code (at least 8).  CYCLERPT lists the file.    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT OPTIONAL STEP-PARM-FILE ASSIGN TO "CYCLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-PARM-FILE-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CY-KEY
               FILE STATUS IS WS-CYCLE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
      ******************************************************************
      * The same parm card BUG reads: only the business date is used  *
      * here, so the cycle is recorded against the date the steps     *
      * themselves process.                                           *
      ******************************************************************
       01  PARM-RECORD.
           05  PARM-THRESHOLD-PCT      PIC 9(3).
           05  PARM-BUSINESS-DATE-X    PIC X(8).
           05  PARM-BUSINESS-DATE REDEFINES PARM-BUSINESS-DATE-X
                                       PIC 9(8).
           05  PARM-RUN-MODE           PIC X(1).
           05  PARM-RERUN-OVERRIDE     PIC X(1).
           05  FILLER                  PIC X(67).

       FD  STEP-PARM-FILE
           RECORDING MODE IS F.
       01  STEP-PARM-RECORD.
           05  CP-STEP-NAME            PIC X(8).
           05  CP-MAX-RC-X             PIC X(2).
           05  CP-MAX-RC REDEFINES CP-MAX-RC-X
                                       PIC 9(2).
           05  FILLER                  PIC X(70).

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-PARM-FILE-STATUS     PIC X(2).
           05  WS-STEP-PARM-FILE-STATUS PIC X(2).
           05  WS-STEP-PARM-EOF-SW     PIC X VALUE "N".
               88  WS-STEP-PARM-EOF              VALUE "Y".
           05  WS-CYCLE-FILE-STATUS    PIC X(2).

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-TIME    PIC X(21).
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-BUSINESS-DATE        PIC 9(8).

       01  WS-STEP-TABLE-FIELDS.
           05  WS-STEP-MAX             PIC 9(2) VALUE 10.
           05  WS-STEP-IDX             PIC 9(2) VALUE ZEROS.
           05  WS-PARM-STEP-IDX        PIC 9(2) VALUE ZEROS.
           05  WS-RESUME-STEP          PIC 9(2) VALUE ZEROS.
           05  WS-STEP-NAME-TABLE.
               10  FILLER              PIC X(8) VALUE "BRMAINT".
               10  FILLER              PIC X(8) VALUE "GLMMAINT".
               10  FILLER              PIC X(8) VALUE "FXEDIT".
               10  FILLER              PIC X(8) VALUE "TXNEDIT".
               10  FILLER              PIC X(8) VALUE "BUG".
               10  FILLER              PIC X(8) VALUE "SUSPMGR".
               10  FILLER              PIC X(8) VALUE "GLRECON".
               10  FILLER              PIC X(8) VALUE "PROOFSHT".
               10  FILLER              PIC X(8) VALUE "FXREVAL".
               10  FILLER              PIC X(8) VALUE "PRFRECON".
           05  WS-STEP-NAMES REDEFINES WS-STEP-NAME-TABLE.
               10  WS-STEP-NAME        PIC X(8) OCCURS 10 TIMES.
           05  WS-STEP-WARN-TABLE.
               10  FILLER              PIC X(50) VALUE
                   "BRANCH MAINTENANCE WARNING - REVIEW BRMAINT.PRT".
               10  FILLER              PIC X(50) VALUE
                   "GL MAP MAINTENANCE WARNING - REVIEW GLMMAINT.PRT".
               10  FILLER              PIC X(50) VALUE
                   "FX RATE HELD - REVIEW FXEDIT.PRT".
               10  FILLER              PIC X(50) VALUE
                   "FEED, HEADER OR TRAILER EXCEPTION - SEE EDITRPT".
               10  FILLER              PIC X(50) VALUE
                   "BUG WARNING - REVIEW DAILYRPT.PRT".
               10  FILLER              PIC X(50) VALUE
                   "SUSPENSE WARNING - REVIEW SUSPMGR.PRT".
               10  FILLER              PIC X(50) VALUE
                   "GL RECON WARNING - REVIEW GLRECON.PRT".
               10  FILLER              PIC X(50) VALUE
                   "PROOF LEG OUT OF BALANCE - REVIEW PROOFSHT.PRT".
               10  FILLER              PIC X(50) VALUE
                   "FX REVALUATION WARNING - REVIEW FXREVAL.PRT".
               10  FILLER              PIC X(50) VALUE
                   "BRANCH PROOF EXCEPTIONS - REVIEW PRFRECON.PRT".
           05  WS-STEP-WARNINGS REDEFINES WS-STEP-WARN-TABLE.
               10  WS-STEP-WARN-TEXT   PIC X(50) OCCURS 10 TIMES.
           05  WS-STEP-LIMIT           PIC 9(2) OCCURS 10 TIMES
                                        VALUE 4.

       01  WS-CYCLE-FIELDS.
           05  WS-STEP-RC              PIC S9(4) VALUE ZEROS.
           05  WS-STOP-RC              PIC 9(2) VALUE ZEROS.
           05  WS-CYCLE-STOP-SW        PIC X VALUE "N".
               88  WS-CYCLE-STOPPED              VALUE "Y".
           05  WS-STEP-LOAD-SW         PIC X VALUE "N".
               88  WS-STEP-NOT-LOADED            VALUE "Y".

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-TEXT           PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ESTABLISH-STEPS
           IF WS-RESUME-STEP > WS-STEP-MAX
               DISPLAY "CYCLEDRV: CYCLE FOR " WS-BUSINESS-DATE
                   " ALREADY COMPLETE - NOTHING RUN"
           ELSE
               PERFORM 3000-RUN-STEP
                   VARYING WS-STEP-IDX FROM WS-RESUME-STEP BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-MAX
                      OR WS-CYCLE-STOPPED
               IF NOT WS-CYCLE-STOPPED
                   DISPLAY "CYCLEDRV: CYCLE FOR " WS-BUSINESS-DATE
                       " COMPLETE"
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           IF WS-CYCLE-STOPPED
               MOVE WS-STOP-RC TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           PERFORM 1100-SET-BUSINESS-DATE
           PERFORM 1200-LOAD-STEP-LIMITS
           OPEN I-O CYCLE-CONTROL-FILE
           IF WS-CYCLE-FILE-STATUS = "35"
               OPEN OUTPUT CYCLE-CONTROL-FILE
               CLOSE CYCLE-CONTROL-FILE
               OPEN I-O CYCLE-CONTROL-FILE
           END-IF
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN CYCLE-CONTROL-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
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

       1200-LOAD-STEP-LIMITS.
      ******************************************************************
      * One card per step to override its allowed return code: step  *
      * name in 1-8, maximum RC in 9-10.  Cards naming a step not in  *
      * the cycle, or with a non-numeric limit, are ignored.          *
      ******************************************************************
           OPEN INPUT STEP-PARM-FILE
           MOVE "N" TO WS-STEP-PARM-EOF-SW
           IF WS-STEP-PARM-FILE-STATUS NOT = "00"
               SET WS-STEP-PARM-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-STEP-PARM-EOF
               READ STEP-PARM-FILE
                   AT END
                       SET WS-STEP-PARM-EOF TO TRUE
                   NOT AT END
                       IF CP-MAX-RC-X NUMERIC
                           PERFORM 1210-APPLY-STEP-LIMIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEP-PARM-FILE.

       1210-APPLY-STEP-LIMIT.
           PERFORM VARYING WS-PARM-STEP-IDX FROM 1 BY 1
                   UNTIL WS-PARM-STEP-IDX > WS-STEP-MAX
               IF WS-STEP-NAME(WS-PARM-STEP-IDX) = CP-STEP-NAME
                   MOVE CP-MAX-RC TO WS-STEP-LIMIT(WS-PARM-STEP-IDX)
               END-IF
           END-PERFORM.

       2000-ESTABLISH-STEPS.
      ******************************************************************
      * Make sure every step has a record for the date, and find the  *
      * first step not yet complete - that is where this run starts.  *
      ******************************************************************
           MOVE ZEROS TO WS-RESUME-STEP
           PERFORM 2100-ESTABLISH-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-MAX
           IF WS-RESUME-STEP = ZEROS
               COMPUTE WS-RESUME-STEP = WS-STEP-MAX + 1
           END-IF.

       2100-ESTABLISH-ONE-STEP.
           MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE
           MOVE WS-STEP-IDX TO CY-STEP-NO
           READ CYCLE-CONTROL-FILE
           EVALUATE WS-CYCLE-FILE-STATUS
               WHEN "00"
                   PERFORM 2110-REFRESH-STEP
               WHEN "23"
                   PERFORM 2120-ADD-PENDING-STEP
               WHEN OTHER
                   MOVE "UNABLE TO READ CYCLE-CONTROL-FILE" TO
                       WS-ABEND-TEXT
                   PERFORM 9900-ABEND
           END-EVALUATE
           IF NOT CY-STEP-COMPLETE
               AND WS-RESUME-STEP = ZEROS
               MOVE WS-STEP-IDX TO WS-RESUME-STEP
           END-IF.

       2110-REFRESH-STEP.
      ******************************************************************
      * A step still marked started was called by an earlier run that *
      * never got control back: the step's fatal-error routine ended  *
      * the whole run.  Record it as abended so the report shows why  *
      * the cycle stopped, and pick up any changed limit for the      *
      * steps still to run.                                           *
      ******************************************************************
           IF CY-STEP-STARTED
               SET CY-STEP-ABENDED TO TRUE
               MOVE 16 TO CY-RETURN-CODE
               MOVE "STEP DID NOT RETURN - ABENDED, SEE CONSOLE LOG"
                   TO CY-REASON-TEXT
           END-IF
           IF NOT CY-STEP-COMPLETE
               MOVE WS-STEP-LIMIT(WS-STEP-IDX) TO CY-MAX-RETURN-CODE
           END-IF
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO CY-STEP-NAME
           REWRITE CYCLE-CONTROL-RECORD
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO REWRITE CYCLE-CONTROL-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF.

       2120-ADD-PENDING-STEP.
           MOVE SPACES TO CYCLE-CONTROL-RECORD
           MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE
           MOVE WS-STEP-IDX TO CY-STEP-NO
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO CY-STEP-NAME
           MOVE ZEROS TO CY-RETURN-CODE
           MOVE WS-STEP-LIMIT(WS-STEP-IDX) TO CY-MAX-RETURN-CODE
           SET CY-STEP-PENDING TO TRUE
           MOVE ZEROS TO CY-ATTEMPT-COUNT
           WRITE CYCLE-CONTROL-RECORD
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO WRITE CYCLE-CONTROL-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF.

       3000-RUN-STEP.
      ******************************************************************
      * The step record goes to started before the call, so a step    *
      * that abends is visible as such on the next run.  RETURN-CODE  *
      * is cleared before and after so each step's code is its own.  *
      ******************************************************************
           MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE
           MOVE WS-STEP-IDX TO CY-STEP-NO
           READ CYCLE-CONTROL-FILE
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO READ CYCLE-CONTROL-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CY-START-TIMESTAMP
           MOVE SPACES TO CY-END-TIMESTAMP
           MOVE ZEROS TO CY-RETURN-CODE
           MOVE SPACES TO CY-REASON-TEXT
           SET CY-STEP-STARTED TO TRUE
           IF CY-ATTEMPT-COUNT < 99
               ADD 1 TO CY-ATTEMPT-COUNT
           END-IF
           REWRITE CYCLE-CONTROL-RECORD
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO REWRITE CYCLE-CONTROL-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           MOVE "N" TO WS-STEP-LOAD-SW
           MOVE ZEROS TO RETURN-CODE
           CALL WS-STEP-NAME(WS-STEP-IDX)
               ON EXCEPTION
                   SET WS-STEP-NOT-LOADED TO TRUE
           END-CALL
           IF WS-STEP-NOT-LOADED
               MOVE 16 TO WS-STEP-RC
           ELSE
               MOVE RETURN-CODE TO WS-STEP-RC
           END-IF
           MOVE ZEROS TO RETURN-CODE
           PERFORM 3100-RECORD-STEP-END.

       3100-RECORD-STEP-END.
           MOVE FUNCTION CURRENT-DATE TO CY-END-TIMESTAMP
           IF WS-STEP-RC > 99
               MOVE 99 TO CY-RETURN-CODE
           ELSE
               MOVE WS-STEP-RC TO CY-RETURN-CODE
           END-IF
           IF CY-RETURN-CODE > CY-MAX-RETURN-CODE
               SET CY-STEP-FAILED TO TRUE
               SET WS-CYCLE-STOPPED TO TRUE
               PERFORM 3200-SET-STOP-REASON
           ELSE
               SET CY-STEP-COMPLETE TO TRUE
               MOVE SPACES TO CY-REASON-TEXT
           END-IF
           REWRITE CYCLE-CONTROL-RECORD
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO REWRITE CYCLE-CONTROL-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           IF WS-CYCLE-STOPPED
               DISPLAY "CYCLEDRV: CYCLE FOR " WS-BUSINESS-DATE
                   " STOPPED AT " CY-STEP-NAME
                   " RC=" CY-RETURN-CODE
                   " - " CY-REASON-TEXT
           END-IF.

       3200-SET-STOP-REASON.
           IF CY-RETURN-CODE < 8
               MOVE 8 TO WS-STOP-RC
           ELSE
               MOVE CY-RETURN-CODE TO WS-STOP-RC
           END-IF
           EVALUATE TRUE
               WHEN WS-STEP-NOT-LOADED
                   MOVE "STEP PROGRAM COULD NOT BE LOADED"
                       TO CY-REASON-TEXT
               WHEN CY-RETURN-CODE NOT < 16
                   MOVE "FATAL ERROR IN STEP - SEE CONSOLE LOG"
                       TO CY-REASON-TEXT
               WHEN OTHER
                   MOVE WS-STEP-WARN-TEXT(WS-STEP-IDX)
                       TO CY-REASON-TEXT
           END-EVALUATE.

       9000-TERMINATE.
           CLOSE CYCLE-CONTROL-FILE.

       9900-ABEND.
           DISPLAY "CYCLEDRV: FATAL ERROR - " WS-ABEND-TEXT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
