       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLERPT.

      ******************************************************************
      * Nightly cycle status report.                                   *
      *                                                                *
      * Lists every step on the cycle-control file for the most      *
      * recent business dates (how many from an optional parm card,   *
      * default 7): start and end times, elapsed seconds, return code *
      * against the step's allowed maximum, status, attempts and the  *
      * reason a step stopped the cycle.  Each date closes with one   *
      * line saying whether its cycle completed or where it stopped,  *
      * so the morning shift can see where last night ended and why.  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "CYCRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CY-KEY
               FILE STATUS IS WS-CYCLE-FILE-STATUS.

           SELECT CYCLE-REPORT-FILE ASSIGN TO "CYCLERPT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  CR-DATES-WANTED-X       PIC X(3).
           05  CR-DATES-WANTED REDEFINES CR-DATES-WANTED-X
                                       PIC 9(3).
           05  FILLER                  PIC X(77).

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLCTL.

       FD  CYCLE-REPORT-FILE
           RECORDING MODE IS F.
       01  CYCLE-PRINT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-PARM-FILE-STATUS     PIC X(2).
           05  WS-CYCLE-FILE-STATUS    PIC X(2).
           05  WS-CYCLE-EOF-SW         PIC X VALUE "N".
               88  WS-CYCLE-EOF                  VALUE "Y".
           05  WS-REPORT-FILE-STATUS   PIC X(2).

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-TIME    PIC X(21).
           05  WS-RUN-DATE             PIC 9(8).

       01  WS-SELECT-FIELDS.
           05  WS-DATES-WANTED         PIC 9(3) VALUE 7.
           05  WS-DATES-ON-FILE        PIC 9(5) VALUE ZEROS.
           05  WS-DATES-TO-SKIP        PIC 9(5) VALUE ZEROS.
           05  WS-DATES-SEEN           PIC 9(5) VALUE ZEROS.
           05  WS-LAST-DATE            PIC 9(8) VALUE ZEROS.

       01  WS-CYCLE-STATE-FIELDS.
           05  WS-DATE-OPEN-SW         PIC X VALUE "N".
               88  WS-DATE-OPEN                  VALUE "Y".
           05  WS-DATE-LISTED-SW       PIC X VALUE "N".
               88  WS-DATE-LISTED                VALUE "Y".
           05  WS-STOP-FOUND-SW        PIC X VALUE "N".
               88  WS-STOP-FOUND                 VALUE "Y".
           05  WS-STOP-STEP-NAME       PIC X(8).
           05  WS-STOP-STATUS          PIC X(1).
           05  WS-STOP-REASON          PIC X(50).
           05  WS-CYCLE-TEXT           PIC X(40).

       01  WS-ELAPSED-FIELDS.
           05  WS-START-DATE-INT       PIC 9(7).
           05  WS-END-DATE-INT         PIC 9(7).
           05  WS-START-SECONDS        PIC 9(7).
           05  WS-END-SECONDS          PIC 9(7).
           05  WS-ELAPSED-SECONDS      PIC S9(7).
           05  WS-WORK-HH              PIC 9(2).
           05  WS-WORK-MM              PIC 9(2).
           05  WS-WORK-SS              PIC 9(2).
           05  WS-WORK-DATE            PIC 9(8).

       01  WS-COUNT-FIELDS.
           05  WS-DATES-LISTED         PIC 9(5) VALUE ZEROS.
           05  WS-STEPS-LISTED         PIC 9(5) VALUE ZEROS.
           05  WS-CYCLES-COMPLETE      PIC 9(5) VALUE ZEROS.
           05  WS-CYCLES-STOPPED       PIC 9(5) VALUE ZEROS.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-TEXT           PIC X(60).

       01  WS-REPORT-FIELDS.
           05  WS-ELAPSED-EDITED       PIC ZZZZZZ9.
           05  WS-STATUS-TEXT          PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COUNT-DATES
           PERFORM 3000-LIST-LOOP UNTIL WS-CYCLE-EOF
           IF WS-DATE-OPEN
               PERFORM 3300-CLOSE-DATE
           END-IF
           PERFORM 6000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           PERFORM 1100-LOAD-PARM
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN CYCLE-CONTROL-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT CYCLE-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN CYCLE-REPORT-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           PERFORM 6100-WRITE-REPORT-HEADER.

       1100-LOAD-PARM.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CR-DATES-WANTED-X NUMERIC
                       AND CR-DATES-WANTED > 0
                       MOVE CR-DATES-WANTED TO WS-DATES-WANTED
                   END-IF
           END-READ
           CLOSE PARM-FILE.

       2000-COUNT-DATES.
      ******************************************************************
      * First pass counts the business dates on file so the listing   *
      * pass can skip all but the most recent ones wanted.            *
      ******************************************************************
           PERFORM 2100-START-BROWSE
           MOVE ZEROS TO WS-LAST-DATE
           PERFORM UNTIL WS-CYCLE-EOF
               READ CYCLE-CONTROL-FILE NEXT
                   AT END
                       SET WS-CYCLE-EOF TO TRUE
                   NOT AT END
                       IF CY-BUSINESS-DATE NOT = WS-LAST-DATE
                           ADD 1 TO WS-DATES-ON-FILE
                           MOVE CY-BUSINESS-DATE TO WS-LAST-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DATES-ON-FILE > WS-DATES-WANTED
               COMPUTE WS-DATES-TO-SKIP =
                   WS-DATES-ON-FILE - WS-DATES-WANTED
           END-IF
           MOVE ZEROS TO WS-LAST-DATE
           PERFORM 2100-START-BROWSE.

       2100-START-BROWSE.
           MOVE "N" TO WS-CYCLE-EOF-SW
           MOVE LOW-VALUES TO CY-KEY
           START CYCLE-CONTROL-FILE KEY NOT < CY-KEY
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               SET WS-CYCLE-EOF TO TRUE
           END-IF.

       3000-LIST-LOOP.
           READ CYCLE-CONTROL-FILE NEXT
               AT END
                   SET WS-CYCLE-EOF TO TRUE
               NOT AT END
                   PERFORM 3100-PROCESS-STEP
           END-READ.

       3100-PROCESS-STEP.
           IF CY-BUSINESS-DATE NOT = WS-LAST-DATE
               IF WS-DATE-OPEN
                   PERFORM 3300-CLOSE-DATE
               END-IF
               MOVE CY-BUSINESS-DATE TO WS-LAST-DATE
               ADD 1 TO WS-DATES-SEEN
               IF WS-DATES-SEEN > WS-DATES-TO-SKIP
                   PERFORM 3200-OPEN-DATE
               END-IF
           END-IF
           IF WS-DATE-LISTED
               PERFORM 3400-WRITE-STEP-LINE
           END-IF.

       3200-OPEN-DATE.
           SET WS-DATE-OPEN TO TRUE
           SET WS-DATE-LISTED TO TRUE
           MOVE "N" TO WS-STOP-FOUND-SW
           MOVE SPACES TO WS-STOP-STEP-NAME
           MOVE SPACES TO WS-STOP-STATUS
           MOVE SPACES TO WS-STOP-REASON
           ADD 1 TO WS-DATES-LISTED
           MOVE SPACES TO CYCLE-PRINT-RECORD
           WRITE CYCLE-PRINT-RECORD
           MOVE SPACES TO CYCLE-PRINT-RECORD
           STRING "BUSINESS DATE " DELIMITED SIZE
               CY-BUSINESS-DATE DELIMITED SIZE
               INTO CYCLE-PRINT-RECORD
           END-STRING
           WRITE CYCLE-PRINT-RECORD.

       3300-CLOSE-DATE.
      ******************************************************************
      * The date's cycle state is decided by its first step that is  *
      * not complete: failed or abended means the cycle stopped       *
      * there, started means it is still running (or died without    *
      * the driver having been rerun yet), pending means it was never *
      * reached.                                                      *
      ******************************************************************
           EVALUATE TRUE
               WHEN NOT WS-STOP-FOUND
                   MOVE "CYCLE COMPLETE" TO WS-CYCLE-TEXT
                   ADD 1 TO WS-CYCLES-COMPLETE
               WHEN WS-STOP-STATUS = "F" OR WS-STOP-STATUS = "A"
                   MOVE SPACES TO WS-CYCLE-TEXT
                   STRING "CYCLE STOPPED AT " DELIMITED SIZE
                       WS-STOP-STEP-NAME DELIMITED SPACE
                       INTO WS-CYCLE-TEXT
                   END-STRING
                   ADD 1 TO WS-CYCLES-STOPPED
               WHEN WS-STOP-STATUS = "S"
                   MOVE SPACES TO WS-CYCLE-TEXT
                   STRING "CYCLE RUNNING OR DIED IN " DELIMITED SIZE
                       WS-STOP-STEP-NAME DELIMITED SPACE
                       INTO WS-CYCLE-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE SPACES TO WS-CYCLE-TEXT
                   STRING "CYCLE NOT RUN FROM " DELIMITED SIZE
                       WS-STOP-STEP-NAME DELIMITED SPACE
                       INTO WS-CYCLE-TEXT
                   END-STRING
           END-EVALUATE
           MOVE SPACES TO CYCLE-PRINT-RECORD
           STRING "  *** " DELIMITED SIZE
               WS-CYCLE-TEXT DELIMITED SIZE
               " " DELIMITED SIZE
               WS-STOP-REASON DELIMITED SIZE
               INTO CYCLE-PRINT-RECORD
           END-STRING
           WRITE CYCLE-PRINT-RECORD
           MOVE "N" TO WS-DATE-OPEN-SW
           MOVE "N" TO WS-DATE-LISTED-SW.

       3400-WRITE-STEP-LINE.
           ADD 1 TO WS-STEPS-LISTED
           IF NOT CY-STEP-COMPLETE
               AND NOT WS-STOP-FOUND
               SET WS-STOP-FOUND TO TRUE
               MOVE CY-STEP-NAME TO WS-STOP-STEP-NAME
               MOVE CY-STEP-STATUS TO WS-STOP-STATUS
               MOVE CY-REASON-TEXT TO WS-STOP-REASON
           END-IF
           PERFORM 3500-COMPUTE-ELAPSED
           EVALUATE TRUE
               WHEN CY-STEP-PENDING
                   MOVE "PENDING" TO WS-STATUS-TEXT
               WHEN CY-STEP-STARTED
                   MOVE "STARTED" TO WS-STATUS-TEXT
               WHEN CY-STEP-COMPLETE
                   MOVE "COMPLETE" TO WS-STATUS-TEXT
               WHEN CY-STEP-FAILED
                   MOVE "FAILED" TO WS-STATUS-TEXT
               WHEN CY-STEP-ABENDED
                   MOVE "ABENDED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO CYCLE-PRINT-RECORD
           STRING "  " DELIMITED SIZE
               CY-STEP-NO DELIMITED SIZE
               "  " DELIMITED SIZE
               CY-STEP-NAME DELIMITED SIZE
               "  " DELIMITED SIZE
               CY-START-TIMESTAMP(1:14) DELIMITED SIZE
               "  " DELIMITED SIZE
               CY-END-TIMESTAMP(1:14) DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-ELAPSED-EDITED DELIMITED SIZE
               "S  " DELIMITED SIZE
               CY-RETURN-CODE DELIMITED SIZE
               "  " DELIMITED SIZE
               CY-MAX-RETURN-CODE DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-STATUS-TEXT DELIMITED SIZE
               "  " DELIMITED SIZE
               CY-ATTEMPT-COUNT DELIMITED SIZE
               "  " DELIMITED SIZE
               CY-REASON-TEXT DELIMITED SIZE
               INTO CYCLE-PRINT-RECORD
           END-STRING
           WRITE CYCLE-PRINT-RECORD.

       3500-COMPUTE-ELAPSED.
           MOVE ZEROS TO WS-ELAPSED-SECONDS
           MOVE ZEROS TO WS-ELAPSED-EDITED
           IF CY-START-TIMESTAMP(1:8) = SPACES
               OR CY-END-TIMESTAMP(1:8) = SPACES
               CONTINUE
           ELSE
               MOVE CY-START-TIMESTAMP(1:8) TO WS-WORK-DATE
               COMPUTE WS-START-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               MOVE CY-START-TIMESTAMP(9:2) TO WS-WORK-HH
               MOVE CY-START-TIMESTAMP(11:2) TO WS-WORK-MM
               MOVE CY-START-TIMESTAMP(13:2) TO WS-WORK-SS
               COMPUTE WS-START-SECONDS =
                   WS-WORK-HH * 3600 + WS-WORK-MM * 60 + WS-WORK-SS
               MOVE CY-END-TIMESTAMP(1:8) TO WS-WORK-DATE
               COMPUTE WS-END-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               MOVE CY-END-TIMESTAMP(9:2) TO WS-WORK-HH
               MOVE CY-END-TIMESTAMP(11:2) TO WS-WORK-MM
               MOVE CY-END-TIMESTAMP(13:2) TO WS-WORK-SS
               COMPUTE WS-END-SECONDS =
                   WS-WORK-HH * 3600 + WS-WORK-MM * 60 + WS-WORK-SS
               COMPUTE WS-ELAPSED-SECONDS =
                   (WS-END-DATE-INT - WS-START-DATE-INT) * 86400
                   + WS-END-SECONDS - WS-START-SECONDS
               IF WS-ELAPSED-SECONDS < 0
                   MOVE ZEROS TO WS-ELAPSED-SECONDS
               END-IF
               MOVE WS-ELAPSED-SECONDS TO WS-ELAPSED-EDITED
           END-IF.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO CYCLE-PRINT-RECORD
           WRITE CYCLE-PRINT-RECORD
           MOVE SPACES TO CYCLE-PRINT-RECORD
           STRING "BUSINESS DATES LISTED: " DELIMITED SIZE
               WS-DATES-LISTED DELIMITED SIZE
               "   STEPS LISTED: " DELIMITED SIZE
               WS-STEPS-LISTED DELIMITED SIZE
               "   CYCLES COMPLETE: " DELIMITED SIZE
               WS-CYCLES-COMPLETE DELIMITED SIZE
               "   CYCLES STOPPED: " DELIMITED SIZE
               WS-CYCLES-STOPPED DELIMITED SIZE
               INTO CYCLE-PRINT-RECORD
           END-STRING
           WRITE CYCLE-PRINT-RECORD.

       6100-WRITE-REPORT-HEADER.
           MOVE SPACES TO CYCLE-PRINT-RECORD
           STRING "CYCLERPT NIGHTLY CYCLE STATUS REPORT" DELIMITED SIZE
               "   PRINTED: " DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               "   LAST " DELIMITED SIZE
               WS-DATES-WANTED DELIMITED SIZE
               " BUSINESS DATES" DELIMITED SIZE
               INTO CYCLE-PRINT-RECORD
           END-STRING
           WRITE CYCLE-PRINT-RECORD
           MOVE SPACES TO CYCLE-PRINT-RECORD
           STRING "  NO  STEP      START           END" DELIMITED SIZE
               "             ELAPSED   RC  MAX" DELIMITED SIZE
               " STATUS    TRY REASON" DELIMITED SIZE
               INTO CYCLE-PRINT-RECORD
           END-STRING
           WRITE CYCLE-PRINT-RECORD.

       9000-TERMINATE.
           CLOSE CYCLE-CONTROL-FILE
           CLOSE CYCLE-REPORT-FILE.

       9900-ABEND.
           DISPLAY "CYCLERPT: FATAL ERROR - " WS-ABEND-TEXT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
