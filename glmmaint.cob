      *   E - reactivate a deactivated mapping                        *
      * Requests for a key that already exists (on add) or does not   *
      * exist (on the other actions) are rejected and logged.         *
      *                                                                *
      * As on BRMAINT cards, each card carries the date it takes      *
      * effect (blank means the business date on the parm card; an    *
      * earlier date is rejected).  A card dated after the business   *
      * date waits on the pending-change file until a run whose       *
      * business date has reached it - GLMMAINT runs ahead of BUG in  *
      * the nightly cycle.  Every change applied writes the mapping's *
      * before-image to the master change history, so BUG posts a     *
      * date under the mappings as they stood on that date.           *
      *                                                                *
      * Every card carries the id of the operator who keyed it, and a *
      * card without one is rejected.  Each change applied also       *
      * writes a change journal record - before and after image,      *
      * action, operator, program and time - for JRNLRPT.             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT OPTIONAL MAINT-FILE ASSIGN TO "GLMMAINT.TXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-FILE-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT MASTER-HISTORY-FILE ASSIGN TO "MSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CJ-KEY
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
      ******************************************************************
      * The same parm card BUG reads: only the business date is used  *
      * here, to decide which cards are due.                          *
      ******************************************************************
       01  PARM-RECORD.
           05  PARM-THRESHOLD-PCT      PIC 9(3).
           05  PARM-BUSINESS-DATE-X    PIC X(8).
           05  PARM-BUSINESS-DATE REDEFINES PARM-BUSINESS-DATE-X
                                       PIC 9(8).
           05  PARM-RUN-MODE           PIC X(1).
           05  PARM-RERUN-OVERRIDE     PIC X(1).
           05  FILLER                  PIC X(67).

       FD  MAINT-FILE
           RECORDING MODE IS F.
       01  MAINT-RECORD.
           05  GT-ACTION               PIC X(1).
               88  GT-VALID-ACTION            VALUE "A" "U" "D" "E".
               88  GT-ADD-MAPPING             VALUE "A".
               88  GT-UPDATE-MAPPING          VALUE "U".
               88  GT-DEACT-MAPPING           VALUE "D".
           05  GT-MAP-CODE             PIC X(4).
           05  GT-GL-ACCOUNT           PIC X(10).
           05  GT-COST-CENTER          PIC X(6).
           05  GT-EFFECTIVE-DATE-X     PIC X(8).
           05  GT-EFFECTIVE-DATE REDEFINES GT-EFFECTIVE-DATE-X
                                       PIC 9(8).
           05  GT-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(12).

       FD  GL-MAP-FILE.
           COPY GLMAP.

       FD  PENDING-CHANGE-FILE.
           COPY PENDCHG.

       FD  MASTER-HISTORY-FILE.
           COPY MSTHIST.

       FD  CHANGE-JOURNAL-FILE.
           COPY CHGJRNL.

       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F.
       01  MAINT-PRINT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-PARM-FILE-STATUS     PIC X(2).
           05  WS-MAINT-FILE-STATUS    PIC X(2).
           05  WS-MAINT-EOF-SW         PIC X VALUE "N".
               88  WS-MAINT-EOF                  VALUE "Y".
           05  WS-GLMAP-FILE-STATUS    PIC X(2).
           05  WS-PENDING-FILE-STATUS  PIC X(2).
           05  WS-PENDING-EOF-SW       PIC X VALUE "N".
               88  WS-PENDING-EOF                VALUE "Y".
           05  WS-HISTORY-FILE-STATUS  PIC X(2).
           05  WS-JOURNAL-FILE-STATUS  PIC X(2).
           05  WS-REPORT-FILE-STATUS   PIC X(2).

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-TIME    PIC X(21).
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-BUSINESS-DATE        PIC 9(8).
           05  WS-EFFECTIVE-DATE       PIC 9(8).
           05  WS-DATE-CHECK-INT       PIC 9(7).

       01  WS-COUNT-FIELDS.
           05  WS-READ-COUNT           PIC 9(5) VALUE ZEROS.
           05  WS-RELEASED-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-APPLIED-COUNT        PIC 9(5) VALUE ZEROS.
           05  WS-SCHEDULED-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-REJECTED-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-APPLIED-BEFORE       PIC 9(5) VALUE ZEROS.

       01  WS-RESULT-FIELDS.
           05  WS-RESULT-TEXT          PIC X(40).
           05  WS-SOURCE-TEXT          PIC X(7).

       01  WS-SCHEDULE-FIELDS.
      ******************************************************************
      * Workfields for scheduling a future-dated card and for the     *
      * before-image written to the master change history when a      *
      * change is applied.                                            *
      ******************************************************************
           05  WS-NEXT-SEQ             PIC 9(3) VALUE ZEROS.
           05  WS-ALREADY-PENDING-SW   PIC X VALUE "N".
               88  WS-ALREADY-PENDING            VALUE "Y".
           05  WS-HISTORY-WRITTEN-SW   PIC X VALUE "N".
               88  WS-HISTORY-WRITTEN            VALUE "Y".
           05  WS-HIST-BEFORE-SW       PIC X(1).
           05  WS-HIST-BEFORE-IMAGE    PIC X(50).

       01  WS-JOURNAL-FIELDS.
      ******************************************************************
      * The change journal takes the same before-image, the mapping   *
      * as it stands after the change, and the time it was made.      *
      ******************************************************************
           05  WS-JRNL-DATE-TIME       PIC X(21).
           05  WS-JRNL-WRITTEN-SW      PIC X VALUE "N".
               88  WS-JRNL-WRITTEN               VALUE "Y".

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-TEXT           PIC X(60).
           PERFORM 2000-APPLY-LOOP UNTIL WS-MAINT-EOF
           PERFORM 6000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           PERFORM 1100-SET-BUSINESS-DATE
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-FILE-STATUS NOT = "00"
               AND WS-MAINT-FILE-STATUS NOT = "05"
               MOVE "UNABLE TO OPEN MAINT-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O PENDING-CHANGE-FILE
           IF WS-PENDING-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF
           IF WS-PENDING-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN PENDING-CHANGE-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O MASTER-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT MASTER-HISTORY-FILE
               CLOSE MASTER-HISTORY-FILE
               OPEN I-O MASTER-HISTORY-FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN MASTER-HISTORY-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O CHANGE-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
               CLOSE CHANGE-JOURNAL-FILE
               OPEN I-O CHANGE-JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN CHANGE-JOURNAL-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O GL-MAP-FILE
           IF WS-GLMAP-FILE-STATUS = "35"
               OPEN OUTPUT GL-MAP-FILE
               PERFORM 9900-ABEND
           END-IF
           PERFORM 6100-WRITE-REPORT-HEADER
           PERFORM 3000-RELEASE-PENDING-CHANGES
           PERFORM 2500-READ-MAINT-RECORD.

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

       2000-APPLY-LOOP.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE "CARD" TO WS-SOURCE-TEXT
           IF GT-OPERATOR-ID = SPACES
               MOVE "REJECTED - OPERATOR ID MISSING" TO WS-RESULT-TEXT
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM 2010-CHECK-EFFECTIVE-DATE
           END-IF
           IF WS-RESULT-TEXT = SPACES
               IF WS-EFFECTIVE-DATE > WS-BUSINESS-DATE
                   PERFORM 2020-SCHEDULE-CHANGE
               ELSE
                   PERFORM 2050-APPLY-REQUEST
               END-IF
           END-IF
           PERFORM 6200-WRITE-LOG-LINE
           PERFORM 2500-READ-MAINT-RECORD.

       2010-CHECK-EFFECTIVE-DATE.
      ******************************************************************
      * A blank effective date means the business date.  A change     *
      * cannot be backdated: days already posted stand as they were.  *
      ******************************************************************
           IF GT-EFFECTIVE-DATE-X = SPACES
               MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE
           ELSE
               IF GT-EFFECTIVE-DATE-X NOT NUMERIC
                   MOVE "REJECTED - EFFECTIVE DATE NOT NUMERIC" TO
                       WS-RESULT-TEXT
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   COMPUTE WS-DATE-CHECK-INT =
                       FUNCTION INTEGER-OF-DATE(GT-EFFECTIVE-DATE)
                   IF WS-DATE-CHECK-INT = 0
                       MOVE "REJECTED - EFFECTIVE DATE INVALID" TO
                           WS-RESULT-TEXT
                       ADD 1 TO WS-REJECTED-COUNT
                   ELSE
                       IF GT-EFFECTIVE-DATE < WS-BUSINESS-DATE
                           MOVE "REJECTED - EFFECTIVE DATE BACKDATED"
                               TO WS-RESULT-TEXT
                           ADD 1 TO WS-REJECTED-COUNT
                       ELSE
                           MOVE GT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2020-SCHEDULE-CHANGE.
      ******************************************************************
      * Only the card itself is checked now; whether the mapping is   *
      * on file is checked when the change is released.  The same     *
      * card keyed twice for the same date is scheduled once.         *
      ******************************************************************
           IF NOT GT-VALID-ACTION
               MOVE "REJECTED - INVALID ACTION CODE" TO
                   WS-RESULT-TEXT
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF GT-ADD-MAPPING OR GT-UPDATE-MAPPING
                   PERFORM 2120-CHECK-REQUEST-FIELDS
               END-IF
               IF WS-RESULT-TEXT = SPACES
                   PERFORM 2030-FIND-NEXT-PENDING-SEQ
                   IF WS-ALREADY-PENDING
                       MOVE "REJECTED - ALREADY SCHEDULED" TO
                           WS-RESULT-TEXT
                       ADD 1 TO WS-REJECTED-COUNT
                   ELSE
                       PERFORM 2040-WRITE-PENDING-CHANGE
                       MOVE SPACES TO WS-RESULT-TEXT
                       STRING "SCHEDULED FOR " DELIMITED SIZE
                           WS-EFFECTIVE-DATE DELIMITED SIZE
                           INTO WS-RESULT-TEXT
                       END-STRING
                       ADD 1 TO WS-SCHEDULED-COUNT
                   END-IF
               END-IF
           END-IF.

       2030-FIND-NEXT-PENDING-SEQ.
           MOVE ZEROS TO WS-NEXT-SEQ
           MOVE "N" TO WS-ALREADY-PENDING-SW
           MOVE "N" TO WS-PENDING-EOF-SW
           MOVE WS-EFFECTIVE-DATE TO PC-EFFECTIVE-DATE
           MOVE "G" TO PC-SOURCE
           MOVE ZEROS TO PC-SEQ
           START PENDING-CHANGE-FILE KEY NOT < PC-KEY
           IF WS-PENDING-FILE-STATUS NOT = "00"
               SET WS-PENDING-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PENDING-EOF
               READ PENDING-CHANGE-FILE NEXT
                   AT END
                       SET WS-PENDING-EOF TO TRUE
                   NOT AT END
                       IF PC-EFFECTIVE-DATE NOT = WS-EFFECTIVE-DATE
                           OR NOT PC-GLMAP-CARD
                           SET WS-PENDING-EOF TO TRUE
                       ELSE
                           MOVE PC-SEQ TO WS-NEXT-SEQ
                           IF PC-CARD-IMAGE(1:30) = MAINT-RECORD(1:30)
                               SET WS-ALREADY-PENDING TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NEXT-SEQ = 999
               MOVE "TOO MANY CHANGES PENDING FOR ONE DATE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           ADD 1 TO WS-NEXT-SEQ.

       2040-WRITE-PENDING-CHANGE.
           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE WS-EFFECTIVE-DATE TO PC-EFFECTIVE-DATE
           MOVE "G" TO PC-SOURCE
           MOVE WS-NEXT-SEQ TO PC-SEQ
           MOVE MAINT-RECORD TO PC-CARD-IMAGE
           MOVE WS-RUN-DATE TO PC-KEYED-DATE
           MOVE WS-BUSINESS-DATE TO PC-KEYED-BUSINESS-DATE
           WRITE PENDING-CHANGE-RECORD
           IF WS-PENDING-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO WRITE PENDING-CHANGE RECORD" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF.

       2050-APPLY-REQUEST.
      ******************************************************************
      * Apply one card - keyed tonight or released off the pending    *
      * file - and, when it changed the master, record the mapping's  *
      * before-image under the card's effective date and journal the  *
      * change.                                                       *
      ******************************************************************
           PERFORM 2060-CAPTURE-BEFORE-IMAGE
           MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE
           EVALUATE TRUE
               WHEN GT-ADD-MAPPING
                   PERFORM 2100-ADD-MAPPING
                       WS-RESULT-TEXT
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE
           IF WS-APPLIED-COUNT > WS-APPLIED-BEFORE
               PERFORM 2070-WRITE-HISTORY
               PERFORM 2080-WRITE-JOURNAL
           END-IF.

       2060-CAPTURE-BEFORE-IMAGE.
           MOVE GT-MAP-TYPE TO GM-MAP-TYPE
           MOVE GT-MAP-CODE TO GM-MAP-CODE
           READ GL-MAP-FILE
           EVALUATE WS-GLMAP-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-HIST-BEFORE-SW
                   MOVE GL-MAP-RECORD TO WS-HIST-BEFORE-IMAGE
               WHEN "23"
                   MOVE "N" TO WS-HIST-BEFORE-SW
                   MOVE SPACES TO WS-HIST-BEFORE-IMAGE
               WHEN OTHER
                   MOVE "UNABLE TO READ GL-MAP-FILE" TO WS-ABEND-TEXT
                   PERFORM 9900-ABEND
           END-EVALUATE.

       2070-WRITE-HISTORY.
           MOVE SPACES TO MASTER-HISTORY-RECORD
           MOVE "G" TO MH-FILE-ID
           MOVE GT-MAP-TYPE TO MH-RECORD-KEY(1:1)
           MOVE GT-MAP-CODE TO MH-RECORD-KEY(2:4)
           MOVE WS-EFFECTIVE-DATE TO MH-EFFECTIVE-DATE
           MOVE 1 TO MH-SEQ
           MOVE GT-ACTION TO MH-ACTION
           MOVE WS-HIST-BEFORE-SW TO MH-BEFORE-SW
           MOVE WS-HIST-BEFORE-IMAGE TO MH-BEFORE-IMAGE
           MOVE WS-RUN-DATE TO MH-APPLIED-DATE
           MOVE "N" TO WS-HISTORY-WRITTEN-SW
           PERFORM 2075-TRY-HISTORY-WRITE UNTIL WS-HISTORY-WRITTEN.

       2075-TRY-HISTORY-WRITE.
      ******************************************************************
      * Changes to one mapping effective the same date take the next  *
      * free sequence, so they read back in the order applied.        *
      ******************************************************************
           WRITE MASTER-HISTORY-RECORD
           EVALUATE WS-HISTORY-FILE-STATUS
               WHEN "00"
                   SET WS-HISTORY-WRITTEN TO TRUE
               WHEN "22"
                   IF MH-SEQ = 999
                       MOVE "TOO MANY CHANGES TO ONE RECORD IN A DAY"
                           TO WS-ABEND-TEXT
                       PERFORM 9900-ABEND
                   END-IF
                   ADD 1 TO MH-SEQ
               WHEN OTHER
                   MOVE "UNABLE TO WRITE MASTER-HISTORY RECORD" TO
                       WS-ABEND-TEXT
                   PERFORM 9900-ABEND
           END-EVALUATE.

       2080-WRITE-JOURNAL.
      ******************************************************************
      * The after-image is read back off the master.  The operator is *
      * the one on the card, so a released pending card is journalled *
      * under the operator who keyed it.                              *
      ******************************************************************
           MOVE GT-MAP-TYPE TO GM-MAP-TYPE
           MOVE GT-MAP-CODE TO GM-MAP-CODE
           READ GL-MAP-FILE
           IF WS-GLMAP-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO READ GL-MAP-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-DATE-TIME
           MOVE SPACES TO CHANGE-JOURNAL-RECORD
           MOVE "G" TO CJ-FILE-ID
           MOVE GM-KEY TO CJ-RECORD-KEY
           MOVE WS-JRNL-DATE-TIME(1:8) TO CJ-CHANGE-DATE
           MOVE WS-JRNL-DATE-TIME(9:8) TO CJ-CHANGE-TIME
           MOVE 1 TO CJ-SEQ
           MOVE GT-ACTION TO CJ-ACTION
           MOVE GT-OPERATOR-ID TO CJ-OPERATOR-ID
           MOVE "GLMMAINT" TO CJ-SOURCE-PROGRAM
           MOVE WS-BUSINESS-DATE TO CJ-BUSINESS-DATE
           MOVE WS-HIST-BEFORE-SW TO CJ-BEFORE-SW
           MOVE WS-HIST-BEFORE-IMAGE TO CJ-BEFORE-IMAGE
           MOVE GL-MAP-RECORD TO CJ-AFTER-IMAGE
           MOVE "N" TO WS-JRNL-WRITTEN-SW
           PERFORM 2085-TRY-JOURNAL-WRITE UNTIL WS-JRNL-WRITTEN.

       2085-TRY-JOURNAL-WRITE.
           WRITE CHANGE-JOURNAL-RECORD
           EVALUATE WS-JOURNAL-FILE-STATUS
               WHEN "00"
                   SET WS-JRNL-WRITTEN TO TRUE
               WHEN "22"
                   IF CJ-SEQ = 999
                       MOVE "TOO MANY CHANGES TO ONE RECORD AT ONCE"
                           TO WS-ABEND-TEXT
                       PERFORM 9900-ABEND
                   END-IF
                   ADD 1 TO CJ-SEQ
               WHEN OTHER
                   MOVE "UNABLE TO WRITE CHANGE-JOURNAL RECORD" TO
                       WS-ABEND-TEXT
                   PERFORM 9900-ABEND
           END-EVALUATE.

       2100-ADD-MAPPING.
           PERFORM 2120-CHECK-REQUEST-FIELDS
           END-IF.

       2500-READ-MAINT-RECORD.
           IF WS-MAINT-FILE-STATUS = "05"
               SET WS-MAINT-EOF TO TRUE
           ELSE
               READ MAINT-FILE
                   AT END
                       SET WS-MAINT-EOF TO TRUE
               END-READ
           END-IF.

       3000-RELEASE-PENDING-CHANGES.
      ******************************************************************
      * Apply every GL mapping card on the pending-change file whose  *
      * effective date the business date has reached, oldest first,   *
      * and take it off the file.                                     *
      ******************************************************************
           MOVE "N" TO WS-PENDING-EOF-SW
           MOVE LOW-VALUES TO PC-KEY
           START PENDING-CHANGE-FILE KEY NOT < PC-KEY
           IF WS-PENDING-FILE-STATUS NOT = "00"
               SET WS-PENDING-EOF TO TRUE
           END-IF
           PERFORM 3100-RELEASE-NEXT-CHANGE UNTIL WS-PENDING-EOF.

       3100-RELEASE-NEXT-CHANGE.
           READ PENDING-CHANGE-FILE NEXT
               AT END
                   SET WS-PENDING-EOF TO TRUE
               NOT AT END
                   IF PC-EFFECTIVE-DATE > WS-BUSINESS-DATE
                       SET WS-PENDING-EOF TO TRUE
                   ELSE
                       IF PC-GLMAP-CARD
                           PERFORM 3200-APPLY-PENDING-CHANGE
                       END-IF
                   END-IF
           END-READ.

       3200-APPLY-PENDING-CHANGE.
           ADD 1 TO WS-RELEASED-COUNT
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE "PENDING" TO WS-SOURCE-TEXT
           MOVE PC-CARD-IMAGE TO MAINT-RECORD
           MOVE PC-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           PERFORM 2050-APPLY-REQUEST
           DELETE PENDING-CHANGE-FILE
           IF WS-PENDING-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO DELETE PENDING-CHANGE RECORD" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           PERFORM 6200-WRITE-LOG-LINE.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO MAINT-PRINT-RECORD
           WRITE MAINT-PRINT-RECORD
           MOVE SPACES TO MAINT-PRINT-RECORD
           STRING "REQUESTS READ: " DELIMITED SIZE
               WS-READ-COUNT DELIMITED SIZE
               "   PENDING RELEASED: " DELIMITED SIZE
               WS-RELEASED-COUNT DELIMITED SIZE
               "   APPLIED: " DELIMITED SIZE
               WS-APPLIED-COUNT DELIMITED SIZE
               "   SCHEDULED: " DELIMITED SIZE
               WS-SCHEDULED-COUNT DELIMITED SIZE
               "   REJECTED: " DELIMITED SIZE
               WS-REJECTED-COUNT DELIMITED SIZE
               INTO MAINT-PRINT-RECORD
               DELIMITED SIZE
               "   RUN DATE: " DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               "   BUSINESS DATE: " DELIMITED SIZE
               WS-BUSINESS-DATE DELIMITED SIZE
               INTO MAINT-PRINT-RECORD
           END-STRING
           WRITE MAINT-PRINT-RECORD
               "  " DELIMITED SIZE
               GT-COST-CENTER DELIMITED SIZE
               "  " DELIMITED SIZE
               GT-EFFECTIVE-DATE-X DELIMITED SIZE
               "  " DELIMITED SIZE
               GT-OPERATOR-ID DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-SOURCE-TEXT DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-RESULT-TEXT DELIMITED SIZE
               INTO MAINT-PRINT-RECORD
           END-STRING

       9000-TERMINATE.
           CLOSE MAINT-FILE
           CLOSE PENDING-CHANGE-FILE
           CLOSE MASTER-HISTORY-FILE
           CLOSE CHANGE-JOURNAL-FILE
           CLOSE GL-MAP-FILE
           CLOSE MAINT-REPORT-FILE.

