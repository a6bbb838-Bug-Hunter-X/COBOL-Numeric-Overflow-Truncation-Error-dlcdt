       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDRPT.

      ******************************************************************
      * Pending master changes report.                                 *
      *                                                                *
      * Lists every BRMAINT and GLMMAINT card waiting on the pending- *
      * change file to take effect within the next 30 days of the     *
      * business date on the parm card (today if absent), grouped by  *
      * effective date: what the change is, the branch, region or     *
      * mapping it touches, and when it was keyed.  A card whose date *
      * has already been reached is shown as due - it is applied by   *
      * the next BRMAINT or GLMMAINT run.  Changes scheduled further  *
      * out are counted on the summary line.                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT OPTIONAL PENDING-CHANGE-FILE ASSIGN TO "PENDCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT PENDING-REPORT-FILE ASSIGN TO "PENDRPT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-THRESHOLD-PCT      PIC 9(3).
           05  PARM-BUSINESS-DATE-X    PIC X(8).
           05  PARM-BUSINESS-DATE REDEFINES PARM-BUSINESS-DATE-X
                                       PIC 9(8).
           05  PARM-RUN-MODE           PIC X(1).
           05  PARM-RERUN-OVERRIDE     PIC X(1).
           05  FILLER                  PIC X(67).

       FD  PENDING-CHANGE-FILE.
           COPY PENDCHG.

       FD  PENDING-REPORT-FILE
           RECORDING MODE IS F.
       01  PENDING-PRINT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-PARM-FILE-STATUS     PIC X(2).
           05  WS-PENDING-FILE-STATUS  PIC X(2).
           05  WS-PENDING-EOF-SW       PIC X VALUE "N".
               88  WS-PENDING-EOF                VALUE "Y".
           05  WS-REPORT-FILE-STATUS   PIC X(2).

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-TIME    PIC X(21).
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-BUSINESS-DATE        PIC 9(8).
           05  WS-WINDOW-DAYS          PIC 9(3) VALUE 30.
           05  WS-WINDOW-END-DATE      PIC 9(8).
           05  WS-CURRENT-EFF-DATE     PIC 9(8) VALUE ZEROS.

       01  WS-CARD-AREA.
      ******************************************************************
      * The pending card as keyed, in the layout of the program that  *
      * will apply it.                                                *
      ******************************************************************
           05  WS-CARD-IMAGE           PIC X(80).
           05  WS-BRANCH-CARD REDEFINES WS-CARD-IMAGE.
               10  PB-ACTION           PIC X(1).
                   88  PB-ADD-BRANCH          VALUE "A".
                   88  PB-CLOSE-BRANCH        VALUE "C".
                   88  PB-REOPEN-BRANCH       VALUE "R".
                   88  PB-MERGE-BRANCH        VALUE "M".
                   88  PB-ADD-REGION          VALUE "N".
                   88  PB-DEACT-REGION        VALUE "D".
                   88  PB-REACT-REGION        VALUE "E".
               10  PB-BRANCH-CODE      PIC X(4).
               10  PB-BRANCH-NAME      PIC X(30).
               10  PB-REGION-CODE      PIC X(3).
               10  PB-SURVIVOR-CODE    PIC X(4).
               10  PB-EFFECTIVE-DATE   PIC X(8).
               10  PB-OPERATOR-ID      PIC X(8).
               10  FILLER              PIC X(22).
           05  WS-GLMAP-CARD REDEFINES WS-CARD-IMAGE.
               10  PG-ACTION           PIC X(1).
                   88  PG-ADD-MAPPING         VALUE "A".
                   88  PG-UPDATE-MAPPING      VALUE "U".
                   88  PG-DEACT-MAPPING       VALUE "D".
                   88  PG-REACT-MAPPING       VALUE "E".
               10  PG-MAP-TYPE         PIC X(1).
               10  PG-MAP-CODE         PIC X(4).
               10  PG-GL-ACCOUNT       PIC X(10).
               10  PG-COST-CENTER      PIC X(6).
               10  PG-EFFECTIVE-DATE   PIC X(8).
               10  PG-OPERATOR-ID      PIC X(8).
               10  FILLER              PIC X(42).

       01  WS-COUNT-FIELDS.
           05  WS-LISTED-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-DUE-COUNT            PIC 9(5) VALUE ZEROS.
           05  WS-BEYOND-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-DATE-COUNT           PIC 9(5) VALUE ZEROS.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-TEXT           PIC X(60).

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-NO              PIC 9(5) VALUE ZEROS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZEROS.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
           05  WS-PRINT-LINE           PIC X(132).
           05  WS-FILE-TEXT            PIC X(6).
           05  WS-ACTION-TEXT          PIC X(18).
           05  WS-DETAIL-TEXT          PIC X(60).
           05  WS-OPERATOR-TEXT        PIC X(8).
           05  WS-DUE-TEXT             PIC X(22).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PENDING-LOOP UNTIL WS-PENDING-EOF
           PERFORM 2400-CLOSE-DATE
           PERFORM 6000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           PERFORM 1100-SET-BUSINESS-DATE
           COMPUTE WS-WINDOW-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                + WS-WINDOW-DAYS)
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PENDING-FILE-STATUS NOT = "00"
               SET WS-PENDING-EOF TO TRUE
           END-IF
           OPEN OUTPUT PENDING-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN PENDING-REPORT-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           PERFORM 6100-WRITE-REPORT-HEADER
           IF NOT WS-PENDING-EOF
               MOVE LOW-VALUES TO PC-KEY
               START PENDING-CHANGE-FILE KEY NOT < PC-KEY
               IF WS-PENDING-FILE-STATUS NOT = "00"
                   SET WS-PENDING-EOF TO TRUE
               END-IF
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

       2000-PENDING-LOOP.
           READ PENDING-CHANGE-FILE NEXT
               AT END
                   SET WS-PENDING-EOF TO TRUE
               NOT AT END
                   IF PC-EFFECTIVE-DATE > WS-WINDOW-END-DATE
                       ADD 1 TO WS-BEYOND-COUNT
                   ELSE
                       PERFORM 2100-LIST-ONE-CHANGE
                   END-IF
           END-READ.

       2100-LIST-ONE-CHANGE.
           IF PC-EFFECTIVE-DATE NOT = WS-CURRENT-EFF-DATE
               PERFORM 2400-CLOSE-DATE
               MOVE PC-EFFECTIVE-DATE TO WS-CURRENT-EFF-DATE
               MOVE SPACES TO WS-DUE-TEXT
               IF PC-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
                   MOVE "  DUE - NOT YET APPLIED" TO WS-DUE-TEXT
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               STRING "EFFECTIVE " DELIMITED SIZE
                   PC-EFFECTIVE-DATE DELIMITED SIZE
                   WS-DUE-TEXT DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 6900-WRITE-REPORT-LINE
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           ADD 1 TO WS-DATE-COUNT
           IF PC-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
               ADD 1 TO WS-DUE-COUNT
           END-IF
           MOVE PC-CARD-IMAGE TO WS-CARD-IMAGE
           IF PC-GLMAP-CARD
               PERFORM 2300-DESCRIBE-GLMAP-CARD
           ELSE
               PERFORM 2200-DESCRIBE-BRANCH-CARD
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " DELIMITED SIZE
               WS-FILE-TEXT DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-ACTION-TEXT DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-DETAIL-TEXT DELIMITED SIZE
               "  KEYED " DELIMITED SIZE
               PC-KEYED-DATE DELIMITED SIZE
               " BY " DELIMITED SIZE
               WS-OPERATOR-TEXT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE.

       2200-DESCRIBE-BRANCH-CARD.
           MOVE SPACES TO WS-DETAIL-TEXT
           MOVE PB-OPERATOR-ID TO WS-OPERATOR-TEXT
           EVALUATE TRUE
               WHEN PB-ADD-REGION OR PB-DEACT-REGION
                       OR PB-REACT-REGION
                   MOVE "REGION" TO WS-FILE-TEXT
               WHEN OTHER
                   MOVE "BRANCH" TO WS-FILE-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN PB-ADD-BRANCH
                   MOVE "ADD BRANCH" TO WS-ACTION-TEXT
                   STRING PB-BRANCH-CODE DELIMITED SIZE
                       " " DELIMITED SIZE
                       PB-BRANCH-NAME DELIMITED SIZE
                       " REGION " DELIMITED SIZE
                       PB-REGION-CODE DELIMITED SIZE
                       INTO WS-DETAIL-TEXT
                   END-STRING
               WHEN PB-CLOSE-BRANCH
                   MOVE "CLOSE BRANCH" TO WS-ACTION-TEXT
                   MOVE PB-BRANCH-CODE TO WS-DETAIL-TEXT
               WHEN PB-REOPEN-BRANCH
                   MOVE "REOPEN BRANCH" TO WS-ACTION-TEXT
                   MOVE PB-BRANCH-CODE TO WS-DETAIL-TEXT
               WHEN PB-MERGE-BRANCH
                   MOVE "MERGE BRANCH" TO WS-ACTION-TEXT
                   STRING PB-BRANCH-CODE DELIMITED SIZE
                       " INTO " DELIMITED SIZE
                       PB-SURVIVOR-CODE DELIMITED SIZE
                       INTO WS-DETAIL-TEXT
                   END-STRING
               WHEN PB-ADD-REGION
                   MOVE "ADD REGION" TO WS-ACTION-TEXT
                   STRING PB-REGION-CODE DELIMITED SIZE
                       " " DELIMITED SIZE
                       PB-BRANCH-NAME DELIMITED SIZE
                       INTO WS-DETAIL-TEXT
                   END-STRING
               WHEN PB-DEACT-REGION
                   MOVE "DEACTIVATE REGION" TO WS-ACTION-TEXT
                   MOVE PB-REGION-CODE TO WS-DETAIL-TEXT
               WHEN PB-REACT-REGION
                   MOVE "REACTIVATE REGION" TO WS-ACTION-TEXT
                   MOVE PB-REGION-CODE TO WS-DETAIL-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-ACTION-TEXT
                   MOVE WS-CARD-IMAGE TO WS-DETAIL-TEXT
           END-EVALUATE.

       2300-DESCRIBE-GLMAP-CARD.
           MOVE "GL MAP" TO WS-FILE-TEXT
           MOVE PG-OPERATOR-ID TO WS-OPERATOR-TEXT
           EVALUATE TRUE
               WHEN PG-ADD-MAPPING
                   MOVE "ADD MAPPING" TO WS-ACTION-TEXT
               WHEN PG-UPDATE-MAPPING
                   MOVE "UPDATE MAPPING" TO WS-ACTION-TEXT
               WHEN PG-DEACT-MAPPING
                   MOVE "DEACTIVATE MAPPING" TO WS-ACTION-TEXT
               WHEN PG-REACT-MAPPING
                   MOVE "REACTIVATE MAPPING" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-ACTION-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-DETAIL-TEXT
           IF PG-ADD-MAPPING OR PG-UPDATE-MAPPING
               STRING PG-MAP-TYPE DELIMITED SIZE
                   " " DELIMITED SIZE
                   PG-MAP-CODE DELIMITED SIZE
                   " ACCOUNT " DELIMITED SIZE
                   PG-GL-ACCOUNT DELIMITED SIZE
                   " COST CENTER " DELIMITED SIZE
                   PG-COST-CENTER DELIMITED SIZE
                   INTO WS-DETAIL-TEXT
               END-STRING
           ELSE
               STRING PG-MAP-TYPE DELIMITED SIZE
                   " " DELIMITED SIZE
                   PG-MAP-CODE DELIMITED SIZE
                   INTO WS-DETAIL-TEXT
               END-STRING
           END-IF.

       2400-CLOSE-DATE.
           IF WS-DATE-COUNT > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  CHANGES EFFECTIVE " DELIMITED SIZE
                   WS-CURRENT-EFF-DATE DELIMITED SIZE
                   ": " DELIMITED SIZE
                   WS-DATE-COUNT DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 6900-WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 6900-WRITE-REPORT-LINE
           END-IF
           MOVE ZEROS TO WS-DATE-COUNT.

       6000-WRITE-SUMMARY.
           IF WS-LISTED-COUNT = 0
               MOVE "  (NO CHANGES SCHEDULED IN THE NEXT 30 DAYS)" TO
                   WS-PRINT-LINE
               PERFORM 6900-WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 6900-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CHANGES LISTED: " DELIMITED SIZE
               WS-LISTED-COUNT DELIMITED SIZE
               "   DUE NOT YET APPLIED: " DELIMITED SIZE
               WS-DUE-COUNT DELIMITED SIZE
               "   SCHEDULED AFTER " DELIMITED SIZE
               WS-WINDOW-END-DATE DELIMITED SIZE
               ": " DELIMITED SIZE
               WS-BEYOND-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE.

       6100-WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE SPACES TO PENDING-PRINT-RECORD
           STRING "PENDRPT PENDING MASTER CHANGES" DELIMITED SIZE
               "   BUSINESS DATE " DELIMITED SIZE
               WS-BUSINESS-DATE DELIMITED SIZE
               " THROUGH " DELIMITED SIZE
               WS-WINDOW-END-DATE DELIMITED SIZE
               "   PRINTED: " DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               "   PAGE: " DELIMITED SIZE
               WS-PAGE-NO DELIMITED SIZE
               INTO PENDING-PRINT-RECORD
           END-STRING
           WRITE PENDING-PRINT-RECORD
           MOVE SPACES TO PENDING-PRINT-RECORD
           WRITE PENDING-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       6900-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO PENDING-PRINT-RECORD
           WRITE PENDING-PRINT-RECORD
           ADD 1 TO WS-LINE-COUNT.

       9000-TERMINATE.
           CLOSE PENDING-CHANGE-FILE
           CLOSE PENDING-REPORT-FILE.

       9900-ABEND.
           DISPLAY "PENDRPT: FATAL ERROR - " WS-ABEND-TEXT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
