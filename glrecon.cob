      * Everything still unacknowledged is then aged, with the        *
      * amount at risk shown for batches 1, 2 and 3-or-more days      *
      * old.                                                          *
      *                                                                *
      * A reprocessed business date carries adjustment batches beside *
      * its original ones; each is matched and aged like any other,   *
      * and the day's GL total is shown as originals plus             *
      * adjustments for every date that has been adjusted.            *
      *                                                                *
      * Prior-period adjustment batches from PPADJUST post to a       *
      * closed month rather than a business date; they are matched    *
      * and aged the same way and listed with the period each posts   *
      * to and where it stands.                                       *
      *                                                                *
      * Month-end FX revaluation batches from FXREVAL are matched and *
      * aged the same way again and listed in a section of their own  *
      * with the month and branch each revalues.                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  WS-AGE-3-AMOUNT         PIC 9(13)V99 COMP-3
                                        VALUE ZEROS.

       01  WS-DAY-TOTAL-FIELDS.
           05  WS-DAY-DATE             PIC X(8) VALUE SPACES.
           05  WS-DAY-ORIG-TOTAL       PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
           05  WS-DAY-ADJ-TOTAL        PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
           05  WS-DAY-GL-TOTAL         PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
           05  WS-DAY-ADJ-COUNT        PIC 9(5) VALUE ZEROS.
           05  WS-DAY-UNACKED-COUNT    PIC 9(5) VALUE ZEROS.
           05  WS-BATCH-AMOUNT         PIC S9(13)V99 COMP-3.
           05  WS-ADJUSTED-DAYS        PIC 9(5) VALUE ZEROS.

       01  WS-PRIOR-PERIOD-FIELDS.
           05  WS-PPA-COUNT            PIC 9(5) VALUE ZEROS.
           05  WS-PPA-UNACKED-COUNT    PIC 9(5) VALUE ZEROS.
           05  WS-PPA-STATUS-TEXT      PIC X(18).

       01  WS-REVALUATION-FIELDS.
           05  WS-FXR-COUNT            PIC 9(5) VALUE ZEROS.
           05  WS-FXR-UNACKED-COUNT    PIC 9(5) VALUE ZEROS.
           05  WS-FXR-STATUS-TEXT      PIC X(18).

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-TEXT           PIC X(60).

           05  WS-ACK-AMT-EDITED       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-RISK-EDITED          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-AGE-EDITED           PIC ZZZZ9.
           05  WS-DAY-ORIG-EDITED      PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-DAY-ADJ-EDITED       PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-DAY-GL-EDITED        PIC +ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-LOOP UNTIL WS-ACK-EOF
           PERFORM 3000-AGE-UNACKED-BATCHES
           PERFORM 4000-TOTAL-ADJUSTED-DAYS
           PERFORM 4500-LIST-PRIOR-PERIOD-BATCHES
           PERFORM 4700-LIST-REVALUATION-BATCHES
           PERFORM 6000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           END-STRING
           WRITE RECON-PRINT-RECORD.

       4000-TOTAL-ADJUSTED-DAYS.
      ******************************************************************
      * Batches whose id leads with a business date are grouped by    *
      * that date in key order: originals and adjustments together    *
      * make the day's GL total.  Only dates with an adjustment are   *
      * listed - for every other date the GL total is its batches.    *
      ******************************************************************
           MOVE SPACES TO RECON-PRINT-RECORD
           WRITE RECON-PRINT-RECORD
           MOVE "DAY GL TOTALS - ORIGINAL BATCHES PLUS ADJUSTMENTS" TO
               RECON-PRINT-RECORD
           WRITE RECON-PRINT-RECORD
           MOVE SPACES TO WS-DAY-DATE
           MOVE "N" TO WS-GLSTAT-EOF-SW
           MOVE LOW-VALUES TO GS-BATCH-ID
           START GL-STATUS-FILE KEY NOT < GS-BATCH-ID
           IF WS-GLSTAT-FILE-STATUS NOT = "00"
               SET WS-GLSTAT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-GLSTAT-EOF
               READ GL-STATUS-FILE NEXT
                   AT END
                       SET WS-GLSTAT-EOF TO TRUE
                   NOT AT END
                       IF GS-BATCH-ID(1:8) NUMERIC
                           PERFORM 4100-TOTAL-ONE-BATCH
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 4200-CLOSE-DAY
           IF WS-ADJUSTED-DAYS = 0
               MOVE "  (NO ADJUSTED BUSINESS DATES ON FILE)" TO
                   RECON-PRINT-RECORD
               WRITE RECON-PRINT-RECORD
           END-IF.

       4100-TOTAL-ONE-BATCH.
           IF GS-BATCH-ID(1:8) NOT = WS-DAY-DATE
               PERFORM 4200-CLOSE-DAY
               MOVE GS-BATCH-ID(1:8) TO WS-DAY-DATE
           END-IF
           IF GS-DR-CR-IND = "CR"
               MOVE GS-AMOUNT TO WS-BATCH-AMOUNT
           ELSE
               COMPUTE WS-BATCH-AMOUNT = GS-AMOUNT * -1
           END-IF
           IF GS-ADJUSTMENT-BATCH
               ADD 1 TO WS-DAY-ADJ-COUNT
               ADD WS-BATCH-AMOUNT TO WS-DAY-ADJ-TOTAL
           ELSE
               ADD WS-BATCH-AMOUNT TO WS-DAY-ORIG-TOTAL
           END-IF
           IF NOT GS-ACKNOWLEDGED
               ADD 1 TO WS-DAY-UNACKED-COUNT
           END-IF.

       4200-CLOSE-DAY.
           IF WS-DAY-DATE NOT = SPACES AND WS-DAY-ADJ-COUNT > 0
               ADD 1 TO WS-ADJUSTED-DAYS
               COMPUTE WS-DAY-GL-TOTAL =
                   WS-DAY-ORIG-TOTAL + WS-DAY-ADJ-TOTAL
               MOVE WS-DAY-ORIG-TOTAL TO WS-DAY-ORIG-EDITED
               MOVE WS-DAY-ADJ-TOTAL TO WS-DAY-ADJ-EDITED
               MOVE WS-DAY-GL-TOTAL TO WS-DAY-GL-EDITED
               MOVE SPACES TO RECON-PRINT-RECORD
               IF WS-DAY-UNACKED-COUNT > 0
                   STRING "  " DELIMITED SIZE
                       WS-DAY-DATE DELIMITED SIZE
                       "  ORIGINAL " DELIMITED SIZE
                       WS-DAY-ORIG-EDITED DELIMITED SIZE
                       "  ADJUSTMENTS " DELIMITED SIZE
                       WS-DAY-ADJ-EDITED DELIMITED SIZE
                       "  DAY GL TOTAL " DELIMITED SIZE
                       WS-DAY-GL-EDITED DELIMITED SIZE
                       "  " DELIMITED SIZE
                       WS-DAY-UNACKED-COUNT DELIMITED SIZE
                       " NOT ACKED" DELIMITED SIZE
                       INTO RECON-PRINT-RECORD
                   END-STRING
               ELSE
                   STRING "  " DELIMITED SIZE
                       WS-DAY-DATE DELIMITED SIZE
                       "  ORIGINAL " DELIMITED SIZE
                       WS-DAY-ORIG-EDITED DELIMITED SIZE
                       "  ADJUSTMENTS " DELIMITED SIZE
                       WS-DAY-ADJ-EDITED DELIMITED SIZE
                       "  DAY GL TOTAL " DELIMITED SIZE
                       WS-DAY-GL-EDITED DELIMITED SIZE
                       "  ALL ACKED" DELIMITED SIZE
                       INTO RECON-PRINT-RECORD
                   END-STRING
               END-IF
               WRITE RECON-PRINT-RECORD
           END-IF
           MOVE ZEROS TO WS-DAY-ORIG-TOTAL
           MOVE ZEROS TO WS-DAY-ADJ-TOTAL
           MOVE ZEROS TO WS-DAY-ADJ-COUNT
           MOVE ZEROS TO WS-DAY-UNACKED-COUNT.

       4500-LIST-PRIOR-PERIOD-BATCHES.
           MOVE SPACES TO RECON-PRINT-RECORD
           WRITE RECON-PRINT-RECORD
           MOVE "PRIOR-PERIOD ADJUSTMENT BATCHES" TO
               RECON-PRINT-RECORD
           WRITE RECON-PRINT-RECORD
           MOVE "N" TO WS-GLSTAT-EOF-SW
           MOVE SPACES TO GS-BATCH-ID
           MOVE "PPA" TO GS-BATCH-ID(1:3)
           MOVE LOW-VALUES TO GS-BATCH-ID(4:9)
           START GL-STATUS-FILE KEY NOT < GS-BATCH-ID
           IF WS-GLSTAT-FILE-STATUS NOT = "00"
               SET WS-GLSTAT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-GLSTAT-EOF
               READ GL-STATUS-FILE NEXT
                   AT END
                       SET WS-GLSTAT-EOF TO TRUE
                   NOT AT END
                       IF GS-BATCH-ID(1:3) NOT = "PPA"
                           SET WS-GLSTAT-EOF TO TRUE
                       ELSE
                           IF GS-PRIOR-PERIOD-BATCH
                               PERFORM 4600-WRITE-PRIOR-PERIOD-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PPA-COUNT = 0
               MOVE "  (NO PRIOR-PERIOD BATCHES ON FILE)" TO
                   RECON-PRINT-RECORD
               WRITE RECON-PRINT-RECORD
           ELSE
               MOVE SPACES TO RECON-PRINT-RECORD
               STRING "  PRIOR-PERIOD BATCHES: " DELIMITED SIZE
                   WS-PPA-COUNT DELIMITED SIZE
                   "  NOT YET ACKNOWLEDGED: " DELIMITED SIZE
                   WS-PPA-UNACKED-COUNT DELIMITED SIZE
                   INTO RECON-PRINT-RECORD
               END-STRING
               WRITE RECON-PRINT-RECORD
           END-IF.

       4600-WRITE-PRIOR-PERIOD-LINE.
           ADD 1 TO WS-PPA-COUNT
           MOVE SPACES TO WS-PPA-STATUS-TEXT
           EVALUATE TRUE
               WHEN GS-ACKNOWLEDGED
                   STRING "ACKED " DELIMITED SIZE
                       GS-ACK-DATE DELIMITED SIZE
                       INTO WS-PPA-STATUS-TEXT
                   END-STRING
               WHEN GS-AMOUNT-MISMATCH
                   MOVE "AMOUNT MISMATCH" TO WS-PPA-STATUS-TEXT
                   ADD 1 TO WS-PPA-UNACKED-COUNT
               WHEN OTHER
                   MOVE "NOT ACKED" TO WS-PPA-STATUS-TEXT
                   ADD 1 TO WS-PPA-UNACKED-COUNT
           END-EVALUATE
           MOVE GS-AMOUNT TO WS-AMOUNT-EDITED
           MOVE SPACES TO RECON-PRINT-RECORD
           STRING "  BATCH " DELIMITED SIZE
               GS-BATCH-ID DELIMITED SIZE
               "  PERIOD " DELIMITED SIZE
               GS-GL-PERIOD DELIMITED SIZE
               "  BRANCH " DELIMITED SIZE
               GS-BRANCH-CODE DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-AMOUNT-EDITED DELIMITED SIZE
               "  " DELIMITED SIZE
               GS-DR-CR-IND DELIMITED SIZE
               "  SENT " DELIMITED SIZE
               GS-SENT-DATE DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-PPA-STATUS-TEXT DELIMITED SIZE
               INTO RECON-PRINT-RECORD
           END-STRING
           WRITE RECON-PRINT-RECORD.

       4700-LIST-REVALUATION-BATCHES.
           MOVE SPACES TO RECON-PRINT-RECORD
           WRITE RECON-PRINT-RECORD
           MOVE "MONTH-END FX REVALUATION BATCHES" TO
               RECON-PRINT-RECORD
           WRITE RECON-PRINT-RECORD
           MOVE "N" TO WS-GLSTAT-EOF-SW
           MOVE SPACES TO GS-BATCH-ID
           MOVE "FXR" TO GS-BATCH-ID(1:3)
           MOVE LOW-VALUES TO GS-BATCH-ID(4:9)
           START GL-STATUS-FILE KEY NOT < GS-BATCH-ID
           IF WS-GLSTAT-FILE-STATUS NOT = "00"
               SET WS-GLSTAT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-GLSTAT-EOF
               READ GL-STATUS-FILE NEXT
                   AT END
                       SET WS-GLSTAT-EOF TO TRUE
                   NOT AT END
                       IF GS-BATCH-ID(1:3) NOT = "FXR"
                           SET WS-GLSTAT-EOF TO TRUE
                       ELSE
                           IF GS-REVALUATION-BATCH
                               PERFORM 4800-WRITE-REVALUATION-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FXR-COUNT = 0
               MOVE "  (NO REVALUATION BATCHES ON FILE)" TO
                   RECON-PRINT-RECORD
               WRITE RECON-PRINT-RECORD
           ELSE
               MOVE SPACES TO RECON-PRINT-RECORD
               STRING "  REVALUATION BATCHES: " DELIMITED SIZE
                   WS-FXR-COUNT DELIMITED SIZE
                   "  NOT YET ACKNOWLEDGED: " DELIMITED SIZE
                   WS-FXR-UNACKED-COUNT DELIMITED SIZE
                   INTO RECON-PRINT-RECORD
               END-STRING
               WRITE RECON-PRINT-RECORD
           END-IF.

       4800-WRITE-REVALUATION-LINE.
           ADD 1 TO WS-FXR-COUNT
           MOVE SPACES TO WS-FXR-STATUS-TEXT
           EVALUATE TRUE
               WHEN GS-ACKNOWLEDGED
                   STRING "ACKED " DELIMITED SIZE
                       GS-ACK-DATE DELIMITED SIZE
                       INTO WS-FXR-STATUS-TEXT
                   END-STRING
               WHEN GS-AMOUNT-MISMATCH
                   MOVE "AMOUNT MISMATCH" TO WS-FXR-STATUS-TEXT
                   ADD 1 TO WS-FXR-UNACKED-COUNT
               WHEN OTHER
                   MOVE "NOT ACKED" TO WS-FXR-STATUS-TEXT
                   ADD 1 TO WS-FXR-UNACKED-COUNT
           END-EVALUATE
           MOVE GS-AMOUNT TO WS-AMOUNT-EDITED
           MOVE SPACES TO RECON-PRINT-RECORD
           STRING "  BATCH " DELIMITED SIZE
               GS-BATCH-ID DELIMITED SIZE
               "  MONTH " DELIMITED SIZE
               GS-GL-PERIOD DELIMITED SIZE
               "  BRANCH " DELIMITED SIZE
               GS-BRANCH-CODE DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-AMOUNT-EDITED DELIMITED SIZE
               "  " DELIMITED SIZE
               GS-DR-CR-IND DELIMITED SIZE
               "  SENT " DELIMITED SIZE
               GS-SENT-DATE DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-FXR-STATUS-TEXT DELIMITED SIZE
               INTO RECON-PRINT-RECORD
           END-STRING
           WRITE RECON-PRINT-RECORD.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO RECON-PRINT-RECORD
           WRITE RECON-PRINT-RECORD
