      *   leg 3: feed read = processed + suspended                   *
      *          + duplicates                          (run)         *
      *   leg 4: processed base total = GL extract     (run vs GL)   *
      *          (a reprocessed date's original batches plus its     *
      *          adjustment batches)                                 *
      * Each leg prints IN BALANCE or is flagged, so an out-of-      *
      * balance morning names its leg instead of costing an hour of  *
      * adding-machine work.  The business date comes from the parm  *
           05  WS-GL-BATCH-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-GL-TOTAL             PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
           05  WS-GL-ADJ-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-GL-ADJ-TOTAL         PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
           05  WS-GL-ORIG-COUNT        PIC 9(5) VALUE ZEROS.
           05  WS-GL-ORIG-TOTAL        PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.

       01  WS-PROOF-FIELDS.
           05  WS-COUNT-DIFF           PIC S9(8) COMP-3.
           IF WS-LEGS-OFF > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
      ******************************************************************
      * Every extract batch for the business date, signed by its      *
      * debit/credit indicator.  The batch id leads with the date.    *
      * A reprocessed date's adjustment batches lead with it too and  *
      * are kept apart for the leg 4 display.                         *
      ******************************************************************
           IF WS-GLSTAT-FILE-STATUS NOT = "00"
               SET WS-GLSTAT-EOF TO TRUE
                           ELSE
                               SUBTRACT GS-AMOUNT FROM WS-GL-TOTAL
                           END-IF
                           IF GS-ADJUSTMENT-BATCH
                               ADD 1 TO WS-GL-ADJ-COUNT
                               IF GS-DR-CR-IND = "CR"
                                   ADD GS-AMOUNT TO WS-GL-ADJ-TOTAL
                               ELSE
                                   SUBTRACT GS-AMOUNT FROM
                                       WS-GL-ADJ-TOTAL
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           IF WS-GL-ADJ-COUNT > 0
               COMPUTE WS-GL-ORIG-TOTAL = WS-GL-TOTAL - WS-GL-ADJ-TOTAL
               COMPUTE WS-GL-ORIG-COUNT =
                   WS-GL-BATCH-COUNT - WS-GL-ADJ-COUNT
               MOVE WS-GL-ORIG-TOTAL TO WS-AMT-B-EDITED
               MOVE WS-GL-ORIG-COUNT TO WS-CNT-B-EDITED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "       GL ORIGINAL BATCHES       " DELIMITED
                   SIZE
                   WS-AMT-B-EDITED DELIMITED SIZE
                   "  (" DELIMITED SIZE
                   WS-CNT-B-EDITED DELIMITED SIZE
                   " BATCHES)" DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 6900-WRITE-REPORT-LINE
               MOVE WS-GL-ADJ-TOTAL TO WS-AMT-B-EDITED
               MOVE WS-GL-ADJ-COUNT TO WS-CNT-B-EDITED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "       GL ADJUSTMENT BATCHES     " DELIMITED
                   SIZE
                   WS-AMT-B-EDITED DELIMITED SIZE
                   "  (" DELIMITED SIZE
                   WS-CNT-B-EDITED DELIMITED SIZE
                   " BATCHES)" DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 6900-WRITE-REPORT-LINE
           END-IF
           MOVE WS-GL-TOTAL TO WS-AMT-B-EDITED
           MOVE WS-GL-BATCH-COUNT TO WS-CNT-B-EDITED
           MOVE SPACES TO WS-PRINT-LINE
