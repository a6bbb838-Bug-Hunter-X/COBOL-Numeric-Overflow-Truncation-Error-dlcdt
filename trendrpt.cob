      * A region-level summary page follows the branch detail: the   *
      * same periods totalled by region, with the region name from   *
      * the region master.                                            *
      *                                                                *
      * A month whose closed figures have since been corrected by a  *
      * prior-period adjustment is marked RESTATED, on the branch     *
      * line and on its region's line.                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
               10  TP-AMOUNT           PIC S9(9)V99 COMP-3.
               10  TP-ON-FILE-SW       PIC X.
                   88  TP-ON-FILE             VALUE "Y".
               10  TP-RESTATED-SW      PIC X.
                   88  TP-RESTATED            VALUE "Y".

       01  WS-TREND-FIELDS.
           05  WS-PRIOR-AMOUNT         PIC S9(9)V99 COMP-3.
                   15  RS-AMOUNT       PIC S9(11)V99 COMP-3.
                   15  RS-ON-FILE-SW   PIC X.
                       88  RS-ON-FILE         VALUE "Y".
                   15  RS-RESTATED-SW  PIC X.
                       88  RS-RESTATED        VALUE "Y".

       01  WS-COUNT-FIELDS.
           05  WS-BRANCHES-LISTED      PIC 9(5) VALUE ZEROS.
           05  WS-AMOUNT-EDITED        PIC +ZZZ,ZZZ,ZZ9.99.
           05  WS-CHANGE-EDITED        PIC +Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-RGN-AMOUNT-EDITED    PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-RESTATED-TEXT        PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

       2200-FETCH-PERIOD-AMOUNT.
           MOVE "N" TO TP-ON-FILE-SW(WS-PERIOD-TABLE-IDX)
           MOVE "N" TO TP-RESTATED-SW(WS-PERIOD-TABLE-IDX)
           MOVE ZEROS TO TP-AMOUNT(WS-PERIOD-TABLE-IDX)
           MOVE TP-PERIOD(WS-PERIOD-TABLE-IDX) TO BH-PERIOD
           MOVE BRM-BRANCH-CODE TO BH-BRANCH-CODE
               MOVE BH-MTD-FINAL TO
                   TP-AMOUNT(WS-PERIOD-TABLE-IDX)
               MOVE "Y" TO TP-ON-FILE-SW(WS-PERIOD-TABLE-IDX)
               IF BH-RESTATED
                   MOVE "Y" TO TP-RESTATED-SW(WS-PERIOD-TABLE-IDX)
               END-IF
               SET WS-BRANCH-HAS-DATA TO TRUE
           ELSE
               IF WS-BRHIST-FILE-STATUS NOT = "23"

       2400-WRITE-PERIOD-LINE.
           MOVE TP-AMOUNT(WS-PERIOD-TABLE-IDX) TO WS-AMOUNT-EDITED
           MOVE SPACES TO WS-RESTATED-TEXT
           IF TP-RESTATED(WS-PERIOD-TABLE-IDX)
               MOVE "  RESTATED" TO WS-RESTATED-TEXT
           END-IF
           IF WS-PRIOR-ON-FILE
               COMPUTE WS-CHANGE-AMOUNT =
                   TP-AMOUNT(WS-PERIOD-TABLE-IDX) - WS-PRIOR-AMOUNT
                   WS-AMOUNT-EDITED DELIMITED SIZE
                   "  CHANGE " DELIMITED SIZE
                   WS-CHANGE-EDITED DELIMITED SIZE
                   WS-RESTATED-TEXT DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
                   TP-PERIOD(WS-PERIOD-TABLE-IDX) DELIMITED SIZE
                   "  MONTH " DELIMITED SIZE
                   WS-AMOUNT-EDITED DELIMITED SIZE
                   "                          " DELIMITED SIZE
                   WS-RESTATED-TEXT DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
                           (WS-RGNSUM-TABLE-IDX WS-PERIOD-IDX)
                       MOVE "N" TO RS-ON-FILE-SW
                           (WS-RGNSUM-TABLE-IDX WS-PERIOD-IDX)
                       MOVE "N" TO RS-RESTATED-SW
                           (WS-RGNSUM-TABLE-IDX WS-PERIOD-IDX)
                   END-PERFORM
                   SET WS-RGNSUM-FOUND TO TRUE
               END-IF
                           (WS-RGNSUM-TABLE-IDX WS-PERIOD-IDX)
                       MOVE "Y" TO RS-ON-FILE-SW
                           (WS-RGNSUM-TABLE-IDX WS-PERIOD-IDX)
                       IF TP-RESTATED(WS-PERIOD-TABLE-IDX)
                           MOVE "Y" TO RS-RESTATED-SW
                               (WS-RGNSUM-TABLE-IDX WS-PERIOD-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
       7200-WRITE-REGION-PERIOD-LINE.
           MOVE RS-AMOUNT(WS-RGNSUM-TABLE-IDX WS-PERIOD-IDX) TO
               WS-RGN-AMOUNT-EDITED
           MOVE SPACES TO WS-RESTATED-TEXT
           IF RS-RESTATED(WS-RGNSUM-TABLE-IDX WS-PERIOD-IDX)
               MOVE "  RESTATED" TO WS-RESTATED-TEXT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " DELIMITED SIZE
               TP-PERIOD(WS-PERIOD-TABLE-IDX) DELIMITED SIZE
               "  MONTH " DELIMITED SIZE
               WS-RGN-AMOUNT-EDITED DELIMITED SIZE
               WS-RESTATED-TEXT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE.
