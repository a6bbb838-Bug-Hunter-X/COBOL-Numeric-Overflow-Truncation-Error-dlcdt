
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD              PIC X(70).

       FD  INQUIRY-REPORT-FILE
           RECORDING MODE IS F.
           05  WS-PAGE-NO              PIC 9(5) VALUE ZEROS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZEROS.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
           05  WS-REVERSAL-NOTE        PIC X(40).
           05  WS-PRINT-LINE           PIC X(132).
           05  WS-ORIG-EDITED          PIC +Z,ZZZ,ZZ9.99.
           05  WS-BASE-EDITED          PIC +Z,ZZZ,ZZ9.99.
           END-IF
           MOVE AR-ORIG-AMOUNT TO WS-ORIG-EDITED
           MOVE AR-BASE-AMOUNT TO WS-BASE-EDITED
           MOVE SPACES TO WS-REVERSAL-NOTE
           EVALUATE TRUE
               WHEN AR-REVERSED
                   STRING "  REVERSED BY " DELIMITED SIZE
                       AR-LINK-TXN-ID DELIMITED SIZE
                       " OF " DELIMITED SIZE
                       AR-LINK-BUSINESS-DATE DELIMITED SIZE
                       INTO WS-REVERSAL-NOTE
                   END-STRING
               WHEN AR-REVERSAL-ENTRY
                   STRING "  REVERSES " DELIMITED SIZE
                       AR-LINK-TXN-ID DELIMITED SIZE
                       " OF " DELIMITED SIZE
                       AR-LINK-BUSINESS-DATE DELIMITED SIZE
                       INTO WS-REVERSAL-NOTE
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " DELIMITED SIZE
               AR-BUSINESS-DATE DELIMITED SIZE
               AR-CURRENCY-CODE DELIMITED SIZE
               "  BASE " DELIMITED SIZE
               WS-BASE-EDITED DELIMITED SIZE
               WS-REVERSAL-NOTE DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE.
