           IF WS-ANY-RATE-HELD
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
