      * before BUG posts a short day.  A file with no headers is the *
      * single unnamed feed of old.                                  *
      *                                                                *
      * A reversal record is edited as a detail, plus its reference  *
      * to the original item, and counts in the accepted and raw      *
      * totals at its posting effect - the negation of the original. *
      *                                                                *
      * Reject reason codes:                                          *
      *   RTYP - record type not "D", "R", "T" or "H"                *
      *   TXID - transaction id is all spaces                         *
      *   TTYP - transaction type not "C" (credit) or "D" (debit)     *
      *   AMTN - transaction amount not numeric                       *
      *   CURR - currency code not blank (base) or 3 letters          *
      *   TRLR - trailer count or total not numeric                   *
      *   FDID - feed id on a header record is all spaces             *
      *   RVRF - reversal without an original id, or with an original *
      *          business date that is invalid or after this one      *
      ******************************************************************

       ENVIRONMENT DIVISION.

       FD  VALID-FILE
           RECORDING MODE IS F.
       01  VALID-RECORD                PIC X(49).

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-RECORD.
           05  RJ-REASON-CODE          PIC X(4).
           05  FILLER                  PIC X(1).
           05  RJ-TXN-DATA             PIC X(49).

       FD  EDIT-REPORT-FILE
           RECORDING MODE IS F.
           05  WS-REJECT-REASON        PIC X(4).
               88  WS-RECORD-CLEAN               VALUE SPACES.
           05  WS-CURR-IDX             PIC 9(1) VALUE ZEROS.
           05  WS-POSTING-SIGN-SW      PIC X VALUE "D".
               88  WS-POSTS-AS-CREDIT            VALUE "C".
           05  WS-ORIG-MONTH           PIC 9(2).
           05  WS-ORIG-DAY             PIC 9(2).

       01  WS-COUNT-FIELDS.
           05  WS-READ-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-NT-REC-TYPE          PIC X(1) VALUE "T".
           05  WS-NT-COUNT             PIC 9(7).
           05  WS-NT-TOTAL             PIC S9(11)V99.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-REASON-TABLE-FIELDS.
           05  WS-REASON-MAX           PIC 9(2) VALUE 9.
           05  WS-REASON-IDX           PIC 9(2) VALUE ZEROS.
           05  WS-REASON-TABLE.
               10  FILLER              PIC X(4) VALUE "RTYP".
               10  FILLER              PIC X(4) VALUE "CURR".
               10  FILLER              PIC X(4) VALUE "TRLR".
               10  FILLER              PIC X(4) VALUE "FDID".
               10  FILLER              PIC X(4) VALUE "RVRF".
           05  WS-REASON-CODES REDEFINES WS-REASON-TABLE.
               10  WS-REASON-CODE      PIC X(4) OCCURS 9 TIMES.
           05  WS-REASON-COUNT         PIC 9(7) OCCURS 9 TIMES
                                        VALUE ZEROS.

       01  WS-FEED-TABLE-FIELDS.
               OR WS-FEED-EXCEPTION
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
       2000-EDIT-LOOP.
           ADD 1 TO WS-READ-COUNT
           PERFORM 2100-VALIDATE-RECORD
           PERFORM 2145-SET-POSTING-SIGN
           IF (TXN-DETAIL-REC OR TXN-REVERSAL-REC)
               AND TXN-AMOUNT NUMERIC
               PERFORM 2150-ACCUMULATE-RAW-AMOUNT
           END-IF
           IF WS-RECORD-CLEAN
                   PERFORM 2115-VALIDATE-HEADER
               WHEN TXN-DETAIL-REC
                   PERFORM 2120-VALIDATE-DETAIL
               WHEN TXN-REVERSAL-REC
                   PERFORM 2140-VALIDATE-REVERSAL
               WHEN OTHER
                   MOVE "RTYP" TO WS-REJECT-REASON
           END-EVALUATE.
               END-IF
           END-PERFORM.

       2140-VALIDATE-REVERSAL.
      ******************************************************************
      * The item fields must pass the detail edit as they describe    *
      * the original as it was posted.  The reference must name an   *
      * original id and a real business date no later than this one; *
      * whether the original exists is for BUG to judge against the  *
      * archive.                                                      *
      ******************************************************************
           PERFORM 2120-VALIDATE-DETAIL
           IF WS-RECORD-CLEAN
               IF TXN-ORIG-TXN-ID = SPACES
                   OR TXN-ORIG-BUS-DATE-X NOT NUMERIC
                   MOVE "RVRF" TO WS-REJECT-REASON
               ELSE
                   MOVE TXN-ORIG-BUS-DATE-X(5:2) TO WS-ORIG-MONTH
                   MOVE TXN-ORIG-BUS-DATE-X(7:2) TO WS-ORIG-DAY
                   IF WS-ORIG-MONTH < 1 OR WS-ORIG-MONTH > 12
                       OR WS-ORIG-DAY < 1 OR WS-ORIG-DAY > 31
                       OR TXN-ORIG-BUS-DATE > WS-BUSINESS-DATE
                       MOVE "RVRF" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       2145-SET-POSTING-SIGN.
      ******************************************************************
      * A detail posts in the direction of its type; a reversal posts *
      * against it.  An invalid type byte is treated as a debit.      *
      ******************************************************************
           MOVE "D" TO WS-POSTING-SIGN-SW
           IF (TXN-CREDIT AND NOT TXN-REVERSAL-REC)
               OR (TXN-DEBIT AND TXN-REVERSAL-REC)
               SET WS-POSTS-AS-CREDIT TO TRUE
           END-IF.

       2150-ACCUMULATE-RAW-AMOUNT.
      ******************************************************************
      * Independent running total of the raw feed as read, accepted   *
      * A record with an invalid type byte is treated as a debit,     *
      * as the reject total does.                                     *
      ******************************************************************
           IF WS-POSTS-AS-CREDIT
               ADD TXN-AMOUNT TO WS-RAW-FEED-TOTAL
           ELSE
               SUBTRACT TXN-AMOUNT FROM WS-RAW-FEED-TOTAL
               PERFORM 9900-ABEND
           END-IF
           ADD 1 TO WS-VALID-COUNT
           IF WS-POSTS-AS-CREDIT
               ADD TXN-AMOUNT TO WS-ACCEPT-TOTAL
                   ON SIZE ERROR
                       SET WS-ACCEPT-OVERFLOW TO TRUE
           END-IF
           IF WS-HEADERS-SEEN AND WS-CURR-FEED > 0
               ADD 1 TO EF-ACCEPT-COUNT(WS-CURR-FEED)
               IF WS-POSTS-AS-CREDIT
                   ADD TXN-AMOUNT TO EF-ACCEPT-TOTAL(WS-CURR-FEED)
                       ON SIZE ERROR
                           SET WS-ACCEPT-OVERFLOW TO TRUE
               PERFORM 9900-ABEND
           END-IF
           ADD 1 TO WS-REJECT-COUNT
           IF (TXN-DETAIL-REC OR TXN-REVERSAL-REC)
               AND TXN-AMOUNT NUMERIC
               IF WS-POSTS-AS-CREDIT
                   ADD TXN-AMOUNT TO WS-REJECT-TOTAL
               ELSE
                   SUBTRACT TXN-AMOUNT FROM WS-REJECT-TOTAL
               END-IF
           END-IF
           PERFORM 2310-COUNT-REJECT-BY-REASON
           IF TXN-DETAIL-REC OR TXN-REVERSAL-REC
               PERFORM 2320-COUNT-REJECT-BY-BRANCH
           END-IF.

