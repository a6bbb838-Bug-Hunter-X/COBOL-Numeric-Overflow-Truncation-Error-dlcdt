      * The run ends with a workbench report: every open item aged   *
      * in days from its business date, with reason code and branch, *
      * plus counts by reason.                                       *
      *                                                                *
      * Every card carries the id of the operator who keyed it, and a *
      * card without one is rejected.  Every change to a workbench    *
      * item - absorbed, repaired or released - writes a change       *
      * journal record with the item before and after, the action,    *
      * the operator and the time, for JRNLRPT.  Items absorbed from  *
      * the suspense file are journalled under operator *BATCH*.      *
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS HX-TXN-ID
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CJ-KEY
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT RELEASE-FILE ASSIGN TO "SUSPREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-FILE-STATUS.
           05  FILLER                  PIC X(1).
           05  SP-RUN-ID               PIC X(11).
           05  FILLER                  PIC X(1).
           05  SP-TXN-DATA             PIC X(49).

       FD  SUSPENSE-WORK-FILE.
           COPY SUSPWB.
           05  SM-ITEM-SEQ-X           PIC X(5).
           05  SM-ITEM-SEQ REDEFINES SM-ITEM-SEQ-X
                                       PIC 9(5).
           05  FILLER                  PIC X(1).
           05  SM-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(2).

       FD  TXN-HISTORY-FILE.
       01  TXN-HISTORY-RECORD.
           05  HX-RECORD-NO            PIC 9(7).
           05  FILLER                  PIC X(5).

       FD  CHANGE-JOURNAL-FILE.
           COPY CHGJRNL.

       FD  RELEASE-FILE
           RECORDING MODE IS F.
       01  RELEASE-RECORD              PIC X(49).

       FD  WORK-REPORT-FILE
           RECORDING MODE IS F.
           05  WS-MAINT-EOF-SW         PIC X VALUE "N".
               88  WS-MAINT-EOF                  VALUE "Y".
           05  WS-HIST-FILE-STATUS     PIC X(2).
           05  WS-JOURNAL-FILE-STATUS  PIC X(2).
           05  WS-RELEASE-FILE-STATUS  PIC X(2).
           05  WS-RELEASE-OPEN-SW      PIC X VALUE "N".
               88  WS-RELEASE-OPEN               VALUE "Y".
      * so the branch code and signed amount can be lifted from it.   *
      ******************************************************************
           05  WS-TW-REC-TYPE          PIC X(1).
               88  WS-TW-REVERSAL             VALUE "R".
           05  WS-TW-TXN-ID            PIC X(10).
           05  WS-TW-TXN-TYPE          PIC X(1).
               88  WS-TW-CREDIT               VALUE "C".
               88  WS-TW-DEBIT                VALUE "D".
           05  WS-TW-AMOUNT            PIC 9(7)V99.
           05  WS-TW-BRANCH-CODE       PIC X(4).
           05  WS-TW-CURRENCY-CODE     PIC X(3).
           05  FILLER                  PIC X(3).
           05  WS-TW-ORIG-TXN-ID       PIC X(10).
           05  WS-TW-ORIG-BUS-DATE     PIC X(8).

       01  WS-COUNT-FIELDS.
           05  WS-READ-COUNT           PIC 9(5) VALUE ZEROS.
           05  WS-ITEM-AMOUNT          PIC S9(7)V99 COMP-3.

       01  WS-REASON-TABLE-FIELDS.
           05  WS-REASON-MAX           PIC 9(2) VALUE 6.
           05  WS-REASON-IDX           PIC 9(2) VALUE ZEROS.
           05  WS-REASON-FOUND-SW      PIC X VALUE "N".
               88  WS-REASON-FOUND               VALUE "Y".
               10  FILLER              PIC X(4) VALUE "BRCL".
               10  FILLER              PIC X(4) VALUE "BRUN".
               10  FILLER              PIC X(4) VALUE "RTHD".
               10  FILLER              PIC X(4) VALUE "REVR".
           05  WS-REASON-CODES REDEFINES WS-REASON-TABLE.
               10  WS-REASON-CODE      PIC X(4) OCCURS 6 TIMES.
           05  WS-REASON-COUNT         PIC 9(7) OCCURS 6 TIMES
                                        VALUE ZEROS.
           05  WS-REASON-OTHER-COUNT   PIC 9(7) VALUE ZEROS.

           05  WS-NT-REC-TYPE          PIC X(1) VALUE "T".
           05  WS-NT-COUNT             PIC 9(7).
           05  WS-NT-TOTAL             PIC S9(11)V99.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-RESULT-FIELDS.
           05  WS-RESULT-TEXT          PIC X(40).

       01  WS-JOURNAL-FIELDS.
      ******************************************************************
      * Set by the caller before a workbench change is journalled;    *
      * the after-image is the work record as written.                *
      ******************************************************************
           05  WS-JRNL-DATE-TIME       PIC X(21).
           05  WS-JRNL-WRITTEN-SW      PIC X VALUE "N".
               88  WS-JRNL-WRITTEN               VALUE "Y".
           05  WS-JRNL-ACTION          PIC X(1).
           05  WS-JRNL-OPERATOR-ID     PIC X(8).
           05  WS-JRNL-BEFORE-SW       PIC X(1).
           05  WS-JRNL-BEFORE-IMAGE    PIC X(98).

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-TEXT           PIC X(60).

           PERFORM 4000-CLOSE-RELEASE-FILE
           PERFORM 6000-PRINT-WORKBENCH
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE "UNABLE TO OPEN TXN-HISTORY-FILE" TO WS-ABEND-TEXT
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
           OPEN OUTPUT WORK-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN WORK-REPORT-FILE" TO WS-ABEND-TEXT
                   END-IF
               END-IF
           END-PERFORM
           MOVE "A" TO WS-JRNL-ACTION
           MOVE "*BATCH*" TO WS-JRNL-OPERATOR-ID
           MOVE "N" TO WS-JRNL-BEFORE-SW
           MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
           PERFORM 2400-WRITE-JOURNAL
           ADD 1 TO WS-ABSORBED-COUNT.

       2000-APPLY-LOOP.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-RESULT-TEXT
           IF SM-OPERATOR-ID = SPACES
               MOVE "REJECTED - OPERATOR ID MISSING" TO WS-RESULT-TEXT
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF SM-REPAIR-ITEM
                   PERFORM 2100-REPAIR-ITEM
               ELSE
                   IF SM-RELEASE-REPAIRED
                       PERFORM 2200-RELEASE-REPAIRED
                   ELSE
                       MOVE "REJECTED - INVALID ACTION CODE" TO
                           WS-RESULT-TEXT
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
               END-IF
           END-IF
           PERFORM 6200-WRITE-LOG-LINE
                           WS-RESULT-TEXT
                       ADD 1 TO WS-REJECTED-COUNT
                   ELSE
                       MOVE "Y" TO WS-JRNL-BEFORE-SW
                       MOVE SUSPENSE-WORK-RECORD TO
                           WS-JRNL-BEFORE-IMAGE
                       SET SW-REPAIRED TO TRUE
                       MOVE WS-RUN-DATE TO SW-REPAIR-DATE
                       PERFORM 2150-REWRITE-WORK-RECORD
                       MOVE SM-ACTION TO WS-JRNL-ACTION
                       MOVE SM-OPERATOR-ID TO WS-JRNL-OPERATOR-ID
                       PERFORM 2400-WRITE-JOURNAL
                       MOVE "REPAIRED" TO WS-RESULT-TEXT
                       ADD 1 TO WS-APPLIED-COUNT
                       ADD 1 TO WS-REPAIRED-COUNT
           PERFORM 3100-COMPUTE-ITEM-AMOUNT
           ADD WS-ITEM-AMOUNT TO WS-RELEASED-TOTAL
           PERFORM 2270-DROP-HISTORY-ENTRY
           MOVE "Y" TO WS-JRNL-BEFORE-SW
           MOVE SUSPENSE-WORK-RECORD TO WS-JRNL-BEFORE-IMAGE
           SET SW-RELEASED TO TRUE
           MOVE WS-RUN-DATE TO SW-RELEASE-DATE
           PERFORM 2150-REWRITE-WORK-RECORD
           MOVE SM-ACTION TO WS-JRNL-ACTION
           MOVE SM-OPERATOR-ID TO WS-JRNL-OPERATOR-ID
           PERFORM 2400-WRITE-JOURNAL.

       2270-DROP-HISTORY-ENTRY.
      ******************************************************************
               END-IF
           END-IF.

       2400-WRITE-JOURNAL.
      ******************************************************************
      * Journal the work record now in the record area as the after-  *
      * image of the change.  Two changes to one item in the same     *
      * hundredth of a second take the next sequence.                 *
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-DATE-TIME
           MOVE SPACES TO CHANGE-JOURNAL-RECORD
           MOVE "S" TO CJ-FILE-ID
           MOVE SW-KEY TO CJ-RECORD-KEY
           MOVE WS-JRNL-DATE-TIME(1:8) TO CJ-CHANGE-DATE
           MOVE WS-JRNL-DATE-TIME(9:8) TO CJ-CHANGE-TIME
           MOVE 1 TO CJ-SEQ
           MOVE WS-JRNL-ACTION TO CJ-ACTION
           MOVE WS-JRNL-OPERATOR-ID TO CJ-OPERATOR-ID
           MOVE "SUSPMGR" TO CJ-SOURCE-PROGRAM
           MOVE WS-RUN-DATE TO CJ-BUSINESS-DATE
           MOVE WS-JRNL-BEFORE-SW TO CJ-BEFORE-SW
           MOVE WS-JRNL-BEFORE-IMAGE TO CJ-BEFORE-IMAGE
           MOVE SUSPENSE-WORK-RECORD TO CJ-AFTER-IMAGE
           MOVE "N" TO WS-JRNL-WRITTEN-SW
           PERFORM UNTIL WS-JRNL-WRITTEN
               WRITE CHANGE-JOURNAL-RECORD
               EVALUATE WS-JOURNAL-FILE-STATUS
                   WHEN "00"
                       SET WS-JRNL-WRITTEN TO TRUE
                   WHEN "22"
                       IF CJ-SEQ = 999
                           MOVE "TOO MANY CHANGES TO ONE ITEM AT ONCE"
                               TO WS-ABEND-TEXT
                           PERFORM 9900-ABEND
                       END-IF
                       ADD 1 TO CJ-SEQ
                   WHEN OTHER
                       MOVE "UNABLE TO WRITE CHANGE-JOURNAL RECORD" TO
                           WS-ABEND-TEXT
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-PERFORM.

       2500-READ-MAINT-RECORD.
           IF WS-MAINT-FILE-STATUS = "05"
               SET WS-MAINT-EOF TO TRUE
           END-IF.

       3100-COMPUTE-ITEM-AMOUNT.
      ******************************************************************
      * A suspended reversal carries the original's type and counts   *
      * at its posting effect, the negation of the original.          *
      ******************************************************************
           MOVE SW-TXN-DATA TO WS-TXN-WORK
           IF (WS-TW-CREDIT AND NOT WS-TW-REVERSAL)
               OR (WS-TW-DEBIT AND WS-TW-REVERSAL)
               MOVE WS-TW-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
               COMPUTE WS-ITEM-AMOUNT = WS-TW-AMOUNT * -1
               " " DELIMITED SIZE
               SM-ITEM-SEQ-X DELIMITED SIZE
               "  " DELIMITED SIZE
               SM-OPERATOR-ID DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-RESULT-TEXT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           CLOSE MAINT-FILE
           CLOSE SUSPENSE-WORK-FILE
           CLOSE TXN-HISTORY-FILE
           CLOSE CHANGE-JOURNAL-FILE
           CLOSE WORK-REPORT-FILE.

       9900-ABEND.
