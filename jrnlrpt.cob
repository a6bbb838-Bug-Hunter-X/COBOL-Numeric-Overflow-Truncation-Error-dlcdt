       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLRPT.

      ******************************************************************
      * Master and workbench change journal inquiry.                   *
      *                                                                *
      * Answers "who changed this, when, and from what to what" from  *
      * the change journal BRMAINT, GLMMAINT and SUSPMGR write.  A    *
      * parm card selects:                                            *
      *   file   - B branch, R region, G GL mapping, S suspense item  *
      *            (blank means every file)                           *
      *   key    - the record key as held on the file: branch code,  *
      *            region code, map type plus code (B0412), or the    *
      *            suspense run id plus item sequence (blank means    *
      *            every key; only used with a file)                  *
      *   from/to date - CCYYMMDD the change was made (blanks mean    *
      *            no limit)                                          *
      * Changes HSKEEP has moved to the journal archive are listed    *
      * first, then those still on the journal, each with the action, *
      * operator, program, and the record before and after.           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "JRNLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT OPTIONAL JOURNAL-ARCHIVE-FILE ASSIGN TO "CHGJRNAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNLAR-FILE-STATUS.

           SELECT OPTIONAL CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CJ-KEY
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT JOURNAL-REPORT-FILE ASSIGN TO "JRNLRPT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  JQ-FILE-ID              PIC X(1).
           05  FILLER                  PIC X(1).
           05  JQ-RECORD-KEY           PIC X(16).
           05  FILLER                  PIC X(1).
           05  JQ-FROM-DATE-X          PIC X(8).
           05  JQ-FROM-DATE REDEFINES JQ-FROM-DATE-X
                                       PIC 9(8).
           05  FILLER                  PIC X(1).
           05  JQ-TO-DATE-X            PIC X(8).
           05  JQ-TO-DATE REDEFINES JQ-TO-DATE-X
                                       PIC 9(8).
           05  FILLER                  PIC X(44).

       FD  JOURNAL-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  JOURNAL-ARCHIVE-RECORD      PIC X(280).

       FD  CHANGE-JOURNAL-FILE.
           COPY CHGJRNL.

       FD  JOURNAL-REPORT-FILE
           RECORDING MODE IS F.
       01  JOURNAL-PRINT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-PARM-FILE-STATUS     PIC X(2).
           05  WS-JRNLAR-FILE-STATUS   PIC X(2).
           05  WS-JRNLAR-EOF-SW        PIC X VALUE "N".
               88  WS-JRNLAR-EOF                 VALUE "Y".
           05  WS-JOURNAL-FILE-STATUS  PIC X(2).
           05  WS-JOURNAL-EOF-SW       PIC X VALUE "N".
               88  WS-JOURNAL-EOF                VALUE "Y".
           05  WS-REPORT-FILE-STATUS   PIC X(2).

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-TIME    PIC X(21).
           05  WS-RUN-DATE             PIC 9(8).

       01  WS-SELECT-FIELDS.
           05  WS-SELECT-FILE-ID       PIC X(1) VALUE SPACES.
           05  WS-SELECT-KEY           PIC X(16) VALUE SPACES.
           05  WS-FROM-DATE            PIC 9(8) VALUE ZEROS.
           05  WS-TO-DATE              PIC 9(8) VALUE 99999999.
           05  WS-SELECTED-SW          PIC X VALUE "N".
               88  WS-SELECTED                   VALUE "Y".

       01  WS-COUNT-FIELDS.
           05  WS-ARCHIVE-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-JOURNAL-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-SECTION-COUNT        PIC 9(7) VALUE ZEROS.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-TEXT           PIC X(60).

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-NO              PIC 9(5) VALUE ZEROS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZEROS.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
           05  WS-PRINT-LINE           PIC X(132).
           05  WS-FILE-TEXT            PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-ARCHIVE
           PERFORM 3000-LIST-JOURNAL
           PERFORM 6000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           PERFORM 1100-LOAD-PARM
           OPEN OUTPUT JOURNAL-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN JOURNAL-REPORT-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           PERFORM 6100-WRITE-REPORT-HEADER.

       1100-LOAD-PARM.
      ******************************************************************
      * A key without a file cannot be told apart (branch 0412 and a  *
      * region could share a code), so a key is only honoured when    *
      * the file is given too.                                        *
      ******************************************************************
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE JQ-FILE-ID TO WS-SELECT-FILE-ID
                   IF JQ-FILE-ID NOT = SPACES
                       MOVE JQ-RECORD-KEY TO WS-SELECT-KEY
                   END-IF
                   IF JQ-FROM-DATE-X NUMERIC
                       AND JQ-FROM-DATE NOT = ZEROS
                       MOVE JQ-FROM-DATE TO WS-FROM-DATE
                   END-IF
                   IF JQ-TO-DATE-X NUMERIC
                       AND JQ-TO-DATE NOT = ZEROS
                       MOVE JQ-TO-DATE TO WS-TO-DATE
                   END-IF
           END-READ
           CLOSE PARM-FILE.

       2000-LIST-ARCHIVE.
      ******************************************************************
      * The archive is flat, in the order HSKEEP moved records to it, *
      * so every record is read and judged.                           *
      ******************************************************************
           OPEN INPUT JOURNAL-ARCHIVE-FILE
           IF WS-JRNLAR-FILE-STATUS NOT = "00"
               AND WS-JRNLAR-FILE-STATUS NOT = "05"
               MOVE "UNABLE TO OPEN JOURNAL-ARCHIVE-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           MOVE "ARCHIVED CHANGES" TO WS-PRINT-LINE
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE ZEROS TO WS-SECTION-COUNT
           IF WS-JRNLAR-FILE-STATUS = "05"
               SET WS-JRNLAR-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-JRNLAR-EOF
               READ JOURNAL-ARCHIVE-FILE
                   AT END
                       SET WS-JRNLAR-EOF TO TRUE
                   NOT AT END
                       MOVE JOURNAL-ARCHIVE-RECORD TO
                           CHANGE-JOURNAL-RECORD
                       PERFORM 4000-SELECT-CHANGE
                       IF WS-SELECTED
                           ADD 1 TO WS-ARCHIVE-COUNT
                           PERFORM 4100-LIST-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 2900-CLOSE-SECTION
           CLOSE JOURNAL-ARCHIVE-FILE.

       2900-CLOSE-SECTION.
           IF WS-SECTION-COUNT = 0
               MOVE "  (NO CHANGES SELECTED)" TO WS-PRINT-LINE
               PERFORM 6900-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 6900-WRITE-REPORT-LINE.

       3000-LIST-JOURNAL.
      ******************************************************************
      * The journal is keyed file, record key, date and time, so a    *
      * file (and key) selection starts there and stops once past it. *
      ******************************************************************
           OPEN INPUT CHANGE-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               AND WS-JOURNAL-FILE-STATUS NOT = "05"
               MOVE "UNABLE TO OPEN CHANGE-JOURNAL-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           MOVE "CURRENT JOURNAL" TO WS-PRINT-LINE
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE ZEROS TO WS-SECTION-COUNT
           MOVE LOW-VALUES TO CJ-KEY
           IF WS-SELECT-FILE-ID NOT = SPACES
               MOVE WS-SELECT-FILE-ID TO CJ-FILE-ID
               IF WS-SELECT-KEY NOT = SPACES
                   MOVE WS-SELECT-KEY TO CJ-RECORD-KEY
                   MOVE WS-FROM-DATE TO CJ-CHANGE-DATE
               END-IF
           END-IF
           START CHANGE-JOURNAL-FILE KEY NOT < CJ-KEY
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               SET WS-JOURNAL-EOF TO TRUE
           END-IF
           PERFORM 3100-JOURNAL-LOOP UNTIL WS-JOURNAL-EOF
           PERFORM 2900-CLOSE-SECTION
           CLOSE CHANGE-JOURNAL-FILE.

       3100-JOURNAL-LOOP.
           READ CHANGE-JOURNAL-FILE NEXT
               AT END
                   SET WS-JOURNAL-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-SELECT-FILE-ID NOT = SPACES
                               AND CJ-FILE-ID NOT = WS-SELECT-FILE-ID
                           SET WS-JOURNAL-EOF TO TRUE
                       WHEN WS-SELECT-KEY NOT = SPACES
                               AND CJ-RECORD-KEY NOT = WS-SELECT-KEY
                           SET WS-JOURNAL-EOF TO TRUE
                       WHEN OTHER
                           PERFORM 4000-SELECT-CHANGE
                           IF WS-SELECTED
                               ADD 1 TO WS-JOURNAL-COUNT
                               PERFORM 4100-LIST-ONE-CHANGE
                           END-IF
                   END-EVALUATE
           END-READ.

       4000-SELECT-CHANGE.
           MOVE "N" TO WS-SELECTED-SW
           IF (WS-SELECT-FILE-ID = SPACES
                   OR CJ-FILE-ID = WS-SELECT-FILE-ID)
               AND (WS-SELECT-KEY = SPACES
                   OR CJ-RECORD-KEY = WS-SELECT-KEY)
               AND CJ-CHANGE-DATE NOT < WS-FROM-DATE
               AND CJ-CHANGE-DATE NOT > WS-TO-DATE
               SET WS-SELECTED TO TRUE
           END-IF.

       4100-LIST-ONE-CHANGE.
           ADD 1 TO WS-SECTION-COUNT
           EVALUATE TRUE
               WHEN CJ-BRANCH-RECORD
                   MOVE "BRANCH" TO WS-FILE-TEXT
               WHEN CJ-REGION-RECORD
                   MOVE "REGION" TO WS-FILE-TEXT
               WHEN CJ-GLMAP-RECORD
                   MOVE "GL MAP" TO WS-FILE-TEXT
               WHEN CJ-SUSPENSE-ITEM
                   MOVE "SUSPENSE" TO WS-FILE-TEXT
               WHEN OTHER
                   MOVE CJ-FILE-ID TO WS-FILE-TEXT
           END-EVALUATE
           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADER
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " DELIMITED SIZE
               CJ-CHANGE-DATE DELIMITED SIZE
               " " DELIMITED SIZE
               CJ-CHANGE-TIME DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-FILE-TEXT DELIMITED SIZE
               "  " DELIMITED SIZE
               CJ-RECORD-KEY DELIMITED SIZE
               "  ACTION " DELIMITED SIZE
               CJ-ACTION DELIMITED SIZE
               "  OPERATOR " DELIMITED SIZE
               CJ-OPERATOR-ID DELIMITED SIZE
               "  PROGRAM " DELIMITED SIZE
               CJ-SOURCE-PROGRAM DELIMITED SIZE
               "  BUSINESS DATE " DELIMITED SIZE
               CJ-BUSINESS-DATE DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF CJ-BEFORE-NOT-ON-FILE
               MOVE "      BEFORE: (NOT ON FILE)" TO WS-PRINT-LINE
           ELSE
               STRING "      BEFORE: " DELIMITED SIZE
                   CJ-BEFORE-IMAGE DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "      AFTER:  " DELIMITED SIZE
               CJ-AFTER-IMAGE DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CHANGES LISTED FROM ARCHIVE: " DELIMITED SIZE
               WS-ARCHIVE-COUNT DELIMITED SIZE
               "   FROM JOURNAL: " DELIMITED SIZE
               WS-JOURNAL-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE.

       6100-WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE SPACES TO JOURNAL-PRINT-RECORD
           STRING "JRNLRPT CHANGE JOURNAL INQUIRY" DELIMITED SIZE
               "   FILE " DELIMITED SIZE
               WS-SELECT-FILE-ID DELIMITED SIZE
               " KEY " DELIMITED SIZE
               WS-SELECT-KEY DELIMITED SIZE
               "   DATES " DELIMITED SIZE
               WS-FROM-DATE DELIMITED SIZE
               " TO " DELIMITED SIZE
               WS-TO-DATE DELIMITED SIZE
               "   PRINTED: " DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               "   PAGE: " DELIMITED SIZE
               WS-PAGE-NO DELIMITED SIZE
               INTO JOURNAL-PRINT-RECORD
           END-STRING
           WRITE JOURNAL-PRINT-RECORD
           MOVE SPACES TO JOURNAL-PRINT-RECORD
           WRITE JOURNAL-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       6900-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO JOURNAL-PRINT-RECORD
           WRITE JOURNAL-PRINT-RECORD
           ADD 1 TO WS-LINE-COUNT.

       9000-TERMINATE.
           CLOSE JOURNAL-REPORT-FILE.

       9900-ABEND.
           DISPLAY "JRNLRPT: FATAL ERROR - " WS-ABEND-TEXT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
