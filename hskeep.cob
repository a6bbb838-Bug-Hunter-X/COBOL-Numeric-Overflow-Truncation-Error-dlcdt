      ******************************************************************
      * Retention housekeeping for the keyed control files.            *
      *                                                                *
      * The run-control file, the exception audit file, the GL       *
      * status file and the change journal only ever grow, and every *
      * report over them gets slower each month.  This run moves      *
      * records older than the retention (months, from an optional    *
      * parm card, default 13) to flat sequential archive files and   *
      * deletes them from the keyed files:                            *
      *   RUNCTL.DAT   -> RUNCTLAR.DAT  (by business date)           *
      *   OVFLAUDT.DAT -> OVFLAUAR.DAT  (by the run id's date)       *
      *   GLSTATUS.DAT -> GLSTATAR.DAT  (acknowledged batches only,  *
      *                                  by sent date - an unposted  *
      *                                  batch is never archived)    *
      *   CHGJRNL.DAT  -> CHGJRNAR.DAT  (by the date of the change)  *
      * The archives keep the same record layouts and are reported   *
      * over by ARCHRPT when auditors ask about an old period (the    *
      * journal archive by JRNLRPT, along with the live journal).     *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLSTATAR-FILE-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CJ-KEY
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO "CHGJRNAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNLAR-FILE-STATUS.

           SELECT HOUSEKEEP-REPORT-FILE ASSIGN TO "HSKEEP.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           RECORDING MODE IS F.
       01  GLSTAT-ARCHIVE-RECORD       PIC X(56).

       FD  CHANGE-JOURNAL-FILE.
           COPY CHGJRNL.

       FD  JOURNAL-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  JOURNAL-ARCHIVE-RECORD      PIC X(280).

       FD  HOUSEKEEP-REPORT-FILE
           RECORDING MODE IS F.
       01  HOUSEKEEP-PRINT-RECORD      PIC X(132).
           05  WS-GLSTAT-EOF-SW        PIC X VALUE "N".
               88  WS-GLSTAT-EOF                 VALUE "Y".
           05  WS-GLSTATAR-FILE-STATUS PIC X(2).
           05  WS-JOURNAL-FILE-STATUS  PIC X(2).
           05  WS-JOURNAL-EOF-SW       PIC X VALUE "N".
               88  WS-JOURNAL-EOF                VALUE "Y".
           05  WS-JRNLAR-FILE-STATUS   PIC X(2).
           05  WS-REPORT-FILE-STATUS   PIC X(2).

       01  WS-DATE-FIELDS.
           05  WS-AUDIT-KEPT           PIC 9(7) VALUE ZEROS.
           05  WS-GLSTAT-ARCHIVED      PIC 9(7) VALUE ZEROS.
           05  WS-GLSTAT-KEPT          PIC 9(7) VALUE ZEROS.
           05  WS-JOURNAL-ARCHIVED     PIC 9(7) VALUE ZEROS.
           05  WS-JOURNAL-KEPT         PIC 9(7) VALUE ZEROS.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-TEXT           PIC X(60).
           PERFORM 2000-ARCHIVE-RUN-CONTROL
           PERFORM 3000-ARCHIVE-AUDIT-FILE
           PERFORM 4000-ARCHIVE-GL-STATUS
           PERFORM 5000-ARCHIVE-CHANGE-JOURNAL
           PERFORM 6000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.
               ADD 1 TO WS-GLSTAT-KEPT
           END-IF.

       5000-ARCHIVE-CHANGE-JOURNAL.
           OPEN I-O CHANGE-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-JOURNAL-FILE-STATUS NOT = "00"
                   MOVE "UNABLE TO OPEN CHANGE-JOURNAL-FILE" TO
                       WS-ABEND-TEXT
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 5100-OPEN-JOURNAL-ARCHIVE
               MOVE "N" TO WS-JOURNAL-EOF-SW
               MOVE LOW-VALUES TO CJ-KEY
               START CHANGE-JOURNAL-FILE KEY NOT < CJ-KEY
               IF WS-JOURNAL-FILE-STATUS NOT = "00"
                   SET WS-JOURNAL-EOF TO TRUE
               END-IF
               PERFORM UNTIL WS-JOURNAL-EOF
                   READ CHANGE-JOURNAL-FILE NEXT
                       AT END
                           SET WS-JOURNAL-EOF TO TRUE
                       NOT AT END
                           PERFORM 5200-JUDGE-JOURNAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-ARCHIVE-FILE
               CLOSE CHANGE-JOURNAL-FILE
           END-IF.

       5100-OPEN-JOURNAL-ARCHIVE.
           OPEN EXTEND JOURNAL-ARCHIVE-FILE
           IF WS-JRNLAR-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-ARCHIVE-FILE
               CLOSE JOURNAL-ARCHIVE-FILE
               OPEN EXTEND JOURNAL-ARCHIVE-FILE
           END-IF
           IF WS-JRNLAR-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN JOURNAL-ARCHIVE-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF.

       5200-JUDGE-JOURNAL-RECORD.
           COMPUTE WS-WORK-PERIOD = CJ-CHANGE-DATE / 100
           IF WS-WORK-PERIOD < WS-CUTOFF-PERIOD
               MOVE CHANGE-JOURNAL-RECORD TO JOURNAL-ARCHIVE-RECORD
               WRITE JOURNAL-ARCHIVE-RECORD
               IF WS-JRNLAR-FILE-STATUS NOT = "00"
                   MOVE "UNABLE TO WRITE JOURNAL-ARCHIVE-RECORD" TO
                       WS-ABEND-TEXT
                   PERFORM 9900-ABEND
               END-IF
               DELETE CHANGE-JOURNAL-FILE
               IF WS-JOURNAL-FILE-STATUS NOT = "00"
                   MOVE "UNABLE TO DELETE CHANGE-JOURNAL-RECORD" TO
                       WS-ABEND-TEXT
                   PERFORM 9900-ABEND
               END-IF
               ADD 1 TO WS-JOURNAL-ARCHIVED
           ELSE
               ADD 1 TO WS-JOURNAL-KEPT
           END-IF.

       6000-WRITE-SUMMARY.
           MOVE WS-RUNCTL-ARCHIVED TO WS-COUNT-EDITED
           PERFORM 6100-FORMAT-RUNCTL-LINE
           MOVE WS-AUDIT-ARCHIVED TO WS-COUNT-EDITED
           PERFORM 6200-FORMAT-AUDIT-LINE
           MOVE WS-GLSTAT-ARCHIVED TO WS-COUNT-EDITED
           PERFORM 6300-FORMAT-GLSTAT-LINE
           MOVE WS-JOURNAL-ARCHIVED TO WS-COUNT-EDITED
           PERFORM 6400-FORMAT-JOURNAL-LINE.

       6100-FORMAT-RUNCTL-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE.

       6400-FORMAT-JOURNAL-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CHANGE JRNL:  ARCHIVED " DELIMITED SIZE
               WS-COUNT-EDITED DELIMITED SIZE
               "  KEPT " DELIMITED SIZE
               WS-JOURNAL-KEPT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE.

       6900-WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO HOUSEKEEP-PRINT-RECORD
           WRITE HOUSEKEEP-PRINT-RECORD.
