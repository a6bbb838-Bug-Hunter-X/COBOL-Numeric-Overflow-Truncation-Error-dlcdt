       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNCNV.

      ******************************************************************
      * One-shot cutover conversion of the transaction archive and    *
      * the suspense workbench to the reversal-carrying layouts.      *
      *                                                                *
      * The archive record gains the reversal indicator and the link  *
      * to the matching original or reversal (52 to 70 bytes); the    *
      * workbench's stored transaction image gains the reversal       *
      * reference (88 to 106 bytes).  Before cutover the live files   *
      * are renamed TXNARCH.OLD and SUSPWB.OLD; this run reads them   *
      * in the old layout and loads TXNARCH.DAT and SUSPWB.DAT in the *
      * new one, every record kept under its own key with the new     *
      * fields blank - nothing converted was reversed, and no         *
      * suspended item was a reversal.  Run once at cutover, before  *
      * BUG, so the thirteen months of archive history and the open  *
      * suspense items carry forward.  A record already on either     *
      * new file means the conversion has already been run, and the  *
      * program stops before converting anything rather than mix old *
      * and new records.                                              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ARCHIVE-FILE ASSIGN TO "TXNARCH.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OA-KEY
               FILE STATUS IS WS-OLD-ARCH-FILE-STATUS.

           SELECT TXN-ARCHIVE-FILE ASSIGN TO "TXNARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT OLD-SUSPENSE-FILE ASSIGN TO "SUSPWB.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OS-KEY
               FILE STATUS IS WS-OLD-SUSP-FILE-STATUS.

           SELECT SUSPENSE-WORK-FILE ASSIGN TO "SUSPWB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-KEY
               FILE STATUS IS WS-SUSP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ARCHIVE-FILE.
      ******************************************************************
      * Transaction archive record as BUG wrote it before reversals.  *
      ******************************************************************
       01  OLD-ARCHIVE-RECORD.
           05  OA-KEY.
               10  OA-BUSINESS-DATE    PIC 9(8).
               10  OA-TXN-ID           PIC X(10).
           05  OA-TXN-TYPE             PIC X(1).
           05  OA-ORIG-AMOUNT          PIC S9(7)V99.
           05  OA-CURRENCY-CODE        PIC X(3).
           05  OA-BASE-AMOUNT          PIC S9(7)V99.
           05  OA-BRANCH-CODE          PIC X(4).
           05  FILLER                  PIC X(8).

       FD  TXN-ARCHIVE-FILE.
           COPY TXNARCH.

       FD  OLD-SUSPENSE-FILE.
      ******************************************************************
      * Suspense workbench record as SUSPMGR kept it before reversals *
      * (transaction image 31 bytes).                                 *
      ******************************************************************
       01  OLD-SUSPENSE-RECORD.
           05  OS-KEY.
               10  OS-RUN-ID           PIC X(11).
               10  OS-ITEM-SEQ         PIC 9(5).
           05  OS-REASON-CODE          PIC X(4).
           05  OS-BRANCH-CODE          PIC X(4).
           05  OS-BUSINESS-DATE        PIC 9(8).
           05  OS-STATUS               PIC X(1).
           05  OS-REPAIR-DATE          PIC 9(8).
           05  OS-RELEASE-DATE         PIC 9(8).
           05  OS-TXN-DATA             PIC X(31).
           05  FILLER                  PIC X(8).

       FD  SUSPENSE-WORK-FILE.
           COPY SUSPWB.

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-OLD-ARCH-FILE-STATUS PIC X(2).
           05  WS-OLD-ARCH-EOF-SW      PIC X VALUE "N".
               88  WS-OLD-ARCH-EOF               VALUE "Y".
           05  WS-ARCH-FILE-STATUS     PIC X(2).
           05  WS-OLD-SUSP-FILE-STATUS PIC X(2).
           05  WS-OLD-SUSP-EOF-SW      PIC X VALUE "N".
               88  WS-OLD-SUSP-EOF               VALUE "Y".
           05  WS-SUSP-FILE-STATUS     PIC X(2).

       01  WS-COUNT-FIELDS.
           05  WS-ARCHIVE-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-SUSPENSE-COUNT       PIC 9(7) VALUE ZEROS.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-TEXT           PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-ARCHIVE UNTIL WS-OLD-ARCH-EOF
           PERFORM 3000-CONVERT-SUSPENSE UNTIL WS-OLD-SUSP-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT OLD-ARCHIVE-FILE
           IF WS-OLD-ARCH-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN OLD-ARCHIVE-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT OLD-SUSPENSE-FILE
           IF WS-OLD-SUSP-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN OLD-SUSPENSE-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O TXN-ARCHIVE-FILE
           IF WS-ARCH-FILE-STATUS = "35"
               OPEN OUTPUT TXN-ARCHIVE-FILE
               CLOSE TXN-ARCHIVE-FILE
               OPEN I-O TXN-ARCHIVE-FILE
           END-IF
           IF WS-ARCH-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN TXN-ARCHIVE-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O SUSPENSE-WORK-FILE
           IF WS-SUSP-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-WORK-FILE
               CLOSE SUSPENSE-WORK-FILE
               OPEN I-O SUSPENSE-WORK-FILE
           END-IF
           IF WS-SUSP-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN SUSPENSE-WORK-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1100-CHECK-TARGETS-EMPTY
           PERFORM 2500-READ-OLD-ARCHIVE
           PERFORM 3500-READ-OLD-SUSPENSE.

       1100-CHECK-TARGETS-EMPTY.
      ******************************************************************
      * Both new files must be empty before either is loaded, so a    *
      * second run stops with nothing written.                        *
      ******************************************************************
           MOVE LOW-VALUES TO AR-KEY
           START TXN-ARCHIVE-FILE KEY NOT < AR-KEY
           IF WS-ARCH-FILE-STATUS = "00"
               READ TXN-ARCHIVE-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "TXN-ARCHIVE-FILE ALREADY CONVERTED"
                           TO WS-ABEND-TEXT
                       PERFORM 9900-ABEND
               END-READ
           END-IF
           MOVE LOW-VALUES TO SW-KEY
           START SUSPENSE-WORK-FILE KEY NOT < SW-KEY
           IF WS-SUSP-FILE-STATUS = "00"
               READ SUSPENSE-WORK-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "SUSPENSE-WORK-FILE ALREADY CONVERTED"
                           TO WS-ABEND-TEXT
                       PERFORM 9900-ABEND
               END-READ
           END-IF.

       2000-CONVERT-ARCHIVE.
           MOVE SPACES TO TXN-ARCHIVE-RECORD
           MOVE OA-KEY TO AR-KEY
           MOVE OA-TXN-TYPE TO AR-TXN-TYPE
           MOVE OA-ORIG-AMOUNT TO AR-ORIG-AMOUNT
           MOVE OA-CURRENCY-CODE TO AR-CURRENCY-CODE
           MOVE OA-BASE-AMOUNT TO AR-BASE-AMOUNT
           MOVE OA-BRANCH-CODE TO AR-BRANCH-CODE
           MOVE SPACES TO AR-REVERSAL-IND
           MOVE SPACES TO AR-LINK-KEY
           WRITE TXN-ARCHIVE-RECORD
           IF WS-ARCH-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO WRITE TXN-ARCHIVE-RECORD" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           ADD 1 TO WS-ARCHIVE-COUNT
           PERFORM 2500-READ-OLD-ARCHIVE.

       2500-READ-OLD-ARCHIVE.
           READ OLD-ARCHIVE-FILE NEXT
               AT END
                   SET WS-OLD-ARCH-EOF TO TRUE
           END-READ.

       3000-CONVERT-SUSPENSE.
           MOVE SPACES TO SUSPENSE-WORK-RECORD
           MOVE OS-KEY TO SW-KEY
           MOVE OS-REASON-CODE TO SW-REASON-CODE
           MOVE OS-BRANCH-CODE TO SW-BRANCH-CODE
           MOVE OS-BUSINESS-DATE TO SW-BUSINESS-DATE
           MOVE OS-STATUS TO SW-STATUS
           MOVE OS-REPAIR-DATE TO SW-REPAIR-DATE
           MOVE OS-RELEASE-DATE TO SW-RELEASE-DATE
           MOVE OS-TXN-DATA TO SW-TXN-DATA
           WRITE SUSPENSE-WORK-RECORD
           IF WS-SUSP-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO WRITE SUSPENSE-WORK-RECORD" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           ADD 1 TO WS-SUSPENSE-COUNT
           PERFORM 3500-READ-OLD-SUSPENSE.

       3500-READ-OLD-SUSPENSE.
           READ OLD-SUSPENSE-FILE NEXT
               AT END
                   SET WS-OLD-SUSP-EOF TO TRUE
           END-READ.

       9000-TERMINATE.
           CLOSE OLD-ARCHIVE-FILE
           CLOSE TXN-ARCHIVE-FILE
           CLOSE OLD-SUSPENSE-FILE
           CLOSE SUSPENSE-WORK-FILE
           DISPLAY "TXNCNV: CONVERTED " WS-ARCHIVE-COUNT
               " ARCHIVE RECORDS"
           DISPLAY "TXNCNV: CONVERTED " WS-SUSPENSE-COUNT
               " SUSPENSE WORKBENCH RECORDS".

       9900-ABEND.
           DISPLAY "TXNCNV: FATAL ERROR - " WS-ABEND-TEXT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
