       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRFRECON.

      ******************************************************************
      * Branch proof reconciliation.                                   *
      *                                                                *
      * Each branch closes its day on the branch platform with its own *
      * proof total - an item count and a net amount - sent to us on  *
      * the daily branch proof file.  This run compares those figures  *
      * with BUG's for the business date on the parm card (same card   *
      * BUG reads; today if absent):                                   *
      *   BUG count   - the items archived for the date, a merged      *
      *                 branch's items counted under its survivor the  *
      *                 way BUG routes them;                           *
      *   BUG amount  - the branch's applied daily amount, the figure  *
      *                 BUG posted to the branch for the date.         *
      * A proof from a merged branch is routed to its survivor the     *
      * same way and added to the survivor's own proof.                *
      *                                                                *
      * Branches whose figures differ are listed as exceptions:        *
      *   OUT OF BALANCE        - count or amount differs;             *
      *   REPORTED-NO ACTIVITY  - a proof with figures, nothing in BUG;*
      *   ACTIVE-NOT REPORTED   - activity in BUG, no proof received.  *
      * Each exception is kept on the proof carry-forward file and     *
      * rechecked every run against the figures as they then stand -   *
      * BUG's for that date, and any corrected proof the branch sends  *
      * for it on a later proof file - aging day by day until they     *
      * agree, when it is cleared.  A late proof for an earlier date   *
      * with nothing carried is reconciled the same way.  Once a date  *
      * is older than the applied amounts kept on file, BUG's figures  *
      * stand as last checked.                                         *
      *                                                                *
      * Ends with a warning return code while any exception is         *
      * outstanding or a proof record was rejected.                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT OPTIONAL PROOF-FILE ASSIGN TO "BRPROOF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-FILE-STATUS.

           SELECT TXN-ARCHIVE-FILE ASSIGN TO "TXNARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT BRANCH-APPLIED-FILE ASSIGN TO "BRAPPLID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APPLIED-FILE-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRM-BRANCH-CODE
               FILE STATUS IS WS-BRMASTER-FILE-STATUS.

           SELECT CARRY-FILE ASSIGN TO "PRFCARRY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-KEY
               FILE STATUS IS WS-CARRY-FILE-STATUS.

           SELECT PROOF-REPORT-FILE ASSIGN TO "PRFRECON.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
      ******************************************************************
      * The same parm card BUG reads: only the business date is used, *
      * so the proofs are reconciled for the day BUG processed.       *
      ******************************************************************
       01  PARM-RECORD.
           05  PARM-THRESHOLD-PCT      PIC 9(3).
           05  PARM-BUSINESS-DATE-X    PIC X(8).
           05  PARM-BUSINESS-DATE REDEFINES PARM-BUSINESS-DATE-X
                                       PIC 9(8).
           05  PARM-RUN-MODE           PIC X(1).
           05  PARM-RERUN-OVERRIDE     PIC X(1).
           05  FILLER                  PIC X(67).

       FD  PROOF-FILE
           RECORDING MODE IS F.
      ******************************************************************
      * One branch's proof for one business date, as closed on the    *
      * branch platform: item count and net amount (sign byte "-" for *
      * a net debit).  Normally the business date's proofs, plus any  *
      * late or corrected proofs for earlier dates.                   *
      ******************************************************************
       01  PROOF-RECORD.
           05  PF-BUSINESS-DATE-X      PIC X(8).
           05  PF-BUSINESS-DATE REDEFINES PF-BUSINESS-DATE-X
                                       PIC 9(8).
           05  PF-BRANCH-CODE          PIC X(4).
           05  PF-ITEM-COUNT-X         PIC X(7).
           05  PF-ITEM-COUNT REDEFINES PF-ITEM-COUNT-X
                                       PIC 9(7).
           05  PF-AMOUNT-SIGN          PIC X(1).
               88  PF-AMOUNT-NEGATIVE         VALUE "-".
               88  PF-AMOUNT-SIGN-VALID       VALUE "-" "+" " ".
           05  PF-AMOUNT-X             PIC X(11).
           05  PF-AMOUNT REDEFINES PF-AMOUNT-X
                                       PIC 9(9)V99.
           05  FILLER                  PIC X(49).

       FD  TXN-ARCHIVE-FILE.
           COPY TXNARCH.

       FD  BRANCH-APPLIED-FILE.
       01  BRANCH-APPLIED-RECORD.
           05  AP-KEY.
               10  AP-BUSINESS-DATE    PIC 9(8).
               10  AP-BRANCH-CODE      PIC X(4).
           05  AP-DAILY-AMOUNT         PIC S9(9)V99.
           05  FILLER                  PIC X(8).

       FD  BRANCH-MASTER-FILE.
           COPY BRMASTER.

       FD  CARRY-FILE.
           COPY PRFCARRY.

       FD  PROOF-REPORT-FILE
           RECORDING MODE IS F.
       01  PROOF-PRINT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-PARM-FILE-STATUS     PIC X(2).
           05  WS-PROOF-FILE-STATUS    PIC X(2).
           05  WS-PROOF-EOF-SW         PIC X VALUE "N".
               88  WS-PROOF-EOF                  VALUE "Y".
           05  WS-ARCH-FILE-STATUS     PIC X(2).
           05  WS-ARCH-EOF-SW          PIC X VALUE "N".
               88  WS-ARCH-EOF                   VALUE "Y".
           05  WS-APPLIED-FILE-STATUS  PIC X(2).
           05  WS-APPLIED-EOF-SW       PIC X VALUE "N".
               88  WS-APPLIED-EOF                VALUE "Y".
           05  WS-BRMASTER-FILE-STATUS PIC X(2).
           05  WS-CARRY-FILE-STATUS    PIC X(2).
           05  WS-CARRY-EOF-SW         PIC X VALUE "N".
               88  WS-CARRY-EOF                  VALUE "Y".
           05  WS-REPORT-FILE-STATUS   PIC X(2).

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-TIME    PIC X(21).
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-BUSINESS-DATE        PIC 9(8).
           05  WS-APPLIED-START-DATE   PIC 9(8) VALUE ZEROS.
           05  WS-FIGURES-DATE         PIC 9(8) VALUE ZEROS.
           05  WS-FIGURES-SW           PIC X VALUE "N".
               88  WS-FIGURES-CURRENT            VALUE "Y".
               88  WS-FIGURES-FROZEN             VALUE "F".
           05  WS-CHECK-MM             PIC 9(2).
           05  WS-CHECK-DD             PIC 9(2).

       01  WS-ROUTE-FIELDS.
           05  WS-ROUTE-FROM-CODE      PIC X(4).
           05  WS-LAST-ROUTE-FROM      PIC X(4) VALUE HIGH-VALUES.
           05  WS-ROUTE-BRANCH-CODE    PIC X(4).
           05  WS-ROUTE-HOPS           PIC 9(2) VALUE ZEROS.
           05  WS-ROUTE-MAX-HOPS       PIC 9(2) VALUE 10.
           05  WS-ROUTE-DONE-SW        PIC X VALUE "N".
               88  WS-ROUTE-DONE                 VALUE "Y".

       01  WS-CHECK-FIELDS.
      ******************************************************************
      * The two sides of one branch and date being compared, and the  *
      * outcome: blank when they agree, else the exception type as    *
      * kept on the carry-forward file.                               *
      ******************************************************************
           05  WS-CHK-REPORTED-SW      PIC X(1).
               88  WS-CHK-REPORTED               VALUE "Y".
           05  WS-CHK-REPORTED-COUNT   PIC 9(7).
           05  WS-CHK-REPORTED-AMOUNT  PIC S9(11)V99 COMP-3.
           05  WS-CHK-BUG-COUNT        PIC 9(7).
           05  WS-CHK-BUG-AMOUNT       PIC S9(11)V99 COMP-3.
           05  WS-CHK-TYPE             PIC X(1).
               88  WS-CHK-AGREES                 VALUE " ".
               88  WS-CHK-OUT-OF-BALANCE         VALUE "O".
               88  WS-CHK-REPORTED-NO-ACTIVITY   VALUE "R".
               88  WS-CHK-ACTIVE-NOT-REPORTED    VALUE "N".
           05  WS-CHK-DAYS             PIC 9(5).
           05  WS-CHK-COUNT-DIFF       PIC S9(7) COMP-3.
           05  WS-CHK-AMOUNT-DIFF      PIC S9(11)V99 COMP-3.

       01  WS-COUNT-FIELDS.
           05  WS-PROOFS-READ          PIC 9(7) VALUE ZEROS.
           05  WS-PROOFS-REJECTED      PIC 9(5) VALUE ZEROS.
           05  WS-PROOFS-LATE          PIC 9(5) VALUE ZEROS.
           05  WS-DAY-BRANCHES         PIC 9(5) VALUE ZEROS.
           05  WS-DAY-IN-BALANCE       PIC 9(5) VALUE ZEROS.
           05  WS-DAY-OUT-OF-BALANCE   PIC 9(5) VALUE ZEROS.
           05  WS-DAY-NO-ACTIVITY      PIC 9(5) VALUE ZEROS.
           05  WS-DAY-NOT-REPORTED     PIC 9(5) VALUE ZEROS.
           05  WS-CARRIED-CHECKED      PIC 9(5) VALUE ZEROS.
           05  WS-CARRIED-CLEARED      PIC 9(5) VALUE ZEROS.
           05  WS-CARRIED-OUTSTANDING  PIC 9(5) VALUE ZEROS.
           05  WS-LATE-IN-BALANCE      PIC 9(5) VALUE ZEROS.
           05  WS-EXCEPTION-COUNT      PIC 9(5) VALUE ZEROS.

       01  WS-AGING-FIELDS.
      ******************************************************************
      * Outstanding exceptions after this run by days since the       *
      * business date they belong to, with the amount still in        *
      * difference (absolute) in each band.                           *
      ******************************************************************
           05  WS-AGE-BAND OCCURS 4 TIMES.
               10  WS-AGE-COUNT        PIC 9(5).
               10  WS-AGE-AMOUNT       PIC S9(13)V99 COMP-3.
           05  WS-AGE-IDX              PIC 9(1).
           05  WS-AGE-LABEL-TABLE.
               10  FILLER              PIC X(12) VALUE "TODAY".
               10  FILLER              PIC X(12) VALUE "1-5 DAYS".
               10  FILLER              PIC X(12) VALUE "6-30 DAYS".
               10  FILLER              PIC X(12) VALUE "OVER 30 DAYS".
           05  WS-AGE-LABELS REDEFINES WS-AGE-LABEL-TABLE.
               10  WS-AGE-LABEL        PIC X(12) OCCURS 4 TIMES.

       01  WS-SEEN-TABLE-FIELDS.
      ******************************************************************
      * Every date and branch code as reported on the proof file, in  *
      * key order, so a branch sending the same day's proof twice is  *
      * caught before it is added in.                                 *
      ******************************************************************
           05  WS-SEEN-COUNT           PIC 9(5) VALUE ZEROS.
           05  WS-SEEN-MAX             PIC 9(5) VALUE 5000.
           05  WS-SEEN-FOUND-SW        PIC X VALUE "N".
               88  WS-SEEN-FOUND                 VALUE "Y".
           05  WS-SEARCH-SEEN-KEY.
               10  WS-SEARCH-SEEN-DATE PIC 9(8).
               10  WS-SEARCH-SEEN-BRANCH
                                       PIC X(4).
           05  WS-SEEN-INSERT-POS      PIC 9(5) VALUE ZEROS.
           05  WS-SEEN-INSERT-DONE-SW  PIC X VALUE "N".
               88  WS-SEEN-INSERT-DONE           VALUE "Y".
           05  WS-SEEN-TABLE OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON WS-SEEN-COUNT
                                       ASCENDING KEY IS SN-KEY
                                       INDEXED BY WS-SEEN-TABLE-IDX.
               10  SN-KEY              PIC X(12).

       01  WS-PROOF-TABLE-FIELDS.
      ******************************************************************
      * The accepted proofs by date and routed branch, in key order   *
      * (sorted insertion) so each is found by a binary SEARCH ALL.   *
      ******************************************************************
           05  WS-PROOF-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-PROOF-MAX            PIC 9(5) VALUE 5000.
           05  WS-PROOF-IDX            PIC 9(5) VALUE ZEROS.
           05  WS-PROOF-FOUND-SW       PIC X VALUE "N".
               88  WS-PROOF-FOUND                VALUE "Y".
           05  WS-SEARCH-PROOF-KEY.
               10  WS-SEARCH-PROOF-DATE
                                       PIC 9(8).
               10  WS-SEARCH-PROOF-BRANCH
                                       PIC X(4).
           05  WS-PROOF-INSERT-POS     PIC 9(5) VALUE ZEROS.
           05  WS-PROOF-INSERT-DONE-SW PIC X VALUE "N".
               88  WS-PROOF-INSERT-DONE          VALUE "Y".
           05  WS-PROOF-TABLE OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON WS-PROOF-COUNT
                                       ASCENDING KEY IS PT-KEY
                                       INDEXED BY WS-PROOF-TABLE-IDX.
               10  PT-KEY.
                   15  PT-BUSINESS-DATE
                                       PIC 9(8).
                   15  PT-BRANCH-CODE  PIC X(4).
               10  PT-ITEM-COUNT       PIC 9(7).
               10  PT-AMOUNT           PIC S9(11)V99 COMP-3.

       01  WS-DAY-TABLE-FIELDS.
      ******************************************************************
      * BUG's figures for one business date by routed branch - items  *
      * archived and the applied amount - in branch order, with the   *
      * branch's proof merged in for the business date's own pass.    *
      ******************************************************************
           05  WS-DAY-COUNT            PIC 9(5) VALUE ZEROS.
           05  WS-DAY-MAX              PIC 9(5) VALUE 5000.
           05  WS-DAY-IDX              PIC 9(5) VALUE ZEROS.
           05  WS-DAY-FOUND-SW         PIC X VALUE "N".
               88  WS-DAY-FOUND                  VALUE "Y".
           05  WS-SEARCH-DAY-BRANCH    PIC X(4).
           05  WS-DAY-INSERT-POS       PIC 9(5) VALUE ZEROS.
           05  WS-DAY-INSERT-DONE-SW   PIC X VALUE "N".
               88  WS-DAY-INSERT-DONE            VALUE "Y".
           05  WS-DAY-TABLE OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON WS-DAY-COUNT
                                       ASCENDING KEY IS DY-BRANCH-CODE
                                       INDEXED BY WS-DAY-TABLE-IDX.
               10  DY-BRANCH-CODE      PIC X(4).
               10  DY-BUG-COUNT        PIC 9(7).
               10  DY-BUG-AMOUNT       PIC S9(11)V99 COMP-3.
               10  DY-REPORTED-SW      PIC X(1).
                   88  DY-REPORTED            VALUE "Y".
               10  DY-REPORTED-COUNT   PIC 9(7).
               10  DY-REPORTED-AMOUNT  PIC S9(11)V99 COMP-3.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-TEXT           PIC X(60).

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-NO              PIC 9(5) VALUE ZEROS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZEROS.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
           05  WS-PRINT-LINE           PIC X(132).
           05  WS-REJECT-HEADING-SW    PIC X VALUE "N".
               88  WS-REJECT-HEADING-DONE        VALUE "Y".
           05  WS-CARRY-HEADING-SW     PIC X VALUE "N".
               88  WS-CARRY-HEADING-DONE         VALUE "Y".
           05  WS-RESULT-TEXT          PIC X(40).
           05  WS-LINE-DATE            PIC 9(8).
           05  WS-LINE-BRANCH          PIC X(4).
           05  WS-LINE-NAME            PIC X(12).
           05  WS-LINE-TEXT            PIC X(22).
           05  WS-REPORTED-COUNT-EDITED
                                       PIC ZZZZZZ9.
           05  WS-REPORTED-AMOUNT-EDITED
                                       PIC +ZZZ,ZZZ,ZZ9.99.
           05  WS-BUG-COUNT-EDITED     PIC ZZZZZZ9.
           05  WS-BUG-AMOUNT-EDITED    PIC +ZZZ,ZZZ,ZZ9.99.
           05  WS-COUNT-DIFF-EDITED    PIC +ZZZZZZ9.
           05  WS-AMOUNT-DIFF-EDITED   PIC +Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-DAYS-EDITED          PIC ZZZZ9.
           05  WS-SUM-EDITED           PIC +ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-PROOF-LOOP UNTIL WS-PROOF-EOF
           PERFORM 3000-RECONCILE-BUSINESS-DATE
           PERFORM 4000-ADD-LATE-PROOFS
           PERFORM 4500-RECHECK-CARRIED
           PERFORM 6000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           IF WS-EXCEPTION-COUNT > 0
               OR WS-PROOFS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           PERFORM 1100-SET-BUSINESS-DATE
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                       UNTIL WS-AGE-IDX > 4
               MOVE ZEROS TO WS-AGE-COUNT(WS-AGE-IDX)
               MOVE ZEROS TO WS-AGE-AMOUNT(WS-AGE-IDX)
           END-PERFORM
           OPEN INPUT PROOF-FILE
           IF WS-PROOF-FILE-STATUS NOT = "00"
               AND WS-PROOF-FILE-STATUS NOT = "05"
               MOVE "UNABLE TO OPEN PROOF-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT TXN-ARCHIVE-FILE
           IF WS-ARCH-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN TXN-ARCHIVE-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT BRANCH-APPLIED-FILE
           IF WS-APPLIED-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN BRANCH-APPLIED-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRMASTER-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN BRANCH-MASTER-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN I-O CARRY-FILE
           IF WS-CARRY-FILE-STATUS = "35"
               OPEN OUTPUT CARRY-FILE
               CLOSE CARRY-FILE
               OPEN I-O CARRY-FILE
           END-IF
           IF WS-CARRY-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN CARRY-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           OPEN OUTPUT PROOF-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN PROOF-REPORT-FILE" TO
                   WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           PERFORM 1200-FIND-APPLIED-START
           PERFORM 6100-WRITE-REPORT-HEADER
           PERFORM 2900-READ-PROOF.

       1100-SET-BUSINESS-DATE.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-BUSINESS-DATE-X NUMERIC
                       AND PARM-BUSINESS-DATE NOT = ZEROS
                       MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE
                   END-IF
           END-READ
           CLOSE PARM-FILE.

       1200-FIND-APPLIED-START.
      ******************************************************************
      * BUG keeps the applied amounts for a limited number of days.   *
      * The earliest date still on file is as far back as BUG's side  *
      * can be rechecked; older differences keep BUG's figures as     *
      * they were last checked.  With nothing on file, only the       *
      * business date itself is rechecked.                            *
      ******************************************************************
           MOVE WS-BUSINESS-DATE TO WS-APPLIED-START-DATE
           MOVE LOW-VALUES TO AP-KEY
           START BRANCH-APPLIED-FILE KEY NOT < AP-KEY
           IF WS-APPLIED-FILE-STATUS = "00"
               READ BRANCH-APPLIED-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-BUSINESS-DATE < WS-BUSINESS-DATE
                           MOVE AP-BUSINESS-DATE TO
                               WS-APPLIED-START-DATE
                       END-IF
               END-READ
           END-IF.

       2000-LOAD-PROOF-LOOP.
           ADD 1 TO WS-PROOFS-READ
           MOVE SPACES TO WS-RESULT-TEXT
           PERFORM 2100-CHECK-PROOF-FIELDS
           IF WS-RESULT-TEXT = SPACES
               MOVE PF-BUSINESS-DATE TO WS-SEARCH-SEEN-DATE
               MOVE PF-BRANCH-CODE TO WS-SEARCH-SEEN-BRANCH
               PERFORM 2300-SEARCH-SEEN-TABLE
               IF WS-SEEN-FOUND
                   MOVE "DUPLICATE PROOF FOR BRANCH AND DATE" TO
                       WS-RESULT-TEXT
               END-IF
           END-IF
           IF WS-RESULT-TEXT = SPACES
               PERFORM 2350-INSERT-SEEN-ENTRY
               PERFORM 2400-ADD-TO-PROOF-TABLE
           ELSE
               ADD 1 TO WS-PROOFS-REJECTED
               PERFORM 5300-WRITE-REJECT-LINE
           END-IF
           PERFORM 2900-READ-PROOF.

       2100-CHECK-PROOF-FIELDS.
      ******************************************************************
      * A proof dated after the business date is not ours to check    *
      * yet; one dated before the applied amounts still on file can   *
      * no longer be checked against what BUG posted.                 *
      ******************************************************************
           EVALUATE TRUE
               WHEN PF-BUSINESS-DATE-X NOT NUMERIC
                   MOVE "BUSINESS DATE NOT NUMERIC" TO WS-RESULT-TEXT
               WHEN PF-BRANCH-CODE = SPACES
                   MOVE "BRANCH CODE MISSING" TO WS-RESULT-TEXT
               WHEN PF-ITEM-COUNT-X NOT NUMERIC
                   MOVE "ITEM COUNT NOT NUMERIC" TO WS-RESULT-TEXT
               WHEN PF-AMOUNT-X NOT NUMERIC
                   OR NOT PF-AMOUNT-SIGN-VALID
                   MOVE "NET AMOUNT NOT NUMERIC" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE PF-BUSINESS-DATE-X(5:2) TO WS-CHECK-MM
                   MOVE PF-BUSINESS-DATE-X(7:2) TO WS-CHECK-DD
                   EVALUATE TRUE
                       WHEN WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
                           OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
                           MOVE "BUSINESS DATE NOT VALID" TO
                               WS-RESULT-TEXT
                       WHEN PF-BUSINESS-DATE > WS-BUSINESS-DATE
                           MOVE "DATED AFTER THE BUSINESS DATE" TO
                               WS-RESULT-TEXT
                       WHEN PF-BUSINESS-DATE < WS-APPLIED-START-DATE
                           MOVE "OLDER THAN APPLIED AMOUNTS ON FILE"
                               TO WS-RESULT-TEXT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE.

       2200-ROUTE-BRANCH.
      ******************************************************************
      * Follow the branch master from the given branch code: a merged *
      * branch's figures belong to its survivor (bounded hops in case *
      * a miskeyed chain loops).  A code not on the master keeps its  *
      * own figures.                                                  *
      ******************************************************************
           MOVE WS-ROUTE-FROM-CODE TO WS-LAST-ROUTE-FROM
           MOVE WS-ROUTE-FROM-CODE TO WS-ROUTE-BRANCH-CODE
           MOVE ZEROS TO WS-ROUTE-HOPS
           MOVE "N" TO WS-ROUTE-DONE-SW
           PERFORM 2250-READ-MASTER-AND-ROUTE UNTIL WS-ROUTE-DONE.

       2250-READ-MASTER-AND-ROUTE.
           MOVE WS-ROUTE-BRANCH-CODE TO BRM-BRANCH-CODE
           READ BRANCH-MASTER-FILE
           EVALUATE WS-BRMASTER-FILE-STATUS
               WHEN "00"
                   IF BRM-MERGED
                       AND BRM-SURVIVOR-CODE NOT = SPACES
                       AND WS-ROUTE-HOPS < WS-ROUTE-MAX-HOPS
                       ADD 1 TO WS-ROUTE-HOPS
                       MOVE BRM-SURVIVOR-CODE TO WS-ROUTE-BRANCH-CODE
                   ELSE
                       SET WS-ROUTE-DONE TO TRUE
                   END-IF
               WHEN "23"
                   SET WS-ROUTE-DONE TO TRUE
               WHEN OTHER
                   MOVE "UNABLE TO READ BRANCH-MASTER-FILE" TO
                       WS-ABEND-TEXT
                   PERFORM 9900-ABEND
           END-EVALUATE.

       2300-SEARCH-SEEN-TABLE.
           MOVE "N" TO WS-SEEN-FOUND-SW
           IF WS-SEEN-COUNT = 0
               CONTINUE
           ELSE
               SEARCH ALL WS-SEEN-TABLE
                   AT END
                       CONTINUE
                   WHEN SN-KEY(WS-SEEN-TABLE-IDX) = WS-SEARCH-SEEN-KEY
                       SET WS-SEEN-FOUND TO TRUE
               END-SEARCH
           END-IF.

       2350-INSERT-SEEN-ENTRY.
           IF WS-SEEN-COUNT NOT < WS-SEEN-MAX
               MOVE "PROOF TABLE FULL" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           ADD 1 TO WS-SEEN-COUNT
           MOVE WS-SEEN-COUNT TO WS-SEEN-INSERT-POS
           MOVE "N" TO WS-SEEN-INSERT-DONE-SW
           PERFORM UNTIL WS-SEEN-INSERT-DONE
                       OR WS-SEEN-INSERT-POS = 1
               IF SN-KEY(WS-SEEN-INSERT-POS - 1) > WS-SEARCH-SEEN-KEY
                   MOVE WS-SEEN-TABLE(WS-SEEN-INSERT-POS - 1) TO
                       WS-SEEN-TABLE(WS-SEEN-INSERT-POS)
                   SUBTRACT 1 FROM WS-SEEN-INSERT-POS
               ELSE
                   SET WS-SEEN-INSERT-DONE TO TRUE
               END-IF
           END-PERFORM
           MOVE WS-SEARCH-SEEN-KEY TO SN-KEY(WS-SEEN-INSERT-POS).

       2400-ADD-TO-PROOF-TABLE.
      ******************************************************************
      * Proofs from a merged branch and its survivor for the same day *
      * add together, as BUG's figures for them do.                   *
      ******************************************************************
           IF PF-BUSINESS-DATE < WS-BUSINESS-DATE
               ADD 1 TO WS-PROOFS-LATE
           END-IF
           MOVE PF-BRANCH-CODE TO WS-ROUTE-FROM-CODE
           PERFORM 2200-ROUTE-BRANCH
           MOVE PF-BUSINESS-DATE TO WS-SEARCH-PROOF-DATE
           MOVE WS-ROUTE-BRANCH-CODE TO WS-SEARCH-PROOF-BRANCH
           PERFORM 2450-SEARCH-PROOF-TABLE
           IF NOT WS-PROOF-FOUND
               PERFORM 2500-INSERT-PROOF-ENTRY
           END-IF
           ADD PF-ITEM-COUNT TO PT-ITEM-COUNT(WS-PROOF-TABLE-IDX)
           IF PF-AMOUNT-NEGATIVE
               SUBTRACT PF-AMOUNT FROM PT-AMOUNT(WS-PROOF-TABLE-IDX)
           ELSE
               ADD PF-AMOUNT TO PT-AMOUNT(WS-PROOF-TABLE-IDX)
           END-IF.

       2450-SEARCH-PROOF-TABLE.
           MOVE "N" TO WS-PROOF-FOUND-SW
           IF WS-PROOF-COUNT = 0
               CONTINUE
           ELSE
               SEARCH ALL WS-PROOF-TABLE
                   AT END
                       CONTINUE
                   WHEN PT-KEY(WS-PROOF-TABLE-IDX) =
                           WS-SEARCH-PROOF-KEY
                       SET WS-PROOF-FOUND TO TRUE
               END-SEARCH
           END-IF.

       2500-INSERT-PROOF-ENTRY.
      ******************************************************************
      * Insert at the sorted position so the binary search stays      *
      * valid; leaves WS-PROOF-TABLE-IDX on the new, zeroed entry.    *
      ******************************************************************
           IF WS-PROOF-COUNT NOT < WS-PROOF-MAX
               MOVE "PROOF TABLE FULL" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           ADD 1 TO WS-PROOF-COUNT
           MOVE WS-PROOF-COUNT TO WS-PROOF-INSERT-POS
           MOVE "N" TO WS-PROOF-INSERT-DONE-SW
           PERFORM UNTIL WS-PROOF-INSERT-DONE
                       OR WS-PROOF-INSERT-POS = 1
               IF PT-KEY(WS-PROOF-INSERT-POS - 1) >
                       WS-SEARCH-PROOF-KEY
                   MOVE WS-PROOF-TABLE(WS-PROOF-INSERT-POS - 1) TO
                       WS-PROOF-TABLE(WS-PROOF-INSERT-POS)
                   SUBTRACT 1 FROM WS-PROOF-INSERT-POS
               ELSE
                   SET WS-PROOF-INSERT-DONE TO TRUE
               END-IF
           END-PERFORM
           SET WS-PROOF-TABLE-IDX TO WS-PROOF-INSERT-POS
           MOVE WS-SEARCH-PROOF-KEY TO PT-KEY(WS-PROOF-TABLE-IDX)
           MOVE ZEROS TO PT-ITEM-COUNT(WS-PROOF-TABLE-IDX)
           MOVE ZEROS TO PT-AMOUNT(WS-PROOF-TABLE-IDX).

       2900-READ-PROOF.
           READ PROOF-FILE
               AT END
                   SET WS-PROOF-EOF TO TRUE
           END-READ.

       3000-RECONCILE-BUSINESS-DATE.
      ******************************************************************
      * The business date is reconciled afresh on every run, so any   *
      * differences carried for it from an earlier run of the same    *
      * date are dropped first and written again as they now stand.   *
      ******************************************************************
           PERFORM 3050-CLEAR-DATE-CARRY
           MOVE WS-BUSINESS-DATE TO WS-FIGURES-DATE
           PERFORM 3100-BUILD-BUG-FIGURES
           PERFORM VARYING WS-PROOF-IDX FROM 1 BY 1
                       UNTIL WS-PROOF-IDX > WS-PROOF-COUNT
               SET WS-PROOF-TABLE-IDX TO WS-PROOF-IDX
               IF PT-BUSINESS-DATE(WS-PROOF-TABLE-IDX) =
                       WS-BUSINESS-DATE
                   PERFORM 3300-MERGE-DAY-PROOF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           STRING "BUSINESS DATE " DELIMITED SIZE
               WS-BUSINESS-DATE DELIMITED SIZE
               " - BRANCHES OUT OF BALANCE OR UNPROVED"
                   DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE WS-DAY-COUNT TO WS-DAY-BRANCHES
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > WS-DAY-COUNT
               SET WS-DAY-TABLE-IDX TO WS-DAY-IDX
               PERFORM 3400-RECONCILE-ONE-BRANCH
           END-PERFORM
           IF WS-DAY-OUT-OF-BALANCE + WS-DAY-NO-ACTIVITY
                   + WS-DAY-NOT-REPORTED = 0
               MOVE "  (EVERY BRANCH AGREES WITH BUG)" TO
                   WS-PRINT-LINE
               PERFORM 6900-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 6900-WRITE-REPORT-LINE.

       3050-CLEAR-DATE-CARRY.
           MOVE "N" TO WS-CARRY-EOF-SW
           MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
           MOVE LOW-VALUES TO PK-BRANCH-CODE
           START CARRY-FILE KEY NOT < PK-KEY
           IF WS-CARRY-FILE-STATUS NOT = "00"
               SET WS-CARRY-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CARRY-EOF
               READ CARRY-FILE NEXT
                   AT END
                       SET WS-CARRY-EOF TO TRUE
                   NOT AT END
                       IF PK-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                           SET WS-CARRY-EOF TO TRUE
                       ELSE
                           DELETE CARRY-FILE
                           IF WS-CARRY-FILE-STATUS NOT = "00"
                               MOVE "UNABLE TO DELETE CARRY-FILE" TO
                                   WS-ABEND-TEXT
                               PERFORM 9900-ABEND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3100-BUILD-BUG-FIGURES.
      ******************************************************************
      * BUG's side for WS-FIGURES-DATE: every item archived for the   *
      * date counted under its routed branch, and each branch's       *
      * applied daily amount (kept under the survivor already; routed *
      * again in case a merge has been made since).                   *
      ******************************************************************
           MOVE ZEROS TO WS-DAY-COUNT
           MOVE HIGH-VALUES TO WS-LAST-ROUTE-FROM
           MOVE "N" TO WS-ARCH-EOF-SW
           MOVE WS-FIGURES-DATE TO AR-BUSINESS-DATE
           MOVE LOW-VALUES TO AR-TXN-ID
           START TXN-ARCHIVE-FILE KEY NOT < AR-KEY
           IF WS-ARCH-FILE-STATUS NOT = "00"
               SET WS-ARCH-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-ARCH-EOF
               READ TXN-ARCHIVE-FILE NEXT
                   AT END
                       SET WS-ARCH-EOF TO TRUE
                   NOT AT END
                       IF AR-BUSINESS-DATE NOT = WS-FIGURES-DATE
                           SET WS-ARCH-EOF TO TRUE
                       ELSE
                           IF AR-BRANCH-CODE NOT = WS-LAST-ROUTE-FROM
                               MOVE AR-BRANCH-CODE TO
                                   WS-ROUTE-FROM-CODE
                               PERFORM 2200-ROUTE-BRANCH
                           END-IF
                           PERFORM 3150-FIND-DAY-ENTRY
                           ADD 1 TO DY-BUG-COUNT(WS-DAY-TABLE-IDX)
                       END-IF
               END-READ
           END-PERFORM
           MOVE HIGH-VALUES TO WS-LAST-ROUTE-FROM
           MOVE "N" TO WS-APPLIED-EOF-SW
           MOVE WS-FIGURES-DATE TO AP-BUSINESS-DATE
           MOVE LOW-VALUES TO AP-BRANCH-CODE
           START BRANCH-APPLIED-FILE KEY NOT < AP-KEY
           IF WS-APPLIED-FILE-STATUS NOT = "00"
               SET WS-APPLIED-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-APPLIED-EOF
               READ BRANCH-APPLIED-FILE NEXT
                   AT END
                       SET WS-APPLIED-EOF TO TRUE
                   NOT AT END
                       IF AP-BUSINESS-DATE NOT = WS-FIGURES-DATE
                           SET WS-APPLIED-EOF TO TRUE
                       ELSE
                           MOVE AP-BRANCH-CODE TO WS-ROUTE-FROM-CODE
                           PERFORM 2200-ROUTE-BRANCH
                           PERFORM 3150-FIND-DAY-ENTRY
                           ADD AP-DAILY-AMOUNT TO
                               DY-BUG-AMOUNT(WS-DAY-TABLE-IDX)
                       END-IF
               END-READ
           END-PERFORM.

       3150-FIND-DAY-ENTRY.
           MOVE WS-ROUTE-BRANCH-CODE TO WS-SEARCH-DAY-BRANCH
           PERFORM 3160-SEARCH-DAY-TABLE
           IF NOT WS-DAY-FOUND
               PERFORM 3200-INSERT-DAY-ENTRY
           END-IF.

       3160-SEARCH-DAY-TABLE.
           MOVE "N" TO WS-DAY-FOUND-SW
           IF WS-DAY-COUNT = 0
               CONTINUE
           ELSE
               SEARCH ALL WS-DAY-TABLE
                   AT END
                       CONTINUE
                   WHEN DY-BRANCH-CODE(WS-DAY-TABLE-IDX) =
                           WS-SEARCH-DAY-BRANCH
                       SET WS-DAY-FOUND TO TRUE
               END-SEARCH
           END-IF.

       3200-INSERT-DAY-ENTRY.
           IF WS-DAY-COUNT NOT < WS-DAY-MAX
               MOVE "BRANCH DAY TABLE FULL" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF
           ADD 1 TO WS-DAY-COUNT
           MOVE WS-DAY-COUNT TO WS-DAY-INSERT-POS
           MOVE "N" TO WS-DAY-INSERT-DONE-SW
           PERFORM UNTIL WS-DAY-INSERT-DONE
                       OR WS-DAY-INSERT-POS = 1
               IF DY-BRANCH-CODE(WS-DAY-INSERT-POS - 1) >
                       WS-SEARCH-DAY-BRANCH
                   MOVE WS-DAY-TABLE(WS-DAY-INSERT-POS - 1) TO
                       WS-DAY-TABLE(WS-DAY-INSERT-POS)
                   SUBTRACT 1 FROM WS-DAY-INSERT-POS
               ELSE
                   SET WS-DAY-INSERT-DONE TO TRUE
               END-IF
           END-PERFORM
           SET WS-DAY-TABLE-IDX TO WS-DAY-INSERT-POS
           MOVE WS-SEARCH-DAY-BRANCH TO DY-BRANCH-CODE(WS-DAY-TABLE-IDX)
           MOVE ZEROS TO DY-BUG-COUNT(WS-DAY-TABLE-IDX)
           MOVE ZEROS TO DY-BUG-AMOUNT(WS-DAY-TABLE-IDX)
           MOVE "N" TO DY-REPORTED-SW(WS-DAY-TABLE-IDX)
           MOVE ZEROS TO DY-REPORTED-COUNT(WS-DAY-TABLE-IDX)
           MOVE ZEROS TO DY-REPORTED-AMOUNT(WS-DAY-TABLE-IDX).

       3300-MERGE-DAY-PROOF.
           MOVE PT-BRANCH-CODE(WS-PROOF-TABLE-IDX) TO
               WS-ROUTE-BRANCH-CODE
           PERFORM 3150-FIND-DAY-ENTRY
           SET DY-REPORTED(WS-DAY-TABLE-IDX) TO TRUE
           MOVE PT-ITEM-COUNT(WS-PROOF-TABLE-IDX) TO
               DY-REPORTED-COUNT(WS-DAY-TABLE-IDX)
           MOVE PT-AMOUNT(WS-PROOF-TABLE-IDX) TO
               DY-REPORTED-AMOUNT(WS-DAY-TABLE-IDX).

       3400-RECONCILE-ONE-BRANCH.
           MOVE DY-REPORTED-SW(WS-DAY-TABLE-IDX) TO WS-CHK-REPORTED-SW
           MOVE DY-REPORTED-COUNT(WS-DAY-TABLE-IDX) TO
               WS-CHK-REPORTED-COUNT
           MOVE DY-REPORTED-AMOUNT(WS-DAY-TABLE-IDX) TO
               WS-CHK-REPORTED-AMOUNT
           MOVE DY-BUG-COUNT(WS-DAY-TABLE-IDX) TO WS-CHK-BUG-COUNT
           MOVE DY-BUG-AMOUNT(WS-DAY-TABLE-IDX) TO WS-CHK-BUG-AMOUNT
           PERFORM 5000-CLASSIFY-FIGURES
           EVALUATE TRUE
               WHEN WS-CHK-AGREES
                   ADD 1 TO WS-DAY-IN-BALANCE
               WHEN WS-CHK-OUT-OF-BALANCE
                   ADD 1 TO WS-DAY-OUT-OF-BALANCE
               WHEN WS-CHK-REPORTED-NO-ACTIVITY
                   ADD 1 TO WS-DAY-NO-ACTIVITY
               WHEN OTHER
                   ADD 1 TO WS-DAY-NOT-REPORTED
           END-EVALUATE
           IF NOT WS-CHK-AGREES
               MOVE ZEROS TO WS-CHK-DAYS
               MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
               MOVE DY-BRANCH-CODE(WS-DAY-TABLE-IDX) TO PK-BRANCH-CODE
               MOVE ZEROS TO PK-LAST-CHECKED-DATE
               PERFORM 5100-SET-CARRY-FIGURES
               WRITE PROOF-CARRY-RECORD
               IF WS-CARRY-FILE-STATUS NOT = "00"
                   MOVE "UNABLE TO WRITE CARRY-FILE" TO WS-ABEND-TEXT
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 5200-SET-EXCEPTION-TEXT
               PERFORM 5400-WRITE-EXCEPTION-LINE
           END-IF.

       4000-ADD-LATE-PROOFS.
      ******************************************************************
      * A proof for an earlier date with nothing carried for it - a   *
      * branch that did not report on the day, or a correction to a   *
      * day that agreed - is put on the carry-forward file unchecked  *
      * (last checked date zero), so the recheck below reconciles it  *
      * with the rest of that date.                                   *
      ******************************************************************
           PERFORM VARYING WS-PROOF-IDX FROM 1 BY 1
                       UNTIL WS-PROOF-IDX > WS-PROOF-COUNT
               SET WS-PROOF-TABLE-IDX TO WS-PROOF-IDX
               IF PT-BUSINESS-DATE(WS-PROOF-TABLE-IDX) <
                       WS-BUSINESS-DATE
                   MOVE PT-KEY(WS-PROOF-TABLE-IDX) TO PK-KEY
                   READ CARRY-FILE
                   EVALUATE WS-CARRY-FILE-STATUS
                       WHEN "00"
                           CONTINUE
                       WHEN "23"
                           PERFORM 4100-WRITE-UNCHECKED-CARRY
                       WHEN OTHER
                           MOVE "UNABLE TO READ CARRY-FILE" TO
                               WS-ABEND-TEXT
                           PERFORM 9900-ABEND
                   END-EVALUATE
               END-IF
           END-PERFORM.

       4100-WRITE-UNCHECKED-CARRY.
           MOVE PT-KEY(WS-PROOF-TABLE-IDX) TO PK-KEY
           MOVE SPACE TO PK-EXCEPTION-TYPE
           SET PK-REPORTED TO TRUE
           MOVE PT-ITEM-COUNT(WS-PROOF-TABLE-IDX) TO PK-REPORTED-COUNT
           MOVE PT-AMOUNT(WS-PROOF-TABLE-IDX) TO PK-REPORTED-AMOUNT
           MOVE ZEROS TO PK-BUG-COUNT
           MOVE ZEROS TO PK-BUG-AMOUNT
           MOVE WS-BUSINESS-DATE TO PK-FIRST-SEEN-DATE
           MOVE ZEROS TO PK-LAST-CHECKED-DATE
           MOVE ZEROS TO PK-DAYS-OUTSTANDING
           WRITE PROOF-CARRY-RECORD
           IF WS-CARRY-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO WRITE CARRY-FILE" TO WS-ABEND-TEXT
               PERFORM 9900-ABEND
           END-IF.

       4500-RECHECK-CARRIED.
      ******************************************************************
      * Every difference carried from an earlier date, oldest first:  *
      * BUG's figures for its date are rebuilt once per date while    *
      * the applied amounts are still on file, and a proof the branch *
      * has sent again for the date replaces the one carried.         *
      ******************************************************************
           MOVE ZEROS TO WS-FIGURES-DATE
           MOVE "N" TO WS-CARRY-EOF-SW
           MOVE LOW-VALUES TO PK-KEY
           START CARRY-FILE KEY NOT < PK-KEY
           IF WS-CARRY-FILE-STATUS NOT = "00"
               SET WS-CARRY-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CARRY-EOF
               READ CARRY-FILE NEXT
                   AT END
                       SET WS-CARRY-EOF TO TRUE
                   NOT AT END
                       IF PK-BUSINESS-DATE NOT < WS-BUSINESS-DATE
                           SET WS-CARRY-EOF TO TRUE
                       ELSE
                           PERFORM 4600-RECHECK-ONE-CARRIED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CARRY-HEADING-DONE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 6900-WRITE-REPORT-LINE
           END-IF.

       4600-RECHECK-ONE-CARRIED.
           IF PK-BUSINESS-DATE NOT = WS-FIGURES-DATE
               MOVE PK-BUSINESS-DATE TO WS-FIGURES-DATE
               IF WS-FIGURES-DATE < WS-APPLIED-START-DATE
                   SET WS-FIGURES-FROZEN TO TRUE
               ELSE
                   SET WS-FIGURES-CURRENT TO TRUE
                   PERFORM 3100-BUILD-BUG-FIGURES
               END-IF
           END-IF
           MOVE PK-BUG-COUNT TO WS-CHK-BUG-COUNT
           MOVE PK-BUG-AMOUNT TO WS-CHK-BUG-AMOUNT
           IF WS-FIGURES-CURRENT
               MOVE ZEROS TO WS-CHK-BUG-COUNT
               MOVE ZEROS TO WS-CHK-BUG-AMOUNT
               MOVE PK-BRANCH-CODE TO WS-SEARCH-DAY-BRANCH
               PERFORM 3160-SEARCH-DAY-TABLE
               IF WS-DAY-FOUND
                   MOVE DY-BUG-COUNT(WS-DAY-TABLE-IDX) TO
                       WS-CHK-BUG-COUNT
                   MOVE DY-BUG-AMOUNT(WS-DAY-TABLE-IDX) TO
                       WS-CHK-BUG-AMOUNT
               END-IF
           END-IF
           MOVE PK-REPORTED-SW TO WS-CHK-REPORTED-SW
           MOVE PK-REPORTED-COUNT TO WS-CHK-REPORTED-COUNT
           MOVE PK-REPORTED-AMOUNT TO WS-CHK-REPORTED-AMOUNT
           MOVE PK-KEY TO WS-SEARCH-PROOF-KEY
           PERFORM 2450-SEARCH-PROOF-TABLE
           IF WS-PROOF-FOUND
               SET WS-CHK-REPORTED TO TRUE
               MOVE PT-ITEM-COUNT(WS-PROOF-TABLE-IDX) TO
                   WS-CHK-REPORTED-COUNT
               MOVE PT-AMOUNT(WS-PROOF-TABLE-IDX) TO
                   WS-CHK-REPORTED-AMOUNT
           END-IF
           PERFORM 5000-CLASSIFY-FIGURES
           COMPUTE WS-CHK-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) -
               FUNCTION INTEGER-OF-DATE(PK-BUSINESS-DATE)
           IF WS-CHK-AGREES
               IF PK-LAST-CHECKED-DATE = ZEROS
                   ADD 1 TO WS-LATE-IN-BALANCE
               ELSE
                   ADD 1 TO WS-CARRIED-CHECKED
                   ADD 1 TO WS-CARRIED-CLEARED
                   MOVE "CLEARED - NOW AGREES" TO WS-LINE-TEXT
                   PERFORM 4700-WRITE-CARRIED-LINE
               END-IF
               DELETE CARRY-FILE
               IF WS-CARRY-FILE-STATUS NOT = "00"
                   MOVE "UNABLE TO DELETE CARRY-FILE" TO WS-ABEND-TEXT
                   PERFORM 9900-ABEND
               END-IF
           ELSE
               ADD 1 TO WS-CARRIED-CHECKED
               ADD 1 TO WS-CARRIED-OUTSTANDING
               PERFORM 5100-SET-CARRY-FIGURES
               REWRITE PROOF-CARRY-RECORD
               IF WS-CARRY-FILE-STATUS NOT = "00"
                   MOVE "UNABLE TO REWRITE CARRY-FILE" TO
                       WS-ABEND-TEXT
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 5200-SET-EXCEPTION-TEXT
               PERFORM 4700-WRITE-CARRIED-LINE
           END-IF.

       4700-WRITE-CARRIED-LINE.
           IF NOT WS-CARRY-HEADING-DONE
               SET WS-CARRY-HEADING-DONE TO TRUE
               MOVE "DIFFERENCES CARRIED FROM EARLIER DATES" TO
                   WS-PRINT-LINE
               PERFORM 6900-WRITE-REPORT-LINE
           END-IF
           MOVE PK-BUSINESS-DATE TO WS-LINE-DATE
           MOVE PK-BRANCH-CODE TO WS-LINE-BRANCH
           PERFORM 5500-WRITE-FIGURES-LINE.

       5000-CLASSIFY-FIGURES.
      ******************************************************************
      * A branch that reported agrees when both count and amount      *
      * match; one that did not report agrees only when BUG had       *
      * nothing for it either.  A proof of figures BUG has no trace   *
      * of is the case the reconciliation is there to catch: items    *
      * that never reached the feed.                                  *
      ******************************************************************
           SET WS-CHK-AGREES TO TRUE
           COMPUTE WS-CHK-COUNT-DIFF =
               WS-CHK-REPORTED-COUNT - WS-CHK-BUG-COUNT
           COMPUTE WS-CHK-AMOUNT-DIFF =
               WS-CHK-REPORTED-AMOUNT - WS-CHK-BUG-AMOUNT
           IF WS-CHK-REPORTED
               IF WS-CHK-COUNT-DIFF NOT = 0
                   OR WS-CHK-AMOUNT-DIFF NOT = 0
                   IF WS-CHK-BUG-COUNT = 0
                       AND WS-CHK-BUG-AMOUNT = 0
                       SET WS-CHK-REPORTED-NO-ACTIVITY TO TRUE
                   ELSE
                       SET WS-CHK-OUT-OF-BALANCE TO TRUE
                   END-IF
               END-IF
           ELSE
               MOVE ZEROS TO WS-CHK-REPORTED-COUNT
               MOVE ZEROS TO WS-CHK-REPORTED-AMOUNT
               IF WS-CHK-BUG-COUNT NOT = 0
                   OR WS-CHK-BUG-AMOUNT NOT = 0
                   SET WS-CHK-ACTIVE-NOT-REPORTED TO TRUE
                   COMPUTE WS-CHK-COUNT-DIFF = 0 - WS-CHK-BUG-COUNT
                   COMPUTE WS-CHK-AMOUNT-DIFF =
                       0 - WS-CHK-BUG-AMOUNT
               END-IF
           END-IF.

       5100-SET-CARRY-FIGURES.
      ******************************************************************
      * Fills the carry-forward record (key already set) from the     *
      * figures just compared, and adds it into the aging bands.      *
      ******************************************************************
           MOVE WS-CHK-TYPE TO PK-EXCEPTION-TYPE
           MOVE WS-CHK-REPORTED-SW TO PK-REPORTED-SW
           MOVE WS-CHK-REPORTED-COUNT TO PK-REPORTED-COUNT
           MOVE WS-CHK-REPORTED-AMOUNT TO PK-REPORTED-AMOUNT
           MOVE WS-CHK-BUG-COUNT TO PK-BUG-COUNT
           MOVE WS-CHK-BUG-AMOUNT TO PK-BUG-AMOUNT
           IF PK-LAST-CHECKED-DATE = ZEROS
               MOVE WS-BUSINESS-DATE TO PK-FIRST-SEEN-DATE
           END-IF
           MOVE WS-BUSINESS-DATE TO PK-LAST-CHECKED-DATE
           MOVE WS-CHK-DAYS TO PK-DAYS-OUTSTANDING
           ADD 1 TO WS-EXCEPTION-COUNT
           EVALUATE TRUE
               WHEN WS-CHK-DAYS = 0
                   MOVE 1 TO WS-AGE-IDX
               WHEN WS-CHK-DAYS NOT > 5
                   MOVE 2 TO WS-AGE-IDX
               WHEN WS-CHK-DAYS NOT > 30
                   MOVE 3 TO WS-AGE-IDX
               WHEN OTHER
                   MOVE 4 TO WS-AGE-IDX
           END-EVALUATE
           ADD 1 TO WS-AGE-COUNT(WS-AGE-IDX)
           IF WS-CHK-AMOUNT-DIFF < 0
               SUBTRACT WS-CHK-AMOUNT-DIFF FROM
                   WS-AGE-AMOUNT(WS-AGE-IDX)
           ELSE
               ADD WS-CHK-AMOUNT-DIFF TO WS-AGE-AMOUNT(WS-AGE-IDX)
           END-IF.

       5200-SET-EXCEPTION-TEXT.
           EVALUATE TRUE
               WHEN WS-CHK-OUT-OF-BALANCE
                   MOVE "OUT OF BALANCE" TO WS-LINE-TEXT
               WHEN WS-CHK-REPORTED-NO-ACTIVITY
                   MOVE "REPORTED-NO ACTIVITY" TO WS-LINE-TEXT
               WHEN OTHER
                   MOVE "ACTIVE-NOT REPORTED" TO WS-LINE-TEXT
           END-EVALUATE.

       5300-WRITE-REJECT-LINE.
           IF NOT WS-REJECT-HEADING-DONE
               SET WS-REJECT-HEADING-DONE TO TRUE
               MOVE "PROOF RECORDS REJECTED" TO WS-PRINT-LINE
               PERFORM 6900-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING PF-BUSINESS-DATE-X DELIMITED SIZE
               " " DELIMITED SIZE
               PF-BRANCH-CODE DELIMITED SIZE
               "  " DELIMITED SIZE
               PF-ITEM-COUNT-X DELIMITED SIZE
               " " DELIMITED SIZE
               PF-AMOUNT-SIGN DELIMITED SIZE
               PF-AMOUNT-X DELIMITED SIZE
               "  REJECTED - " DELIMITED SIZE
               WS-RESULT-TEXT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE.

       5400-WRITE-EXCEPTION-LINE.
           MOVE WS-BUSINESS-DATE TO WS-LINE-DATE
           MOVE DY-BRANCH-CODE(WS-DAY-TABLE-IDX) TO WS-LINE-BRANCH
           PERFORM 5500-WRITE-FIGURES-LINE.

       5500-WRITE-FIGURES-LINE.
           MOVE SPACES TO WS-LINE-NAME
           MOVE WS-LINE-BRANCH TO BRM-BRANCH-CODE
           READ BRANCH-MASTER-FILE
           IF WS-BRMASTER-FILE-STATUS = "00"
               MOVE BRM-BRANCH-NAME TO WS-LINE-NAME
           ELSE
               IF WS-BRMASTER-FILE-STATUS = "23"
                   MOVE "NOT ON MASTER" TO WS-LINE-NAME
               ELSE
                   MOVE "UNABLE TO READ BRANCH-MASTER-FILE" TO
                       WS-ABEND-TEXT
                   PERFORM 9900-ABEND
               END-IF
           END-IF
           MOVE WS-CHK-REPORTED-COUNT TO WS-REPORTED-COUNT-EDITED
           MOVE WS-CHK-REPORTED-AMOUNT TO WS-REPORTED-AMOUNT-EDITED
           MOVE WS-CHK-BUG-COUNT TO WS-BUG-COUNT-EDITED
           MOVE WS-CHK-BUG-AMOUNT TO WS-BUG-AMOUNT-EDITED
           MOVE WS-CHK-COUNT-DIFF TO WS-COUNT-DIFF-EDITED
           MOVE WS-CHK-AMOUNT-DIFF TO WS-AMOUNT-DIFF-EDITED
           MOVE WS-CHK-DAYS TO WS-DAYS-EDITED
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-LINE-DATE DELIMITED SIZE
               " " DELIMITED SIZE
               WS-LINE-BRANCH DELIMITED SIZE
               " " DELIMITED SIZE
               WS-LINE-NAME DELIMITED SIZE
               " " DELIMITED SIZE
               WS-REPORTED-COUNT-EDITED DELIMITED SIZE
               " " DELIMITED SIZE
               WS-REPORTED-AMOUNT-EDITED DELIMITED SIZE
               " " DELIMITED SIZE
               WS-BUG-COUNT-EDITED DELIMITED SIZE
               " " DELIMITED SIZE
               WS-BUG-AMOUNT-EDITED DELIMITED SIZE
               " " DELIMITED SIZE
               WS-COUNT-DIFF-EDITED DELIMITED SIZE
               " " DELIMITED SIZE
               WS-AMOUNT-DIFF-EDITED DELIMITED SIZE
               " " DELIMITED SIZE
               WS-DAYS-EDITED DELIMITED SIZE
               " " DELIMITED SIZE
               WS-LINE-TEXT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           IF NOT WS-CHK-REPORTED
               MOVE "NOT REPORTED" TO WS-PRINT-LINE(28:24)
           END-IF
           PERFORM 6900-WRITE-REPORT-LINE.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PROOF RECORDS READ: " DELIMITED SIZE
               WS-PROOFS-READ DELIMITED SIZE
               "   REJECTED: " DELIMITED SIZE
               WS-PROOFS-REJECTED DELIMITED SIZE
               "   FOR EARLIER DATES: " DELIMITED SIZE
               WS-PROOFS-LATE DELIMITED SIZE
               "   LATE PROOFS AGREEING: " DELIMITED SIZE
               WS-LATE-IN-BALANCE DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "BUSINESS DATE BRANCHES: " DELIMITED SIZE
               WS-DAY-BRANCHES DELIMITED SIZE
               "   IN BALANCE: " DELIMITED SIZE
               WS-DAY-IN-BALANCE DELIMITED SIZE
               "   OUT OF BALANCE: " DELIMITED SIZE
               WS-DAY-OUT-OF-BALANCE DELIMITED SIZE
               "   REPORTED-NO ACTIVITY: " DELIMITED SIZE
               WS-DAY-NO-ACTIVITY DELIMITED SIZE
               "   NOT REPORTED: " DELIMITED SIZE
               WS-DAY-NOT-REPORTED DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CARRIED DIFFERENCES CHECKED: " DELIMITED SIZE
               WS-CARRIED-CHECKED DELIMITED SIZE
               "   CLEARED: " DELIMITED SIZE
               WS-CARRIED-CLEARED DELIMITED SIZE
               "   STILL OUTSTANDING: " DELIMITED SIZE
               WS-CARRIED-OUTSTANDING DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OUTSTANDING DIFFERENCES BY AGE: " DELIMITED SIZE
               WS-EXCEPTION-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                       UNTIL WS-AGE-IDX > 4
               MOVE WS-AGE-AMOUNT(WS-AGE-IDX) TO WS-SUM-EDITED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " DELIMITED SIZE
                   WS-AGE-LABEL(WS-AGE-IDX) DELIMITED SIZE
                   "  BRANCH DAYS: " DELIMITED SIZE
                   WS-AGE-COUNT(WS-AGE-IDX) DELIMITED SIZE
                   "   AMOUNT IN DIFFERENCE: " DELIMITED SIZE
                   WS-SUM-EDITED DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 6900-WRITE-REPORT-LINE
           END-PERFORM.

       6100-WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING "PRFRECON BRANCH PROOF RECONCILIATION" DELIMITED SIZE
               "   BUSINESS DATE: " DELIMITED SIZE
               WS-BUSINESS-DATE DELIMITED SIZE
               "   PRINTED: " DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               "   PAGE: " DELIMITED SIZE
               WS-PAGE-NO DELIMITED SIZE
               INTO PROOF-PRINT-RECORD
           END-STRING
           WRITE PROOF-PRINT-RECORD
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING "BRANCH PROOFS AGAINST BUG ARCHIVE COUNTS AND"
                   DELIMITED SIZE
               " APPLIED AMOUNTS (MERGED BRANCHES UNDER SURVIVOR)"
                   DELIMITED SIZE
               INTO PROOF-PRINT-RECORD
           END-STRING
           WRITE PROOF-PRINT-RECORD
           MOVE SPACES TO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING "DATE     BRCH BRANCH NAME  " DELIMITED SIZE
               "RPT CNT REPORTED AMOUNT " DELIMITED SIZE
               "BUG CNT      BUG AMOUNT " DELIMITED SIZE
               "CNT DIFF       AMOUNT DIFF " DELIMITED SIZE
               " DAYS EXCEPTION" DELIMITED SIZE
               INTO PROOF-PRINT-RECORD
           END-STRING
           WRITE PROOF-PRINT-RECORD
           MOVE SPACES TO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD
           MOVE 5 TO WS-LINE-COUNT.

       6900-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD
           ADD 1 TO WS-LINE-COUNT.

       9000-TERMINATE.
           CLOSE PROOF-FILE
           CLOSE TXN-ARCHIVE-FILE
           CLOSE BRANCH-APPLIED-FILE
           CLOSE BRANCH-MASTER-FILE
           CLOSE CARRY-FILE
           CLOSE PROOF-REPORT-FILE.

       9900-ABEND.
           DISPLAY "PRFRECON: FATAL ERROR - " WS-ABEND-TEXT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
