      *****************************************************
      *  CYCLCTL.CPY                                      *
      *  Nightly cycle-control record layout.             *
      *                                                    *
      *  One record per cycle step per business date,     *
      *  keyed by business date plus step number.  All    *
      *  steps are written pending (P) when CYCLEDRV      *
      *  first runs the date; each is rewritten started   *
      *  (S) before the step is called and complete (C)   *
      *  or failed (F) when it returns.  A step still     *
      *  started on the next run never came back - it     *
      *  abended - and is set to A.  The reason text      *
      *  says why a step stopped the cycle.  Reported on  *
      *  by CYCLERPT.                                     *
      *****************************************************
       01  CYCLE-CONTROL-RECORD.
           05  CY-KEY.
               10  CY-BUSINESS-DATE    PIC 9(8).
               10  CY-STEP-NO          PIC 9(2).
           05  CY-STEP-NAME            PIC X(8).
           05  CY-START-TIMESTAMP      PIC X(21).
           05  CY-END-TIMESTAMP        PIC X(21).
           05  CY-RETURN-CODE          PIC 9(2).
           05  CY-MAX-RETURN-CODE      PIC 9(2).
           05  CY-STEP-STATUS          PIC X(1).
               88  CY-STEP-PENDING            VALUE "P".
               88  CY-STEP-STARTED            VALUE "S".
               88  CY-STEP-COMPLETE           VALUE "C".
               88  CY-STEP-FAILED             VALUE "F".
               88  CY-STEP-ABENDED            VALUE "A".
           05  CY-ATTEMPT-COUNT        PIC 9(2).
           05  CY-REASON-TEXT          PIC X(50).
           05  FILLER                  PIC X(8).
