               88  SW-RELEASED                VALUE "D".
           05  SW-REPAIR-DATE          PIC 9(8).
           05  SW-RELEASE-DATE         PIC 9(8).
           05  SW-TXN-DATA             PIC X(49).
           05  FILLER                  PIC X(8).
