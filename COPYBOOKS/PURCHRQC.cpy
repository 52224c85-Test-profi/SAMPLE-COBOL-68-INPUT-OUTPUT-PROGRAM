           05  PR-REORDER-POINT        PIC 9(7).
           05  PR-REORDER-QUANTITY     PIC 9(7).
           05  PR-REQ-DATE             PIC X(10).
           05  PR-VENDOR-NUMBER        PIC 9(4).
           05  FILLER                  PIC X(10).
