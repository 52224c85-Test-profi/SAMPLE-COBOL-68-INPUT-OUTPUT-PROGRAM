      *****************************************************************
      * VENDOR MAINTENANCE TRANSACTION FILE RECORD LAYOUT             *
      * FILE: VENDTRAN.DAT                                            *
      * RECORD LENGTH: 160 BYTES                                      *
      *****************************************************************
       01  VEND-TRAN-COPYBOOK-RECORD.
           05  VT-VENDOR-NUMBER        PIC 9(4).
      *    THE 'I' ACTION INACTIVATES THE VENDOR RATHER THAN REMOVING
      *    THE RECORD; A 'C' CARD WITH STATUS 'A' REACTIVATES IT.
           05  VT-ACTION-CODE          PIC X(1).
               88  VT-ADD-VENDOR       VALUE 'A'.
               88  VT-CHANGE-VENDOR    VALUE 'C'.
               88  VT-INACTIVATE-VENDOR VALUE 'I'.
           05  VT-VENDOR-NAME          PIC X(30).
           05  VT-ADDRESS-LINE-1       PIC X(30).
           05  VT-ADDRESS-LINE-2       PIC X(30).
           05  VT-PHONE-NUMBER         PIC X(12).
           05  VT-LEAD-TIME-DAYS       PIC 9(3).
           05  VT-STATUS-CODE          PIC X(1).
           05  FILLER                  PIC X(49).
