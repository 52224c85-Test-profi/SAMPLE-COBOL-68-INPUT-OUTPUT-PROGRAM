      *****************************************************************
      * CUSTOMER ORDER MAINTENANCE TRANSACTION FILE RECORD LAYOUT     *
      * FILE: ORDTRAN.DAT                                             *
      * RECORD LENGTH: 120 BYTES                                      *
      *****************************************************************
       01  ORDER-TRAN-COPYBOOK-RECORD.
           05  OT-ORDER-NUMBER         PIC 9(6).
           05  OT-LINE-NUMBER          PIC 9(3).
      *    'A' ENTERS A NEW ORDER LINE, 'C' CHANGES ITS ORDERED
      *    QUANTITY, 'X' CANCELS WHAT IS STILL UNSHIPPED ON IT.
           05  OT-ACTION-CODE          PIC X(1).
               88  OT-ADD-LINE         VALUE 'A'.
               88  OT-CHANGE-LINE      VALUE 'C'.
               88  OT-CANCEL-LINE      VALUE 'X'.
           05  OT-CUSTOMER-NUMBER      PIC 9(6).
           05  OT-CUSTOMER-NAME        PIC X(30).
           05  OT-ORDER-DATE           PIC X(10).
           05  OT-ITEM-NUMBER          PIC 9(6).
           05  OT-QUANTITY-ORDERED     PIC 9(7).
           05  FILLER                  PIC X(51).
