      *****************************************************************
      * BILL OF MATERIALS MAINTENANCE TRANSACTION RECORD LAYOUT       *
      * FILE: BOMTRAN.DAT                                             *
      * RECORD LENGTH: 80 BYTES                                       *
      *****************************************************************
       01  BOM-TRAN-COPYBOOK-RECORD.
           05  BT-KIT-ITEM-NUMBER      PIC 9(6).
           05  BT-COMPONENT-ITEM       PIC 9(6).
      *    THE 'C' ACTION CHANGES THE QUANTITY PER KIT ON AN EXISTING
      *    LINE; THE 'D' ACTION REMOVES THE LINE FROM THE KIT'S BILL.
           05  BT-ACTION-CODE          PIC X(1).
               88  BT-ADD-LINE         VALUE 'A'.
               88  BT-CHANGE-LINE      VALUE 'C'.
               88  BT-DELETE-LINE      VALUE 'D'.
           05  BT-QUANTITY-PER         PIC 9(5).
           05  FILLER                  PIC X(62).
