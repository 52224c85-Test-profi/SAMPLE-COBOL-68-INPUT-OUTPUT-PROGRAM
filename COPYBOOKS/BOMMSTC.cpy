      *****************************************************************
      * BILL OF MATERIALS MASTER FILE RECORD LAYOUT                   *
      * FILE: BOMMAST.DAT                                             *
      * RECORD LENGTH: 80 BYTES                                       *
      *                                                               *
      * ONE RECORD PER COMPONENT LINE OF A KIT, KEYED ON KIT ITEM     *
      * NUMBER PLUS COMPONENT ITEM NUMBER, SO A KIT'S LINES READ      *
      * TOGETHER IN COMPONENT ORDER.  MAINTAINED BY INVBOMT.  BOTH    *
      * ITEMS ARE ON THE INVENTORY MASTER.  BM-QUANTITY-PER IS THE    *
      * NUMBER OF THE COMPONENT THAT GOES INTO ONE KIT.  A KIT BUILD  *
      * ('K') IN INVUPDT CONSUMES EVERY LINE OF THE KIT'S BILL.       *
      *****************************************************************
       01  BOM-MASTER-COPYBOOK-RECORD.
           05  BM-BOM-KEY.
               10  BM-KIT-ITEM-NUMBER  PIC 9(6).
               10  BM-COMPONENT-ITEM   PIC 9(6).
           05  BM-QUANTITY-PER         PIC 9(5).
           05  BM-DATE-ADDED           PIC X(10).
           05  BM-DATE-CHANGED         PIC X(10).
           05  FILLER                  PIC X(43).
