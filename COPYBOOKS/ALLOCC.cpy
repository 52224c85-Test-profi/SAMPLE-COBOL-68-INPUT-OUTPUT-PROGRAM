      *****************************************************************
      * CUSTOMER ORDER ALLOCATION FILE RECORD LAYOUT                  *
      * FILE: ALLOCAT.DAT                                             *
      * RECORD LENGTH: 80 BYTES                                       *
      *                                                               *
      * ONE RECORD PER ORDER LINE PER STOCKING LOCATION THE LINE HAS  *
      * STOCK RESERVED AT, KEYED ON ORDER NUMBER PLUS LINE NUMBER     *
      * PLUS LOCATION CODE.  WRITTEN BY THE NIGHTLY ALLOCATION        *
      * (INVALOC), PRINTED AS A PICK TICKET, AND DELETED BY INVPICK   *
      * WHEN THE PICK IS CONFIRMED.  THE ALLOCATIONS AT A LOCATION    *
      * SUM TO LB-QUANTITY-ALLOCATED ON LOCBAL.DAT, AND A LINE'S      *
      * ALLOCATIONS SUM TO CO-QUANTITY-ALLOCATED ON CUSTORD.DAT.      *
      *****************************************************************
       01  ALLOCATION-COPYBOOK-RECORD.
           05  AC-ALLOC-KEY.
               10  AC-ORDER-NUMBER     PIC 9(6).
               10  AC-LINE-NUMBER      PIC 9(3).
               10  AC-LOCATION-CODE    PIC X(3).
           05  AC-ITEM-NUMBER          PIC 9(6).
           05  AC-QUANTITY-ALLOCATED   PIC 9(7).
           05  AC-ALLOC-DATE           PIC X(10).
           05  FILLER                  PIC X(45).
