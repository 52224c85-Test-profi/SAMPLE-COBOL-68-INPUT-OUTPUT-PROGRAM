      *****************************************************************
      * CUSTOMER ORDER LINE FILE RECORD LAYOUT                        *
      * FILE: CUSTORD.DAT                                             *
      * RECORD LENGTH: 120 BYTES                                      *
      *                                                               *
      * ONE RECORD PER CUSTOMER ORDER LINE, KEYED ON ORDER NUMBER     *
      * PLUS LINE NUMBER.  MAINTAINED BY INVCOMT.  THE NIGHTLY        *
      * ALLOCATION (INVALOC) RESERVES LOCATION STOCK AGAINST THE      *
      * LINE'S UNFILLED QUANTITY -- ORDERED LESS ALLOCATED LESS       *
      * SHIPPED -- OLDEST ORDER FIRST; INVPICK MOVES A CONFIRMED      *
      * PICK FROM ALLOCATED TO SHIPPED AND RETURNS ANY SHORT-PICKED   *
      * QUANTITY TO UNFILLED.  A LINE STAYS OPEN UNTIL IT HAS SHIPPED *
      * IN FULL OR IS CANCELLED.                                      *
      *****************************************************************
       01  CUSTOMER-ORDER-COPYBOOK-RECORD.
           05  CO-ORDER-KEY.
               10  CO-ORDER-NUMBER     PIC 9(6).
               10  CO-LINE-NUMBER      PIC 9(3).
           05  CO-CUSTOMER-NUMBER      PIC 9(6).
           05  CO-CUSTOMER-NAME        PIC X(30).
           05  CO-ORDER-DATE           PIC X(10).
           05  CO-ITEM-NUMBER          PIC 9(6).
           05  CO-QUANTITY-ORDERED     PIC 9(7).
           05  CO-QUANTITY-ALLOCATED   PIC 9(7).
           05  CO-QUANTITY-SHIPPED     PIC 9(7).
           05  CO-LINE-STATUS          PIC X(1).
               88  CO-LINE-OPEN        VALUE 'O'.
               88  CO-LINE-SHIPPED     VALUE 'S'.
               88  CO-LINE-CANCELLED   VALUE 'X'.
           05  CO-LAST-ACTIVITY-DATE   PIC X(10).
           05  FILLER                  PIC X(27).
