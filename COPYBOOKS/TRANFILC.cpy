      * FROM-LOCATION AND TR-TO-LOCATION-CODE THE
      * TO-LOCATION; THE TO-LOCATION IS BLANK ON
      * EVERY OTHER TRANSACTION TYPE.
      *
      * A RECEIPT OF A LOT-CONTROLLED ITEM CARRIES THE
      * SUPPLIER'S LOT NUMBER AND THE LOT'S EXPIRY
      * DATE (YYYY-MM-DD); BOTH ARE BLANK OTHERWISE.
      *
      * AN ISSUE GENERATED FROM A CONFIRMED CUSTOMER-
      * ORDER PICK (INVPICK) CARRIES THE ORDER AND
      * LINE NUMBER IT WAS PICKED FOR; BOTH ARE BLANK
      * ON A KEYED TRANSACTION.
      *
      * A COST REVALUATION ('V') CARRIES THE ITEM'S
      * NEW UNIT COST IN TR-UNIT-COST; ITS QUANTITY
      * IS ZERO AND ITS LOCATION BLANK, SINCE IT
      * REPRICES THE WHOLE ON-HAND BALANCE.
      *
      * A CUSTOMER RETURN ('C') IS ALWAYS RECEIVED
      * INTO THE QUARANTINE LOCATION 'QR '.  A
      * RETURN TO VENDOR ('D') CARRIES THE PURCHASE
      * ORDER THE STOCK CAME IN ON IN TR-PO-NUMBER,
      * WHICH IS BLANK ON EVERY OTHER TYPE.
      *
      * AN ADJUSTMENT GENERATED BY THE SUPERVISOR'S
      * APPROVAL RUN (INVADJA) FOR A COUNT HELD ON
      * PENDADJ.DAT CARRIES 'Y' IN TR-APPROVAL-FLAG;
      * THE FLAG IS BLANK ON EVERY KEYED TRANSACTION.
      *
      * A KIT BUILD ('K') NAMES THE KIT IN
      * TR-ITEM-NUMBER AND THE NUMBER OF KITS BUILT
      * IN TR-QUANTITY.  TR-LOCATION-CODE IS THE
      * BUILD LOCATION (BLANK MEANS 'MN '); EVERY
      * COMPONENT ON THE KIT'S BILL OF MATERIALS
      * (BOMMAST.DAT) IS CONSUMED THERE AND THE KITS
      * ARE RECEIVED THERE.  NO UNIT COST IS KEYED --
      * THE POSTING RUN ROLLS IT UP FROM THE
      * COMPONENTS.
      **********************************************
       01  TRANSACTION-COPYBOOK-RECORD.
           05  TR-ITEM-NUMBER          PIC 9(6).
               88  TR-ISSUE            VALUE 'I'.
               88  TR-ADJUSTMENT       VALUE 'A'.
               88  TR-TRANSFER         VALUE 'T'.
               88  TR-REVALUATION      VALUE 'V'.
               88  TR-CUSTOMER-RETURN  VALUE 'C'.
               88  TR-VENDOR-RETURN    VALUE 'D'.
               88  TR-KIT-BUILD        VALUE 'K'.
           05  TR-QUANTITY             PIC 9(7).
           05  TR-TRANS-DATE           PIC X(10).
           05  TR-UNIT-COST            PIC 9(5)V99.
           05  TR-LOCATION-CODE        PIC X(3).
           05  TR-TO-LOCATION-CODE     PIC X(3).
           05  TR-LOT-NUMBER           PIC X(10).
           05  TR-EXPIRY-DATE          PIC X(10).
           05  TR-ORDER-NUMBER         PIC 9(6).
           05  TR-ORDER-LINE           PIC 9(3).
           05  TR-PO-NUMBER            PIC 9(6).
           05  TR-APPROVAL-FLAG        PIC X(1).
               88  TR-APPROVED-ADJUSTMENT  VALUE 'Y'.
           05  FILLER                  PIC X(7).
