           05  BO-QUANTITY-SHORT       PIC 9(7).
           05  BO-TRANS-DATE           PIC X(10).
           05  BO-LOCATION-CODE        PIC X(3).
      *    CUSTOMER ORDER AND LINE A SHORT PICK WAS FOR (SEE
      *    CUSTORDC); ZERO ON A BACKORDER FROM A KEYED ISSUE.
           05  BO-ORDER-NUMBER         PIC 9(6).
           05  BO-ORDER-LINE           PIC 9(3).
           05  FILLER                  PIC X(45).
