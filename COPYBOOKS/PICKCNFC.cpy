      *****************************************************************
      * PICK CONFIRMATION FILE RECORD LAYOUT                          *
      * FILE: PICKCNF.DAT                                             *
      * RECORD LENGTH: 80 BYTES                                       *
      *                                                               *
      * ONE CARD PER PICK TICKET LINE RETURNED BY THE FLOOR, GIVING   *
      * THE QUANTITY ACTUALLY PICKED.  ZERO MEANS NOTHING WAS FOUND   *
      * AND THE WHOLE ALLOCATION GOES BACK TO UNFILLED.               *
      *****************************************************************
       01  PICK-CONFIRM-COPYBOOK-RECORD.
           05  PC-ORDER-NUMBER         PIC 9(6).
           05  PC-LINE-NUMBER          PIC 9(3).
           05  PC-LOCATION-CODE        PIC X(3).
           05  PC-QUANTITY-PICKED      PIC 9(7).
           05  FILLER                  PIC X(61).
