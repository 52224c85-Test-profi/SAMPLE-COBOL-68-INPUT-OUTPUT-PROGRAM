      *****************************************************************
      * VENDOR MASTER FILE RECORD LAYOUT                              *
      * FILE: VENDMAST.DAT                                            *
      * RECORD LENGTH: 160 BYTES                                      *
      *                                                               *
      * ONE RECORD PER SUPPLIER, KEYED ON VENDOR NUMBER.  MAINTAINED  *
      * BY INVVNMT.  IM-PRIMARY-VENDOR ON THE INVENTORY MASTER AND    *
      * PO-VENDOR-NUMBER ON THE OPEN PURCHASE ORDER FILE POINT HERE.  *
      * VM-LEAD-TIME-DAYS IS THE NUMBER OF CALENDAR DAYS THE VENDOR   *
      * NORMALLY TAKES TO DELIVER AN ORDER; INVPORP MEASURES DAYS     *
      * LATE FROM IT.  AN INACTIVE VENDOR IS KEPT ON FILE FOR THE     *
      * ORDERS THAT STILL POINT AT IT BUT IS NOT USED FOR NEW ONES.   *
      *****************************************************************
       01  VENDOR-MASTER-COPYBOOK-RECORD.
           05  VM-VENDOR-NUMBER        PIC 9(4).
           05  VM-VENDOR-NAME          PIC X(30).
           05  VM-ADDRESS-LINE-1       PIC X(30).
           05  VM-ADDRESS-LINE-2       PIC X(30).
           05  VM-PHONE-NUMBER         PIC X(12).
           05  VM-LEAD-TIME-DAYS       PIC 9(3).
           05  VM-STATUS-CODE          PIC X(1).
               88  VM-ACTIVE           VALUE 'A'.
               88  VM-INACTIVE         VALUE 'I'.
           05  FILLER                  PIC X(50).
