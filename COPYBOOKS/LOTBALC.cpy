      *****************************************************************
      * LOT STOCK BALANCE FILE RECORD LAYOUT                          *
      * FILE: LOTBAL.DAT                                              *
      * RECORD LENGTH: 80 BYTES                                       *
      *                                                               *
      * ONE RECORD PER LOT OF A LOT-CONTROLLED ITEM HELD AT A         *
      * STOCKING LOCATION, KEYED ON ITEM NUMBER PLUS LOCATION CODE    *
      * PLUS EXPIRY DATE PLUS LOT NUMBER, SO A BROWSE FROM THE ITEM   *
      * AND LOCATION RETURNS THE LOTS OLDEST EXPIRY FIRST -- THE      *
      * ORDER STOCK IS ISSUED IN.  A LOT IS DELETED WHEN IT IS DRAWN  *
      * TO ZERO.  THE LOTS AT A LOCATION NEVER SUM TO MORE THAN THE   *
      * LOCATION BALANCE ON LOCBAL.DAT; ANY DIFFERENCE IS STOCK HELD  *
      * FROM BEFORE THE ITEM WAS PUT UNDER LOT CONTROL.               *
      *****************************************************************
       01  LOT-BALANCE-COPYBOOK-RECORD.
           05  LT-LOT-KEY.
               10  LT-ITEM-NUMBER      PIC 9(6).
               10  LT-LOCATION-CODE    PIC X(3).
               10  LT-EXPIRY-DATE      PIC X(10).
               10  LT-LOT-NUMBER       PIC X(10).
           05  LT-QUANTITY-ON-HAND     PIC 9(7).
           05  LT-RECEIVED-DATE        PIC X(10).
           05  FILLER                  PIC X(34).
