      *****************************************************************
      * QUANTITY-ON-HAND AUDIT LOG FILE RECORD LAYOUT                 *
      * FILE: AUDITLOG.DAT                                            *
      * RECORD LENGTH: 120 BYTES                                      *
      *                                                               *
      * AN ISSUE OF A LOT-CONTROLLED ITEM IS LOGGED AS ONE RECORD PER *
      * LOT DRAWN, EACH CARRYING ITS OWN APPLIED QUANTITY, LOT NUMBER *
      * AND EXPIRY DATE; THE RECORDS CHAIN THEIR BEFORE AND AFTER     *
      * QUANTITIES SO THEY SUM TO THE TRANSACTION.  A LOT-CONTROLLED  *
      * RECEIPT CARRIES THE LOT RECEIVED.  THE LOT FIELDS ARE BLANK   *
      * ON EVERY OTHER RECORD, INCLUDING STOCK HELD FROM BEFORE THE   *
      * ITEM WAS PUT UNDER LOT CONTROL.                               *
      * A RETURN TO VENDOR ('D') CARRIES THE PURCHASE ORDER NUMBER    *
      * THE STOCK WAS RETURNED AGAINST; IT IS ZERO ON EVERY OTHER     *
      * RECORD.                                                       *
      * A KIT BUILD ('K') IS LOGGED AS ONE RECORD PER COMPONENT       *
      * CONSUMED (NEGATIVE APPLIED QUANTITY, ONE PER LOT DRAWN FOR A  *
      * LOT-CONTROLLED COMPONENT) FOLLOWED BY ONE RECORD FOR THE KITS *
      * BUILT (POSITIVE).  EVERY RECORD OF THE BUILD CARRIES THE KIT  *
      * ITEM NUMBER AND, IN AL-BUILD-LINK, THE SEQUENCE NUMBER OF THE *
      * BUILD'S FIRST RECORD, SO THE COMPONENTS AND THE KIT CAN BE    *
      * TIED BACK TO ONE ANOTHER.  BOTH ARE ZERO ON EVERY OTHER       *
      * RECORD.                                                       *
      *****************************************************************
       01  AUDIT-LOG-COPYBOOK-RECORD.
           05  AL-ITEM-NUMBER          PIC 9(6).
           05  AL-LOCATION-CODE        PIC X(3).
           05  AL-LOC-QTY-BEFORE       PIC 9(7).
           05  AL-LOC-QTY-AFTER        PIC 9(7).
           05  AL-LOT-NUMBER           PIC X(10).
           05  AL-LOT-EXPIRY-DATE      PIC X(10).
           05  AL-PO-NUMBER            PIC 9(6).
           05  AL-KIT-ITEM-NUMBER      PIC 9(6).
           05  AL-BUILD-LINK           PIC 9(9).
           05  FILLER                  PIC X(1).
