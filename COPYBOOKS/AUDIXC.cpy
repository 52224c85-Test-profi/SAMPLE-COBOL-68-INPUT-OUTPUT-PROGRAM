      *****************************************************************
      * KEYED AUDIT HISTORY FILE RECORD LAYOUT                        *
      * FILE: AUDITIX.DAT                                             *
      * RECORD LENGTH: 120 BYTES                                      *
      *                                                               *
      * LOADED NIGHTLY BY INVAUDL FROM AUDITLOG.DAT (OR ON REQUEST    *
      * FROM AN INVARCH ARCHIVE DATASET), KEYED ON ITEM NUMBER PLUS   *
           05  AX-LOCATION-CODE        PIC X(3).
           05  AX-LOC-QTY-BEFORE       PIC 9(7).
           05  AX-LOC-QTY-AFTER        PIC 9(7).
           05  AX-LOT-NUMBER           PIC X(10).
           05  AX-LOT-EXPIRY-DATE      PIC X(10).
           05  AX-PO-NUMBER            PIC 9(6).
           05  AX-KIT-ITEM-NUMBER      PIC 9(6).
           05  AX-BUILD-LINK           PIC 9(9).
           05  FILLER                  PIC X(1).
