      *                 FILE UNCHANGED -- ITS AUDITLOG DD IS SIMPLY   *
      *                 POINTED AT THE DATED ARCHIVE DATASET WHEN     *
      *                 AUDITORS ASK FOR CLOSED-PERIOD HISTORY.       *
      * 2026-10-15  JH  AUDITLOG.DAT RECORDS ARE NOW 120 BYTES AND    *
      *                 CARRY THE LOT NUMBER AND LOT EXPIRY DATE OF   *
      *                 STOCK DRAWN FROM A LOT; THE AUDIT RECORD      *
      *                 LAYOUTS HERE PICK UP THE NEW FIELDS.  NO      *
      *                 CHANGE TO WHAT IS REPORTED.                   *
      * 2026-10-15  JH  AUDIT RECORD LAYOUT NOW CARRIES THE PURCHASE  *
      *                 ORDER NUMBER OF A RETURN TO VENDOR.  NO       *
      *                 CHANGE TO PROCESSING.                         *
      * 2026-10-15  JH  AUDIT RECORD LAYOUT NOW CARRIES THE KIT ITEM  *
      *                 NUMBER AND BUILD LINK OF A KIT BUILD.  NO     *
      *                 CHANGE TO PROCESSING.                         *
      *****************************************************************
      *
      *    THIS PROGRAM READS THE CONTROL CARD FOR THE CUTOFF DATE
               ==AL-UNIT-COST-AFTER==      BY ==AR-UNIT-COST-AFTER==
               ==AL-LOCATION-CODE==        BY ==AR-LOCATION-CODE==
               ==AL-LOC-QTY-BEFORE==       BY ==AR-LOC-QTY-BEFORE==
               ==AL-LOC-QTY-AFTER==        BY ==AR-LOC-QTY-AFTER==
               ==AL-LOT-NUMBER==           BY ==AR-LOT-NUMBER==
               ==AL-LOT-EXPIRY-DATE==      BY ==AR-LOT-EXPIRY-DATE==
               ==AL-PO-NUMBER==            BY ==AR-PO-NUMBER==
               ==AL-KIT-ITEM-NUMBER==      BY ==AR-KIT-ITEM-NUMBER==
               ==AL-BUILD-LINK==           BY ==AR-BUILD-LINK==.

       FD  NEW-LOG-FILE
           RECORDING MODE IS F
               ==AL-UNIT-COST-AFTER==      BY ==NL-UNIT-COST-AFTER==
               ==AL-LOCATION-CODE==        BY ==NL-LOCATION-CODE==
               ==AL-LOC-QTY-BEFORE==       BY ==NL-LOC-QTY-BEFORE==
               ==AL-LOC-QTY-AFTER==        BY ==NL-LOC-QTY-AFTER==
               ==AL-LOT-NUMBER==           BY ==NL-LOT-NUMBER==
               ==AL-LOT-EXPIRY-DATE==      BY ==NL-LOT-EXPIRY-DATE==
               ==AL-PO-NUMBER==            BY ==NL-PO-NUMBER==
               ==AL-KIT-ITEM-NUMBER==      BY ==NL-KIT-ITEM-NUMBER==
               ==AL-BUILD-LINK==           BY ==NL-BUILD-LINK==.

       FD  ARCHIVE-RPT
           RECORDING MODE IS F
