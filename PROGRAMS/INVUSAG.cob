      *                 INSTEAD OF VANISHING WITH THE RAW LOG.  SEE   *
      *                 INVUSRP FOR THE SLOW-MOVING AND REORDER       *
      *                 REVIEW REPORTS THAT READ THE HISTORY.         *
      * 2026-10-15  JH  AUDITLOG.DAT RECORDS ARE NOW 120 BYTES AND    *
      *                 CARRY THE LOT NUMBER AND LOT EXPIRY DATE OF   *
      *                 STOCK DRAWN FROM A LOT; THE AUDIT RECORD      *
      *                 LAYOUTS HERE PICK UP THE NEW FIELDS.  NO      *
      *                 CHANGE TO WHAT IS REPORTED.                   *
      * 2026-10-15  JH  AUDIT RECORD LAYOUT NOW CARRIES THE PURCHASE  *
      *                 ORDER NUMBER OF A RETURN TO VENDOR.  NO       *
      *                 CHANGE TO PROCESSING.                         *
      * 2026-10-15  JH  KIT BUILDS ('K', SEE INVUPDT) NOW ROLL INTO   *
      *                 THE USAGE FIGURES: A COMPONENT CONSUMED BY A  *
      *                 BUILD COUNTS AS ISSUE USAGE, SO ITS REORDER   *
      *                 REVIEW SEES THE DEMAND THE KITS PUT ON IT,    *
      *                 AND THE KITS BUILT COUNT AS A RECEIPT.        *
      *****************************************************************
      *
      *    THE CONTROL CARD CARRIES THE PERIOD BEING CLOSED (YYYY-MM,
      *    ON A RERUN, REWRITES) THE ITEM'S USAGE RECORD FOR THE
      *    PERIOD.  ISSUES CARRY A NEGATIVE APPLIED QUANTITY ON THE
      *    LOG AND ACCUMULATE POSITIVE HERE; TRANSFERS APPLY ZERO AND
      *    FALL OUT.  A KIT BUILD IS AN ISSUE OF EACH COMPONENT
      *    (NEGATIVE) AND A RECEIPT OF THE KIT (POSITIVE).  AFTER THE
      *    ROLL, EVERY USAGE RECORD TWELVE OR MORE MONTHS BEHIND THE
      *    PERIOD BEING CLOSED IS DELETED, LEAVING EXACTLY TWELVE
      *    PERIODS PER ITEM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ==AL-UNIT-COST-AFTER==      BY ==SW-UNIT-COST-AFTER==
               ==AL-LOCATION-CODE==        BY ==SW-LOCATION-CODE==
               ==AL-LOC-QTY-BEFORE==       BY ==SW-LOC-QTY-BEFORE==
               ==AL-LOC-QTY-AFTER==        BY ==SW-LOC-QTY-AFTER==
               ==AL-LOT-NUMBER==           BY ==SW-LOT-NUMBER==
               ==AL-LOT-EXPIRY-DATE==      BY ==SW-LOT-EXPIRY-DATE==
               ==AL-PO-NUMBER==            BY ==SW-PO-NUMBER==
               ==AL-KIT-ITEM-NUMBER==      BY ==SW-KIT-ITEM-NUMBER==
               ==AL-BUILD-LINK==           BY ==SW-BUILD-LINK==.

       FD  SORTED-AUDIT-FILE
           RECORDING MODE IS F
               ==AL-UNIT-COST-AFTER==      BY ==SA-UNIT-COST-AFTER==
               ==AL-LOCATION-CODE==        BY ==SA-LOCATION-CODE==
               ==AL-LOC-QTY-BEFORE==       BY ==SA-LOC-QTY-BEFORE==
               ==AL-LOC-QTY-AFTER==        BY ==SA-LOC-QTY-AFTER==
               ==AL-LOT-NUMBER==           BY ==SA-LOT-NUMBER==
               ==AL-LOT-EXPIRY-DATE==      BY ==SA-LOT-EXPIRY-DATE==
               ==AL-PO-NUMBER==            BY ==SA-PO-NUMBER==
               ==AL-KIT-ITEM-NUMBER==      BY ==SA-KIT-ITEM-NUMBER==
               ==AL-BUILD-LINK==           BY ==SA-BUILD-LINK==.

       FD  USAGE-FILE
           LABEL RECORDS ARE STANDARD.
                   SUBTRACT SA-QUANTITY-APPLIED FROM WS-ISSUE-TOTAL
               WHEN 'B'
                   SUBTRACT SA-QUANTITY-APPLIED FROM WS-ISSUE-TOTAL
               WHEN 'K'
                   IF SA-QUANTITY-APPLIED < ZERO
                       SUBTRACT SA-QUANTITY-APPLIED FROM WS-ISSUE-TOTAL
                   ELSE
                       ADD SA-QUANTITY-APPLIED TO WS-RECEIPT-TOTAL
                   END-IF
           END-EVALUATE.
           PERFORM 1250-READ-SORTED THRU 1250-EXIT.
       2000-EXIT.
