      *                 COVERS THE RELEASES AS WELL AS THE DAILY       *
      *                 POSTINGS, AND WRITES ITS OWN START AND END     *
      *                 RECORDS WITH THE ITEM COUNT FOR INVOPSB.       *
      * 2026-10-15  JH  AUDITLOG.DAT RECORDS ARE NOW 120 BYTES AND    *
      *                 CARRY THE LOT NUMBER AND LOT EXPIRY DATE OF   *
      *                 STOCK DRAWN FROM A LOT; THE AUDIT RECORD      *
      *                 LAYOUTS HERE PICK UP THE NEW FIELDS.  NO      *
      *                 CHANGE TO WHAT IS REPORTED.                   *
      * 2026-10-15  JH  CUSTOMER RETURNS ('C') AND RETURNS TO VENDOR  *
      *                 ('D', SEE INVUPDT) NOW PRINT IN THEIR OWN     *
      *                 CUST RETURN AND VEND RETURN COLUMNS AT        *
      *                 LOCATION, ITEM, AND GRAND-TOTAL LEVEL INSTEAD *
      *                 OF BEING LEFT OUT OF THE RECEIPT AND ISSUE    *
      *                 FIGURES.  THE AUDIT RECORD LAYOUTS PICK UP    *
      *                 THE NEW PURCHASE ORDER NUMBER FIELD.          *
      * 2026-10-15  JH  KIT BUILDS ('K', SEE INVUPDT) NOW COUNT IN    *
      *                 THE RECEIPT AND ISSUE COLUMNS: A COMPONENT    *
      *                 CONSUMED BY A BUILD AS AN ISSUE, THE KITS     *
      *                 BUILT AS A RECEIPT.                           *
      *****************************************************************
      *
      *    THIS PROGRAM SELECTS TODAY'S AUDIT LOG RECORDS, SORTS THEM
      *    BEGINNING BALANCE IS THE QUANTITY-BEFORE OF THE FIRST
      *    TRANSACTION FOR THE ITEM; THE ENDING BALANCE IS THE
      *    QUANTITY-AFTER OF THE LAST.  RECEIPT AND ISSUE TRANSACTIONS
      *    ARE ACCUMULATED SEPARATELY, AND CUSTOMER RETURNS AND
      *    RETURNS TO VENDOR EACH IN THEIR OWN COLUMN RATHER THAN
      *    NETTED INTO RECEIPTS AND ISSUES.  A KIT BUILD COUNTS AS AN
      *    ISSUE OF EACH COMPONENT AND A RECEIPT OF THE KIT.
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

       FD  ACTIVITY-RPT
           RECORDING MODE IS F
       77  WS-END-BALANCE          PIC 9(9)   VALUE ZERO.
       77  WS-RECEIPT-TOTAL        PIC 9(9)   VALUE ZERO.
       77  WS-ISSUE-TOTAL          PIC 9(9)   VALUE ZERO.
       77  WS-CUST-RETURN-TOTAL    PIC 9(9)   VALUE ZERO.
       77  WS-VEND-RETURN-TOTAL    PIC 9(9)   VALUE ZERO.
       77  WS-LOC-BEGIN-BALANCE    PIC 9(7)   VALUE ZERO.
       77  WS-LOC-END-BALANCE      PIC 9(7)   VALUE ZERO.
       77  WS-LOC-RECEIPT-TOTAL    PIC 9(9)   VALUE ZERO.
       77  WS-LOC-ISSUE-TOTAL      PIC 9(9)   VALUE ZERO.
       77  WS-LOC-CUST-RETURN-TOTAL PIC 9(9)  VALUE ZERO.
       77  WS-LOC-VEND-RETURN-TOTAL PIC 9(9)  VALUE ZERO.
       77  WS-ITEM-COUNT           PIC 9(7)   VALUE ZERO.
       77  WS-GRAND-BEGIN-TOTAL    PIC 9(9)   VALUE ZERO.
       77  WS-GRAND-END-TOTAL      PIC 9(9)   VALUE ZERO.
       77  WS-GRAND-RECEIPT-TOTAL  PIC 9(9)   VALUE ZERO.
       77  WS-GRAND-ISSUE-TOTAL    PIC 9(9)   VALUE ZERO.
       77  WS-GRAND-CUST-RTN-TOTAL PIC 9(9)   VALUE ZERO.
       77  WS-GRAND-VEND-RTN-TOTAL PIC 9(9)   VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  WS-DL-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-ISSUE-TOTAL       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-CUST-RETURN-TOTAL PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-VEND-RETURN-TOTAL PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-END-BALANCE       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(36)  VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(30)
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE '     ISSUES'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE 'CUST RETURN'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE 'VEND RETURN'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE '    END BAL'.
           05  FILLER                  PIC X(36)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION           PIC X(30).
           MOVE ZERO TO WS-END-BALANCE.
           MOVE ZERO TO WS-RECEIPT-TOTAL.
           MOVE ZERO TO WS-ISSUE-TOTAL.
           MOVE ZERO TO WS-CUST-RETURN-TOTAL.
           MOVE ZERO TO WS-VEND-RETURN-TOTAL.
           SET WS-NOT-FIRST-ITEM TO TRUE.
       2100-EXIT.
           EXIT.
           MOVE ZERO TO WS-LOC-END-BALANCE.
           MOVE ZERO TO WS-LOC-RECEIPT-TOTAL.
           MOVE ZERO TO WS-LOC-ISSUE-TOTAL.
           MOVE ZERO TO WS-LOC-CUST-RETURN-TOTAL.
           MOVE ZERO TO WS-LOC-VEND-RETURN-TOTAL.
       2150-EXIT.
           EXIT.

               WHEN SA-TRANS-TYPE = 'I'
                   COMPUTE WS-LOC-ISSUE-TOTAL =
                       WS-LOC-ISSUE-TOTAL - SA-QUANTITY-APPLIED
               WHEN SA-TRANS-TYPE = 'C'
                   ADD SA-QUANTITY-APPLIED TO WS-LOC-CUST-RETURN-TOTAL
               WHEN SA-TRANS-TYPE = 'D'
                   COMPUTE WS-LOC-VEND-RETURN-TOTAL =
                       WS-LOC-VEND-RETURN-TOTAL - SA-QUANTITY-APPLIED
               WHEN SA-TRANS-TYPE = 'K'
                 AND SA-QUANTITY-APPLIED < ZERO
                   COMPUTE WS-LOC-ISSUE-TOTAL =
                       WS-LOC-ISSUE-TOTAL - SA-QUANTITY-APPLIED
               WHEN SA-TRANS-TYPE = 'K'
                   ADD SA-QUANTITY-APPLIED TO WS-LOC-RECEIPT-TOTAL
           END-EVALUATE.
       2200-EXIT.
           EXIT.
           MOVE WS-LOC-BEGIN-BALANCE TO WS-DL-BEGIN-BALANCE.
           MOVE WS-LOC-RECEIPT-TOTAL TO WS-DL-RECEIPT-TOTAL.
           MOVE WS-LOC-ISSUE-TOTAL TO WS-DL-ISSUE-TOTAL.
           MOVE WS-LOC-CUST-RETURN-TOTAL TO WS-DL-CUST-RETURN-TOTAL.
           MOVE WS-LOC-VEND-RETURN-TOTAL TO WS-DL-VEND-RETURN-TOTAL.
           MOVE WS-LOC-END-BALANCE TO WS-DL-END-BALANCE.
           MOVE SPACES TO ACTIVITY-RPT-RECORD.
           MOVE ' ' TO AC-CARRIAGE-CONTROL.
           ADD WS-LOC-BEGIN-BALANCE TO WS-BEGIN-BALANCE.
           ADD WS-LOC-RECEIPT-TOTAL TO WS-RECEIPT-TOTAL.
           ADD WS-LOC-ISSUE-TOTAL TO WS-ISSUE-TOTAL.
           ADD WS-LOC-CUST-RETURN-TOTAL TO WS-CUST-RETURN-TOTAL.
           ADD WS-LOC-VEND-RETURN-TOTAL TO WS-VEND-RETURN-TOTAL.
           ADD WS-LOC-END-BALANCE TO WS-END-BALANCE.
       3000-EXIT.
           EXIT.
           MOVE WS-BEGIN-BALANCE TO WS-DL-BEGIN-BALANCE.
           MOVE WS-RECEIPT-TOTAL TO WS-DL-RECEIPT-TOTAL.
           MOVE WS-ISSUE-TOTAL TO WS-DL-ISSUE-TOTAL.
           MOVE WS-CUST-RETURN-TOTAL TO WS-DL-CUST-RETURN-TOTAL.
           MOVE WS-VEND-RETURN-TOTAL TO WS-DL-VEND-RETURN-TOTAL.
           MOVE WS-END-BALANCE TO WS-DL-END-BALANCE.
           MOVE SPACES TO ACTIVITY-RPT-RECORD.
           MOVE ' ' TO AC-CARRIAGE-CONTROL.
           ADD WS-BEGIN-BALANCE TO WS-GRAND-BEGIN-TOTAL.
           ADD WS-RECEIPT-TOTAL TO WS-GRAND-RECEIPT-TOTAL.
           ADD WS-ISSUE-TOTAL TO WS-GRAND-ISSUE-TOTAL.
           ADD WS-CUST-RETURN-TOTAL TO WS-GRAND-CUST-RTN-TOTAL.
           ADD WS-VEND-RETURN-TOTAL TO WS-GRAND-VEND-RTN-TOTAL.
           ADD WS-END-BALANCE TO WS-GRAND-END-TOTAL.
       3500-EXIT.
           EXIT.
           MOVE WS-SUMMARY-LINE TO AC-REPORT-TEXT.
           WRITE ACTIVITY-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'GRAND CUSTOMER RETURN TOTAL   ' TO WS-SL-CAPTION.
           MOVE WS-GRAND-CUST-RTN-TOTAL TO WS-SL-COUNT.
           MOVE SPACES TO ACTIVITY-RPT-RECORD.
           MOVE ' ' TO AC-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AC-REPORT-TEXT.
           WRITE ACTIVITY-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'GRAND VENDOR RETURN TOTAL     ' TO WS-SL-CAPTION.
           MOVE WS-GRAND-VEND-RTN-TOTAL TO WS-SL-COUNT.
           MOVE SPACES TO ACTIVITY-RPT-RECORD.
           MOVE ' ' TO AC-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AC-REPORT-TEXT.
           WRITE ACTIVITY-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'GRAND ENDING BALANCE TOTAL    ' TO WS-SL-CAPTION.
           MOVE WS-GRAND-END-TOTAL TO WS-SL-COUNT.
