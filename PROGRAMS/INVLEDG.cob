      *                 GIVES ACCOUNTING A SELF-PROVING MONTH-END     *
      *                 PACKAGE INSTEAD OF A POINT-IN-TIME VALUATION  *
      *                 WITH NO OPENING SIDE.                         *
      * 2026-10-15  JH  AUDITLOG.DAT RECORDS ARE NOW 120 BYTES AND    *
      *                 CARRY THE LOT NUMBER AND LOT EXPIRY DATE OF   *
      *                 STOCK DRAWN FROM A LOT; THE AUDIT RECORD      *
      *                 LAYOUTS HERE PICK UP THE NEW FIELDS.  NO      *
      *                 CHANGE TO WHAT IS REPORTED.                   *
      * 2026-10-15  JH  ADDED A REVALUATION VALUE COLUMN AND GRAND    *
      *                 TOTAL.  COST REVALUATIONS ('V', SEE INVUPDT)  *
      *                 MOVE NO QUANTITY, SO THEY FELL OUT OF EVERY   *
      *                 COLUMN; EACH ITEM'S LINE NOW CARRIES THE      *
      *                 PERIOD'S REVALUATION VALUE IMPACT (ON-HAND    *
      *                 QUANTITY AT THE TIME EXTENDED AT THE NEW COST *
      *                 LESS THE OLD), SO A COST CORRECTED MID-MONTH  *
      *                 IS ACCOUNTED FOR ON THE LEDGER WHILE THE      *
      *                 CLOSING VALUE, EXTENDED AT THE MASTER'S       *
      *                 CURRENT COST, STILL TIES TO INVVAL.           *
      * 2026-10-15  JH  CUSTOMER RETURNS ('C') AND RETURNS TO VENDOR  *
      *                 ('D', SEE INVUPDT) NOW PRINT IN THEIR OWN     *
      *                 CUST RTN AND VEND RTN COLUMNS, WITH GRAND     *
      *                 TOTALS, INSTEAD OF FALLING OUT OF THE RECEIPT *
      *                 AND ISSUE COLUMNS; THEY STILL CARRY THE       *
      *                 OPENING BALANCE TO THE CLOSING BALANCE        *
      *                 THROUGH THE NET CHANGE.  THE QUANTITY COLUMNS *
      *                 ARE NARROWED TO SEVEN DIGITS, THE WIDTH OF AN *
      *                 ITEM'S ON-HAND BALANCE, TO MAKE ROOM.         *
      * 2026-10-15  JH  KIT BUILDS ('K', SEE INVUPDT) NOW PRINT IN    *
      *                 THE RECEIPT AND ISSUE COLUMNS: A COMPONENT    *
      *                 CONSUMED BY A BUILD AS AN ISSUE, THE KITS     *
      *                 BUILT AS A RECEIPT.                           *
      *****************************************************************
      *
      *    THE CONTROL CARD CARRIES THE PERIOD-END DATE (YYYY-MM-DD,
      *    ITEM WITH ACTIVITY BUT NO SNAPSHOT RECORD (ADDED DURING
      *    THE MONTH) OPENS AT ZERO.  TRANSFERS CARRY A ZERO
      *    ITEM-LEVEL APPLIED QUANTITY AND FALL OUT OF EVERY COLUMN.
      *    CUSTOMER RETURNS AND RETURNS TO VENDOR PRINT IN THEIR OWN
      *    COLUMNS, NOT NETTED INTO RECEIPTS AND ISSUES.
      *    COST REVALUATIONS ALSO MOVE NO QUANTITY; THEIR VALUE IMPACT
      *    PRINTS IN ITS OWN COLUMN, SO A MID-MONTH COST CORRECTION
      *    SHOWS ON THE LEDGER BESIDE A CLOSING VALUE THAT STILL TIES
      *    TO INVVAL.
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

       FD  INVENTORY-MASTER
           LABEL RECORDS ARE STANDARD.
       77  WS-OPENING-QTY          PIC 9(9)   VALUE ZERO.
       77  WS-RECEIPT-TOTAL        PIC 9(9)   VALUE ZERO.
       77  WS-ISSUE-TOTAL          PIC 9(9)   VALUE ZERO.
       77  WS-CUST-RETURN-TOTAL    PIC 9(9)   VALUE ZERO.
       77  WS-VEND-RETURN-TOTAL    PIC 9(9)   VALUE ZERO.
       77  WS-ADJUST-TOTAL         PIC S9(9)  VALUE ZERO.
       77  WS-RELEASE-TOTAL        PIC S9(9)  VALUE ZERO.
       77  WS-NET-CHANGE           PIC S9(9)  VALUE ZERO.
       77  WS-CLOSING-QTY          PIC S9(9)  VALUE ZERO.
       77  WS-EXTENDED-VALUE       PIC 9(9)V99 VALUE ZERO.
       77  WS-REVAL-VALUE          PIC S9(9)V99 VALUE ZERO.

       77  WS-ITEM-COUNT           PIC 9(7)   VALUE ZERO.
       77  WS-GRAND-OPENING-TOTAL  PIC 9(9)   VALUE ZERO.
       77  WS-GRAND-RECEIPT-TOTAL  PIC 9(9)   VALUE ZERO.
       77  WS-GRAND-ISSUE-TOTAL    PIC 9(9)   VALUE ZERO.
       77  WS-GRAND-CUST-RTN-TOTAL PIC 9(9)   VALUE ZERO.
       77  WS-GRAND-VEND-RTN-TOTAL PIC 9(9)   VALUE ZERO.
       77  WS-GRAND-ADJUST-TOTAL   PIC S9(9)  VALUE ZERO.
       77  WS-GRAND-RELEASE-TOTAL  PIC S9(9)  VALUE ZERO.
       77  WS-GRAND-CLOSING-TOTAL  PIC S9(9)  VALUE ZERO.
       77  WS-GRAND-VALUE-TOTAL    PIC 9(11)V99 VALUE ZERO.
       77  WS-GRAND-REVAL-TOTAL    PIC S9(11)V99 VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  WS-DL-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DL-OPENING           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DL-RECEIPTS          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DL-ISSUES            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DL-CUST-RETURNS      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DL-VEND-RETURNS      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DL-ADJUSTMENTS       PIC --,---,--9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DL-RELEASES          PIC --,---,--9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DL-CLOSING           PIC --,---,--9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DL-EXTENDED-VALUE    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DL-REVAL-VALUE       PIC ----,---,--9.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(30)

       01  WS-HEADING-2.
           05  FILLER                  PIC X(6)   VALUE 'ITEM #'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE '  OPENING'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE ' RECEIPTS'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE '   ISSUES'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE ' CUST RTN'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE ' VEND RTN'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE '    ADJUST'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE '  BO RELSE'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE '   CLOSING'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE 'EXT VALUE'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE '    REVAL VALUE'.
           05  FILLER                  PIC X(2)   VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION           PIC X(30).
           05  WS-VL-TOTAL-VALUE       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(86)  VALUE SPACES.

       01  WS-REVAL-TOTAL-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'GRAND REVALUATION VALUE TOTAL '.
           05  WS-RL-TOTAL-VALUE       PIC -,---,---,--9.99.
           05  FILLER                  PIC X(86)  VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- CONTROLS THE OVERALL LEDGER RUN.             *
       3300-CLEAR-ACTIVITY.
           MOVE ZERO TO WS-RECEIPT-TOTAL.
           MOVE ZERO TO WS-ISSUE-TOTAL.
           MOVE ZERO TO WS-CUST-RETURN-TOTAL.
           MOVE ZERO TO WS-VEND-RETURN-TOTAL.
           MOVE ZERO TO WS-ADJUST-TOTAL.
           MOVE ZERO TO WS-RELEASE-TOTAL.
           MOVE ZERO TO WS-NET-CHANGE.
           MOVE ZERO TO WS-REVAL-VALUE.
       3300-EXIT.
           EXIT.

      * QUANTITY ON THE LOG AND PRINT POSITIVE HERE; ADJUSTMENTS AND  *
      * RELEASES PRINT SIGNED.  THE NET CHANGE ACCUMULATES EVERY      *
      * RECORD'S APPLIED QUANTITY, WHICH IS WHAT CARRIES THE OPENING  *
      * BALANCE TO THE CLOSING BALANCE.  A COST REVALUATION MOVES NO  *
      * QUANTITY; ITS VALUE IMPACT (THE ON-HAND QUANTITY EXTENDED AT  *
      * THE NEW COST LESS THE OLD) GOES TO THE REVALUATION COLUMN.    *
      * CUSTOMER RETURNS PRINT IN THEIR OWN COLUMN AND RETURNS TO     *
      * VENDOR, NEGATIVE ON THE LOG LIKE ISSUES, PRINT POSITIVE IN    *
      * THEIRS.  A KIT BUILD PRINTS AS AN ISSUE ON EACH COMPONENT     *
      * (NEGATIVE ON THE LOG) AND AS A RECEIPT ON THE KIT.            *
      *****************************************************************
       3400-ACCUMULATE-ACTIVITY.
           EVALUATE SA-TRANS-TYPE
                   ADD SA-QUANTITY-APPLIED TO WS-RECEIPT-TOTAL
               WHEN 'I'
                   SUBTRACT SA-QUANTITY-APPLIED FROM WS-ISSUE-TOTAL
               WHEN 'C'
                   ADD SA-QUANTITY-APPLIED TO WS-CUST-RETURN-TOTAL
               WHEN 'D'
                   SUBTRACT SA-QUANTITY-APPLIED
                       FROM WS-VEND-RETURN-TOTAL
               WHEN 'A'
                   ADD SA-QUANTITY-APPLIED TO WS-ADJUST-TOTAL
               WHEN 'B'
                   ADD SA-QUANTITY-APPLIED TO WS-RELEASE-TOTAL
               WHEN 'K'
                   IF SA-QUANTITY-APPLIED < ZERO
                       SUBTRACT SA-QUANTITY-APPLIED FROM WS-ISSUE-TOTAL
                   ELSE
                       ADD SA-QUANTITY-APPLIED TO WS-RECEIPT-TOTAL
                   END-IF
               WHEN 'V'
                   COMPUTE WS-REVAL-VALUE = WS-REVAL-VALUE
                       + (SA-QUANTITY-BEFORE
                          * (SA-UNIT-COST-AFTER - SA-UNIT-COST-BEFORE))
           END-EVALUATE.
           ADD SA-QUANTITY-APPLIED TO WS-NET-CHANGE.
           PERFORM 1250-READ-SORTED THRU 1250-EXIT.
           MOVE WS-OPENING-QTY TO WS-DL-OPENING.
           MOVE WS-RECEIPT-TOTAL TO WS-DL-RECEIPTS.
           MOVE WS-ISSUE-TOTAL TO WS-DL-ISSUES.
           MOVE WS-CUST-RETURN-TOTAL TO WS-DL-CUST-RETURNS.
           MOVE WS-VEND-RETURN-TOTAL TO WS-DL-VEND-RETURNS.
           MOVE WS-ADJUST-TOTAL TO WS-DL-ADJUSTMENTS.
           MOVE WS-RELEASE-TOTAL TO WS-DL-RELEASES.
           MOVE WS-CLOSING-QTY TO WS-DL-CLOSING.
           MOVE WS-EXTENDED-VALUE TO WS-DL-EXTENDED-VALUE.
           MOVE WS-REVAL-VALUE TO WS-DL-REVAL-VALUE.
           MOVE SPACES TO LEDGER-RPT-RECORD.
           MOVE ' ' TO LG-CARRIAGE-CONTROL.
           MOVE WS-DETAIL-LINE TO LG-REPORT-TEXT.
           ADD WS-OPENING-QTY TO WS-GRAND-OPENING-TOTAL.
           ADD WS-RECEIPT-TOTAL TO WS-GRAND-RECEIPT-TOTAL.
           ADD WS-ISSUE-TOTAL TO WS-GRAND-ISSUE-TOTAL.
           ADD WS-CUST-RETURN-TOTAL TO WS-GRAND-CUST-RTN-TOTAL.
           ADD WS-VEND-RETURN-TOTAL TO WS-GRAND-VEND-RTN-TOTAL.
           ADD WS-ADJUST-TOTAL TO WS-GRAND-ADJUST-TOTAL.
           ADD WS-RELEASE-TOTAL TO WS-GRAND-RELEASE-TOTAL.
           ADD WS-CLOSING-QTY TO WS-GRAND-CLOSING-TOTAL.
           ADD WS-EXTENDED-VALUE TO WS-GRAND-VALUE-TOTAL.
           ADD WS-REVAL-VALUE TO WS-GRAND-REVAL-TOTAL.
       3500-EXIT.
           EXIT.

           MOVE WS-SUMMARY-LINE TO LG-REPORT-TEXT.
           WRITE LEDGER-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'GRAND CUSTOMER RETURN TOTAL   ' TO WS-SL-CAPTION.
           MOVE WS-GRAND-CUST-RTN-TOTAL TO WS-SL-COUNT.
           MOVE SPACES TO LEDGER-RPT-RECORD.
           MOVE ' ' TO LG-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO LG-REPORT-TEXT.
           WRITE LEDGER-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'GRAND VENDOR RETURN TOTAL     ' TO WS-SL-CAPTION.
           MOVE WS-GRAND-VEND-RTN-TOTAL TO WS-SL-COUNT.
           MOVE SPACES TO LEDGER-RPT-RECORD.
           MOVE ' ' TO LG-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO LG-REPORT-TEXT.
           WRITE LEDGER-RPT-RECORD.

           MOVE SPACES TO WS-SIGNED-SUMMARY-LINE.
           MOVE 'GRAND ADJUSTMENT TOTAL        ' TO WS-SS-CAPTION.
           MOVE WS-GRAND-ADJUST-TOTAL TO WS-SS-COUNT.
           MOVE WS-VALUE-LINE TO LG-REPORT-TEXT.
           WRITE LEDGER-RPT-RECORD.

           MOVE WS-GRAND-REVAL-TOTAL TO WS-RL-TOTAL-VALUE.
           MOVE SPACES TO LEDGER-RPT-RECORD.
           MOVE ' ' TO LG-CARRIAGE-CONTROL.
           MOVE WS-REVAL-TOTAL-LINE TO LG-REPORT-TEXT.
           WRITE LEDGER-RPT-RECORD.

           CLOSE PRIOR-SNAPSHOT-FILE
                 SORTED-AUDIT-FILE
                 INVENTORY-MASTER
