      *                 PERIOD, INVAUDL IS FIRST RUN AGAINST THE      *
      *                 INVARCH ARCHIVE DATASET AND THIS PROGRAM'S    *
      *                 AUDITIX DD POINTED AT THAT LOAD.              *
      * 2026-10-15  JH  THE DETAIL LINE NOW SHOWS THE LOT NUMBER AND  *
      *                 LOT EXPIRY DATE CARRIED ON THE AUDIT RECORD,  *
      *                 SO A LOT-CONTROLLED ITEM'S RECEIPTS AND ITS   *
      *                 OLDEST-LOT-FIRST ISSUES CAN BE TRACED LOT BY  *
      *                 LOT.  RECORDS WITH NO LOT PRINT BLANK.        *
      * 2026-10-15  JH  THE DETAIL LINE NOW SHOWS THE PURCHASE ORDER  *
      *                 NUMBER CARRIED ON A RETURN-TO-VENDOR AUDIT    *
      *                 RECORD.  OTHER RECORDS PRINT BLANK.           *
      * 2026-10-15  JH  ON A KIT BUILD RECORD THE PO COLUMN NOW SHOWS *
      *                 THE KIT ITEM BUILT, SO A COMPONENT'S          *
      *                 CONSUMPTION CAN BE TIED TO ITS KIT.           *
      *****************************************************************
      *
      *    THIS PROGRAM READS A SINGLE CONTROL CARD CONTAINING THE
           05  WS-DL-COST-BEFORE       PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-COST-AFTER        PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(14)  VALUE SPACES.
           05  WS-DL-LOT-NUMBER        PIC X(10).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-LOT-EXPIRY-DATE   PIC X(10).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-PO-NUMBER         PIC Z(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(30)
               VALUE 'COST BEFORE'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE 'COST AFTER'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE 'LOT NUMBER'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE 'LOT EXPIRY'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE 'PO/KIT'.
           05  FILLER                  PIC X(3)   VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION           PIC X(30).
           MOVE AX-QUANTITY-APPLIED TO WS-DL-QTY-APPLIED.
           MOVE AX-UNIT-COST-BEFORE TO WS-DL-COST-BEFORE.
           MOVE AX-UNIT-COST-AFTER  TO WS-DL-COST-AFTER.
           MOVE AX-LOT-NUMBER       TO WS-DL-LOT-NUMBER.
           MOVE AX-LOT-EXPIRY-DATE  TO WS-DL-LOT-EXPIRY-DATE.
           IF AX-PO-NUMBER IS NUMERIC
               MOVE AX-PO-NUMBER    TO WS-DL-PO-NUMBER
           ELSE
               MOVE ZERO            TO WS-DL-PO-NUMBER
           END-IF.
           IF AX-TRANS-TYPE = 'K'
             AND AX-KIT-ITEM-NUMBER IS NUMERIC
               MOVE AX-KIT-ITEM-NUMBER TO WS-DL-PO-NUMBER
           END-IF.
           MOVE SPACES TO AUDIT-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-DETAIL-LINE TO AR-REPORT-TEXT.
