      *                 THE LOAD RUN AGAIN TO A WORK COPY OF          *
      *                 AUDITIX.  THE CONTROL REPORT PROVES LOADED    *
      *                 PLUS REJECTED EQUALS RECORDS READ.            *
      * 2026-10-15  JH  THE AUDIT RECORD NOW CARRIES THE LOT NUMBER   *
      *                 AND EXPIRY DATE OF A LOT-CONTROLLED RECEIPT   *
      *                 OR ISSUE (RECORD LENGTH NOW 120).  BOTH ARE   *
      *                 CARRIED TO THE KEYED FILE SO THE INQUIRY RUNS *
      *                 CAN SHOW WHICH LOT MOVED.                     *
      * 2026-10-15  JH  THE PURCHASE ORDER NUMBER CARRIED ON A        *
      *                 RETURN-TO-VENDOR AUDIT RECORD IS COPIED TO    *
      *                 THE AUDIT INDEX RECORD.                       *
      * 2026-10-15  JH  THE KIT ITEM NUMBER AND BUILD LINK CARRIED ON  *
      *                 A KIT BUILD AUDIT RECORD ARE COPIED TO THE    *
      *                 AUDIT INDEX RECORD.                           *
      *****************************************************************
      *
      *    THE KEYED FILE IS REBUILT FRESH EACH LOAD (OPENED OUTPUT),
           ELSE
               MOVE ZERO TO AX-LOC-QTY-AFTER
           END-IF.
           MOVE AL-LOT-NUMBER TO AX-LOT-NUMBER.
           MOVE AL-LOT-EXPIRY-DATE TO AX-LOT-EXPIRY-DATE.
           IF AL-PO-NUMBER IS NUMERIC
               MOVE AL-PO-NUMBER TO AX-PO-NUMBER
           ELSE
               MOVE ZERO TO AX-PO-NUMBER
           END-IF.
           IF AL-KIT-ITEM-NUMBER IS NUMERIC
               MOVE AL-KIT-ITEM-NUMBER TO AX-KIT-ITEM-NUMBER
           ELSE
               MOVE ZERO TO AX-KIT-ITEM-NUMBER
           END-IF.
           IF AL-BUILD-LINK IS NUMERIC
               MOVE AL-BUILD-LINK TO AX-BUILD-LINK
           ELSE
               MOVE ZERO TO AX-BUILD-LINK
           END-IF.
           WRITE AUDIT-INDEX-COPYBOOK-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
