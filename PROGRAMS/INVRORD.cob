      *                 BALANCES AFTER THE RELEASES, AND WRITES ITS   *
      *                 OWN START AND END RECORDS WITH THE ITEMS-READ *
      *                 AND REQUISITION TOTALS FOR INVOPSB.           *
      * 2026-10-15  JH  EACH REQUISITION NOW CARRIES THE ITEM'S       *
      *                 PRIMARY VENDOR FROM THE MASTER (ZERO WHEN     *
      *                 NONE IS ASSIGNED), SO INVPOGN CAN GROUP THE   *
      *                 NIGHT'S ORDERS INTO ONE PURCHASE ORDER PER    *
      *                 VENDOR.                                       *
      *****************************************************************
      *
      *    THIS PROGRAM BROWSES INVMAST.DAT SEQUENTIALLY AND SELECTS
               MOVE ZERO TO PR-REORDER-QUANTITY
           END-IF.
           MOVE WS-RUN-DATE TO PR-REQ-DATE.
           IF IM-PRIMARY-VENDOR IS NUMERIC
               MOVE IM-PRIMARY-VENDOR TO PR-VENDOR-NUMBER
           ELSE
               MOVE ZERO TO PR-VENDOR-NUMBER
           END-IF.
           WRITE PURCH-REQ-COPYBOOK-RECORD.

           MOVE SPACES TO WS-DETAIL-LINE.
