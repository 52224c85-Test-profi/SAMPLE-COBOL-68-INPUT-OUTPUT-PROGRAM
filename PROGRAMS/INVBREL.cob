      *                 STOCK, AND WRITES ITS OWN START AND END       *
      *                 RECORDS WITH THE READ / RELEASED / CARRIED    *
      *                 TOTALS FOR INVOPSB'S BALANCING REPORT.        *
      * 2026-10-15  JH  A RELEASE OF A LOT-CONTROLLED ITEM IS NOW     *
      *                 DRAWN FROM THE RELEASE LOCATION'S LOTS ON     *
      *                 LOTBAL.DAT OLDEST EXPIRY FIRST, THE SAME AS   *
      *                 AN ISSUE IN INVUPDT, AND IS LOGGED ONE TYPE   *
      *                 'B' AUDIT RECORD PER LOT DRAWN WITH THE LOT   *
      *                 NUMBER AND EXPIRY DATE ON EACH.  STOCK HELD   *
      *                 FROM BEFORE THE ITEM WENT UNDER LOT CONTROL   *
      *                 IS DRAWN LAST AND LOGGED WITH A BLANK LOT.    *
      * 2026-10-15  JH  A RELEASE NOW DRAWS ONLY ON THE LOCATION'S    *
      *                 FREE STOCK -- ON HAND LESS THE QUANTITY       *
      *                 ALLOCATED TO OPEN CUSTOMER ORDERS BY INVALOC  *
      *                 -- SO A BACKORDER CANNOT TAKE STOCK ALREADY   *
      *                 PROMISED TO AN UNPICKED ORDER.  THE ORDER AND *
      *                 LINE NUMBER ON A BACKORDER ARE CARRIED        *
      *                 FORWARD WITH IT.                              *
      * 2026-10-15  JH  THE NEW PURCHASE ORDER NUMBER ON THE AUDIT    *
      *                 RECORD IS SET TO ZERO ON BACKORDER RELEASE    *
      *                 RECORDS.                                      *
      * 2026-10-15  JH  THE NEW KIT ITEM AND BUILD LINK FIELDS ON THE *
      *                 AUDIT RECORD ARE SET TO ZERO ON BACKORDER     *
      *                 RELEASE RECORDS.                              *
      *****************************************************************
      *
      *    THIS PROGRAM READS EACH OPEN BACKORDER ON BACKORD.DAT IN
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-BALANCE-KEY
               FILE STATUS IS WS-LOCBAL-FILE-STATUS.
           SELECT LOT-BALANCE ASSIGN TO LOTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-LOT-KEY
               FILE STATUS IS WS-LOTBAL-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-FILE-STATUS.
               ==BO-ITEM-NUMBER==          BY ==BN-ITEM-NUMBER==
               ==BO-QUANTITY-SHORT==       BY ==BN-QUANTITY-SHORT==
               ==BO-TRANS-DATE==           BY ==BN-TRANS-DATE==
               ==BO-LOCATION-CODE==        BY ==BN-LOCATION-CODE==
               ==BO-ORDER-NUMBER==         BY ==BN-ORDER-NUMBER==
               ==BO-ORDER-LINE==           BY ==BN-ORDER-LINE==.

       FD  INVENTORY-MASTER
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY LOCBALC.

       FD  LOT-BALANCE
           LABEL RECORDS ARE STANDARD.
           COPY LOTBALC.

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       77  WS-BACKORDER-OUT-STATUS PIC X(2)   VALUE SPACES.
       77  WS-MASTER-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-LOCBAL-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-LOTBAL-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-AUDIT-LOG-FILE-STATUS PIC X(2)  VALUE SPACES.
       77  WS-CHECKPOINT-FILE-STATUS PIC X(2) VALUE SPACES.
       77  WS-RUN-LOG-STATUS       PIC X(2)   VALUE SPACES.
       77  WS-CARRIED-QTY-TOTAL    PIC 9(9)   VALUE ZERO.
       77  WS-RELEASE-QTY          PIC 9(7)   VALUE ZERO.
       77  WS-REMAINING-QTY        PIC 9(7)   VALUE ZERO.
       77  WS-FREE-QTY             PIC 9(7)   VALUE ZERO.
       77  WS-QTY-BEFORE           PIC 9(7)   VALUE ZERO.
       77  WS-LOC-QTY-BEFORE       PIC 9(7)   VALUE ZERO.
       77  WS-RELEASE-LOCATION     PIC X(3)   VALUE SPACES.
       77  WS-DEFAULT-LOCATION     PIC X(3)   VALUE 'MN '.
       77  WS-LOT-SCAN-DONE-SW     PIC X(1)   VALUE 'N'.
           88  WS-LOT-SCAN-DONE               VALUE 'Y'.
       77  WS-LOT-REMAINING        PIC 9(7)   VALUE ZERO.
       77  WS-LOT-TAKEN            PIC 9(7)   VALUE ZERO.
       77  WS-LOT-RUN-QTY          PIC 9(7)   VALUE ZERO.
       77  WS-LOT-RUN-LOC-QTY      PIC 9(7)   VALUE ZERO.
       77  WS-LOT-SAVE-NUMBER      PIC X(10)  VALUE SPACES.
       77  WS-LOT-SAVE-EXPIRY      PIC X(10)  VALUE SPACES.
       77  WS-ITEM-CONVERTED-SW    PIC X(1)   VALUE 'N'.
           88  WS-ITEM-CONVERTED              VALUE 'Y'.
           88  WS-ITEM-NOT-CONVERTED          VALUE 'N'.
           OPEN I-O   INVENTORY-MASTER.
           PERFORM 1050-VERIFY-MASTER-OPEN THRU 1050-EXIT.
           PERFORM 1060-OPEN-LOCATION-BALANCE THRU 1060-EXIT.
           PERFORM 1062-OPEN-LOT-BALANCE THRU 1062-EXIT.
           PERFORM 1150-BUILD-RUN-DATE THRU 1150-EXIT.
           PERFORM 1700-CHECK-PREDECESSOR THRU 1700-EXIT.
           PERFORM 1750-LOG-RUN-START THRU 1750-EXIT.
       1060-EXIT.
           EXIT.

      *****************************************************************
      * 1062-OPEN-LOT-BALANCE -- OPEN LOTBAL.DAT FOR UPDATE, CREATING *
      * IT ON FIRST USE, AND CONFIRM THE OPEN SUCCEEDED THE SAME WAY  *
      * THE LOCATION BALANCE FILE'S OPEN IS CONFIRMED.                *
      *****************************************************************
       1062-OPEN-LOT-BALANCE.
           OPEN I-O LOT-BALANCE.
           IF WS-LOTBAL-FILE-STATUS = '35'
               OPEN OUTPUT LOT-BALANCE
               CLOSE LOT-BALANCE
               OPEN I-O LOT-BALANCE
           END-IF.
           IF NOT WS-LOTBAL-FILE-STATUS = '00'
               DISPLAY 'INVBREL: LOT-BALANCE OPEN FAILED, '
                   'FILE STATUS = ' WS-LOTBAL-FILE-STATUS
               STOP RUN
           END-IF.
       1062-EXIT.
           EXIT.

      *****************************************************************
      * 1150-BUILD-RUN-DATE -- GET TODAY'S DATE FROM THE SYSTEM AND   *
      * FORMAT IT TO MATCH AL-TRANS-DATE (YYYY-MM-DD) FOR THE AUDIT   *
      * SHORTED LOCATION'S BALANCE.  THE RELEASED QUANTITY IS THE     *
      * LESSER OF THE SHORTAGE AND THAT LOCATION'S ON-HAND QUANTITY;  *
      * THE MASTER ROLL-UP IS REDUCED IN STEP, AND WHATEVER IS NOT    *
      * COVERED STAYS OPEN AND IS CARRIED FORWARD.  A LOT-CONTROLLED  *
      * ITEM'S RELEASE IS DRAWN FROM THE LOCATION'S LOTS OLDEST       *
      * EXPIRY FIRST, THE SAME AS AN ISSUE IN THE DAILY UPDATE.       *
      * STOCK ALREADY ALLOCATED TO CUSTOMER ORDER LINES AND WAITING   *
      * TO BE PICKED IS NOT FREE TO RELEASE.                          *
      *****************************************************************
       3000-RELEASE-BACKORDER.
           PERFORM 2150-FIND-LOC-BALANCE THRU 2150-EXIT.
           MOVE IM-QUANTITY-ON-HAND TO WS-QTY-BEFORE.
           MOVE LB-QUANTITY-ON-HAND TO WS-LOC-QTY-BEFORE.
           MOVE LB-QUANTITY-ON-HAND TO WS-FREE-QTY.
           IF LB-QUANTITY-ALLOCATED IS NUMERIC
               IF LB-QUANTITY-ALLOCATED > WS-FREE-QTY
                   MOVE ZERO TO WS-FREE-QTY
               ELSE
                   SUBTRACT LB-QUANTITY-ALLOCATED FROM WS-FREE-QTY
               END-IF
           END-IF.
           IF BO-QUANTITY-SHORT > WS-FREE-QTY
               MOVE WS-FREE-QTY TO WS-RELEASE-QTY
               COMPUTE WS-REMAINING-QTY =
                   BO-QUANTITY-SHORT - WS-RELEASE-QTY
           ELSE
               END-IF
               REWRITE INVENTORY-COPYBOOK-RECORD
               REWRITE LOCATION-BALANCE-COPYBOOK-RECORD
               IF IM-LOT-CONTROLLED
                   PERFORM 3600-RELEASE-FROM-LOTS THRU 3600-EXIT
               ELSE
                   PERFORM 3800-WRITE-AUDIT-LOG THRU 3800-EXIT
               END-IF
               ADD 1 TO WS-RELEASED-COUNT
               ADD WS-RELEASE-QTY TO WS-RELEASED-QTY-TOTAL
           END-IF.
           MOVE WS-REMAINING-QTY TO BN-QUANTITY-SHORT.
           MOVE BO-TRANS-DATE TO BN-TRANS-DATE.
           MOVE WS-RELEASE-LOCATION TO BN-LOCATION-CODE.
           MOVE BO-ORDER-NUMBER TO BN-ORDER-NUMBER.
           MOVE BO-ORDER-LINE TO BN-ORDER-LINE.
           WRITE BACKORDER-OUT-RECORD.
           ADD 1 TO WS-CARRIED-COUNT.
           ADD WS-REMAINING-QTY TO WS-CARRIED-QTY-TOTAL.
       3500-EXIT.
           EXIT.

      *****************************************************************
      * 3600-RELEASE-FROM-LOTS -- DRAW THE RELEASE JUST POSTED FROM   *
      * THE RELEASE LOCATION'S LOTS OLDEST EXPIRY FIRST, LOGGING ONE  *
      * TYPE 'B' AUDIT RECORD PER LOT DRAWN.  ANY QUANTITY LEFT WHEN  *
      * THE LOTS RUN OUT CAME FROM STOCK HELD BEFORE THE ITEM WENT    *
      * UNDER LOT CONTROL AND IS LOGGED WITH A BLANK LOT.  THE        *
      * RECORDS CHAIN FROM THE BEFORE-RELEASE BALANCES, SO THEIR      *
      * APPLIED QUANTITIES SUM TO THE RELEASE.                        *
      *****************************************************************
       3600-RELEASE-FROM-LOTS.
           MOVE WS-RELEASE-QTY TO WS-LOT-REMAINING.
           MOVE WS-QTY-BEFORE TO WS-LOT-RUN-QTY.
           MOVE WS-LOC-QTY-BEFORE TO WS-LOT-RUN-LOC-QTY.
           MOVE 'N' TO WS-LOT-SCAN-DONE-SW.
           PERFORM 3610-RELEASE-NEXT-LOT THRU 3610-EXIT
               UNTIL WS-LOT-SCAN-DONE.
           IF WS-LOT-REMAINING > ZERO
               MOVE WS-LOT-REMAINING TO WS-LOT-TAKEN
               MOVE ZERO TO WS-LOT-REMAINING
               MOVE SPACES TO WS-LOT-SAVE-NUMBER
               MOVE SPACES TO WS-LOT-SAVE-EXPIRY
               PERFORM 3650-WRITE-LOT-AUDIT THRU 3650-EXIT
           END-IF.
       3600-EXIT.
           EXIT.

       3610-RELEASE-NEXT-LOT.
           PERFORM 3620-TAKE-OLDEST-LOT THRU 3620-EXIT.
           IF WS-LOT-TAKEN > ZERO
               PERFORM 3650-WRITE-LOT-AUDIT THRU 3650-EXIT
           END-IF.
           IF WS-LOT-REMAINING = ZERO
               SET WS-LOT-SCAN-DONE TO TRUE
           END-IF.
       3610-EXIT.
           EXIT.

      *****************************************************************
      * 3620-TAKE-OLDEST-LOT -- POSITION AT THE ITEM'S FIRST LOT AT   *
      * THE RELEASE LOCATION (THE KEY ORDER MAKES IT THE OLDEST       *
      * EXPIRY) AND TAKE AS MUCH OF WS-LOT-REMAINING FROM IT AS IT    *
      * HOLDS, DELETING A LOT DRAWN TO ZERO.  WHEN THE LOCATION HAS   *
      * NO LOTS LEFT THE SCAN IS MARKED DONE.                         *
      *****************************************************************
       3620-TAKE-OLDEST-LOT.
           MOVE ZERO TO WS-LOT-TAKEN.
           MOVE BO-ITEM-NUMBER TO LT-ITEM-NUMBER.
           MOVE WS-RELEASE-LOCATION TO LT-LOCATION-CODE.
           MOVE LOW-VALUES TO LT-EXPIRY-DATE.
           MOVE LOW-VALUES TO LT-LOT-NUMBER.
           START LOT-BALANCE
               KEY IS NOT < LT-LOT-KEY
               INVALID KEY
                   SET WS-LOT-SCAN-DONE TO TRUE
               NOT INVALID KEY
                   READ LOT-BALANCE NEXT RECORD
                       AT END
                           SET WS-LOT-SCAN-DONE TO TRUE
                   END-READ
           END-START.
           IF NOT WS-LOT-SCAN-DONE
               IF LT-ITEM-NUMBER NOT = BO-ITEM-NUMBER
                 OR LT-LOCATION-CODE NOT = WS-RELEASE-LOCATION
                   SET WS-LOT-SCAN-DONE TO TRUE
               ELSE
                   MOVE LT-LOT-NUMBER TO WS-LOT-SAVE-NUMBER
                   MOVE LT-EXPIRY-DATE TO WS-LOT-SAVE-EXPIRY
                   IF LT-QUANTITY-ON-HAND > WS-LOT-REMAINING
                       MOVE WS-LOT-REMAINING TO WS-LOT-TAKEN
                       SUBTRACT WS-LOT-TAKEN FROM LT-QUANTITY-ON-HAND
                       REWRITE LOT-BALANCE-COPYBOOK-RECORD
                   ELSE
                       MOVE LT-QUANTITY-ON-HAND TO WS-LOT-TAKEN
                       DELETE LOT-BALANCE RECORD
                   END-IF
                   SUBTRACT WS-LOT-TAKEN FROM WS-LOT-REMAINING
               END-IF
           END-IF.
       3620-EXIT.
           EXIT.

      *****************************************************************
      * 3650-WRITE-LOT-AUDIT -- LOG ONE LOT'S SHARE (WS-LOT-TAKEN) OF *
      * A RELEASE, STEPPING THE RUNNING ITEM AND LOCATION BALANCES    *
      * DOWN SO EACH RECORD'S AFTER FIGURE IS THE NEXT ONE'S BEFORE.  *
      *****************************************************************
       3650-WRITE-LOT-AUDIT.
           ADD 1 TO WS-AUDIT-SEQUENCE-NUMBER.
           MOVE BO-ITEM-NUMBER TO AL-ITEM-NUMBER.
           MOVE 'B'            TO AL-TRANS-TYPE.
           MOVE WS-RUN-DATE    TO AL-TRANS-DATE.
           MOVE WS-LOT-RUN-QTY TO AL-QUANTITY-BEFORE.
           IF WS-LOT-TAKEN > WS-LOT-RUN-QTY
               MOVE ZERO TO WS-LOT-RUN-QTY
           ELSE
               SUBTRACT WS-LOT-TAKEN FROM WS-LOT-RUN-QTY
           END-IF.
           MOVE WS-LOT-RUN-QTY TO AL-QUANTITY-AFTER.
           COMPUTE AL-QUANTITY-APPLIED =
               AL-QUANTITY-AFTER - AL-QUANTITY-BEFORE.
           MOVE WS-AUDIT-SEQUENCE-NUMBER TO AL-SEQUENCE-NUMBER.
           MOVE IM-UNIT-COST TO AL-UNIT-COST-BEFORE.
           MOVE IM-UNIT-COST TO AL-UNIT-COST-AFTER.
           MOVE WS-RELEASE-LOCATION TO AL-LOCATION-CODE.
           MOVE WS-LOT-RUN-LOC-QTY TO AL-LOC-QTY-BEFORE.
           IF WS-LOT-TAKEN > WS-LOT-RUN-LOC-QTY
               MOVE ZERO TO WS-LOT-RUN-LOC-QTY
           ELSE
               SUBTRACT WS-LOT-TAKEN FROM WS-LOT-RUN-LOC-QTY
           END-IF.
           MOVE WS-LOT-RUN-LOC-QTY TO AL-LOC-QTY-AFTER.
           MOVE WS-LOT-SAVE-NUMBER TO AL-LOT-NUMBER.
           MOVE WS-LOT-SAVE-EXPIRY TO AL-LOT-EXPIRY-DATE.
           MOVE ZERO TO AL-PO-NUMBER.
           MOVE ZERO TO AL-KIT-ITEM-NUMBER.
           MOVE ZERO TO AL-BUILD-LINK.
           WRITE AUDIT-LOG-COPYBOOK-RECORD.
       3650-EXIT.
           EXIT.

      *****************************************************************
      * 3800-WRITE-AUDIT-LOG -- RECORD THE BEFORE AND AFTER ON-HAND   *
      * QUANTITY FOR THE RELEASE JUST POSTED, TYPE 'B', DATED WITH    *
           MOVE WS-RELEASE-LOCATION TO AL-LOCATION-CODE.
           MOVE WS-LOC-QTY-BEFORE TO AL-LOC-QTY-BEFORE.
           MOVE LB-QUANTITY-ON-HAND TO AL-LOC-QTY-AFTER.
           MOVE SPACES TO AL-LOT-NUMBER.
           MOVE SPACES TO AL-LOT-EXPIRY-DATE.
           MOVE ZERO TO AL-PO-NUMBER.
           MOVE ZERO TO AL-KIT-ITEM-NUMBER.
           MOVE ZERO TO AL-BUILD-LINK.
           WRITE AUDIT-LOG-COPYBOOK-RECORD.
       3800-EXIT.
           EXIT.
                 BACKORDER-OUT-FILE
                 INVENTORY-MASTER
                 LOCATION-BALANCE
                 LOT-BALANCE
                 AUDIT-LOG-FILE
                 RELEASE-RPT
                 RUN-LOG-FILE.
