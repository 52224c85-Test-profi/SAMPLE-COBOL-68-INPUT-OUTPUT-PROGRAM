      *                 ACCEPTED PLUS REJECTED PLUS BATCH-DROPPED     *
      *                 PLUS OUT-OF-BATCH PLUS CONTROL RECORDS        *
      *                 EQUALS RECORDS READ.                          *
      * 2026-10-15  JH  A RECEIPT OF A LOT-CONTROLLED ITEM            *
      *                 (IM-LOT-CONTROL-FLAG 'Y' ON THE MASTER, NOW   *
      *                 OPENED FOR INPUT) MUST CARRY A LOT NUMBER AND *
      *                 A WELL-FORMED EXPIRY DATE IN THE NEW          *
      *                 TR-LOT-NUMBER AND TR-EXPIRY-DATE COLUMNS, AND *
      *                 THE EXPIRY MAY NOT FALL BEFORE THE RECEIPT    *
      *                 DATE.  A LOT OR EXPIRY ON ANY OTHER           *
      *                 TRANSACTION, OR ON A RECEIPT OF AN ITEM NOT   *
      *                 UNDER LOT CONTROL, IS REJECTED.  THE POSTING  *
      *                 RUN FILES LOT STOCK ON LOTBAL.DAT AND ISSUES  *
      *                 IT OLDEST EXPIRY FIRST.                       *
      * 2026-10-15  JH  AN ISSUE MAY NOW CARRY THE CUSTOMER ORDER AND *
      *                 LINE NUMBER IT WAS PICKED FOR (NEW            *
      *                 TR-ORDER-NUMBER AND TR-ORDER-LINE COLUMNS).   *
      *                 INVPICK WRITES SUCH ISSUES, BATCHED UNDER     *
      *                 OPERATOR 'PCK', TO PICKTRN, WHICH IS          *
      *                 CONCATENATED BEHIND TRANIN FOR THIS STEP.  AN *
      *                 ORDER REFERENCE MUST BE NUMERIC AND IS        *
      *                 REJECTED ON ANY TRANSACTION OTHER THAN AN     *
      *                 ISSUE; KEYED WORK LEAVES IT BLANK.            *
      * 2026-10-15  JH  ACCEPTS THE NEW COST REVALUATION TYPE 'V'.  A *
      *                 REVALUATION MUST CARRY A NEW UNIT COST        *
      *                 GREATER THAN ZERO, A ZERO (OR BLANK)          *
      *                 QUANTITY, AND A BLANK LOCATION, SINCE IT      *
      *                 REPRICES THE ITEM'S WHOLE ON-HAND BALANCE AND *
      *                 MOVES NO STOCK.                               *
      * 2026-10-15  JH  ACCEPTS THE NEW CUSTOMER RETURN TYPE 'C' AND  *
      *                 RETURN-TO-VENDOR TYPE 'D', AND THE QUARANTINE *
      *                 LOCATION 'QR '.  A CUSTOMER RETURN MAY ONLY   *
      *                 GO TO QUARANTINE (A BLANK LOCATION IS         *
      *                 DEFAULTED THERE BY THE POSTING RUN); NO       *
      *                 RECEIPT OR ISSUE MAY NAME 'QR ', AND A        *
      *                 TRANSFER STILL MAY ONLY GO TO 'MN ' OR 'AX ', *
      *                 SO QUARANTINED STOCK IS RELEASED ONLY BY A    *
      *                 TRANSFER.  A RETURN TO VENDOR MUST CARRY THE  *
      *                 PURCHASE ORDER NUMBER IN THE NEW TR-PO-NUMBER *
      *                 COLUMNS, WHICH MUST BE BLANK ON EVERY OTHER   *
      *                 TYPE.  NEITHER RETURN MAY CARRY A UNIT COST.  *
      * 2026-10-15  JH  ACCEPTS THE NEW APPROVAL FLAG                 *
      *                 (TR-APPROVAL-FLAG) ON THE ADJUSTMENTS INVADJA *
      *                 WRITES TO ADJTRN FOR HELD PHYSICAL COUNTS THE *
      *                 SUPERVISOR HAS APPROVED; ADJTRN IS            *
      *                 CONCATENATED BEHIND TRANIN FOR THIS STEP,     *
      *                 BATCHED UNDER OPERATOR 'ADJ'.  THE FLAG MUST  *
      *                 BE BLANK OR 'Y' AND IS REJECTED ON ANY        *
      *                 TRANSACTION OTHER THAN AN ADJUSTMENT.         *
      * 2026-10-15  JH  ACCEPTS THE NEW KIT BUILD TYPE 'K'.  THE       *
      *                 POSTING RUN ROLLS THE KIT COST UP FROM THE    *
      *                 COMPONENTS, SO A COST KEYED ON A BUILD IS     *
      *                 REJECTED, AND A BUILD MAY NOT NAME THE        *
      *                 QUARANTINE LOCATION 'QR '.                    *
      *****************************************************************
      *
      *    THIS PROGRAM READS THE RAW TRANSACTION FILE AS KEYED BY
      *    INPUT INTO A CLEAN TRANSACTION FILE FOR INVUPDT AND AN
      *    EDIT-REJECT REPORT:
      *       - TR-ITEM-NUMBER MUST BE NUMERIC
      *       - TR-TRANS-TYPE MUST BE 'R', 'I', 'A', 'T', 'V', 'C',
      *         'D', OR 'K'
      *       - TR-QUANTITY MUST BE NUMERIC AND NOT ZERO, EXCEPT ON A
      *         COST REVALUATION, WHERE IT MUST BE ZERO (OR BLANK)
      *       - TR-TRANS-DATE MUST BE A WELL-FORMED YYYY-MM-DD DATE
      *         (DIGITS AND DASHES IN PLACE, MONTH 01-12, DAY WITHIN
      *         THE MONTH, FEBRUARY 29 ONLY IN A LEAP YEAR)
      *       - A RECEIPT OF A LOT-CONTROLLED ITEM MUST CARRY A LOT
      *         NUMBER AND A VALID EXPIRY DATE NOT BEFORE THE
      *         RECEIPT DATE; NO OTHER TRANSACTION MAY CARRY EITHER
      *       - A CUSTOMER ORDER AND LINE NUMBER, WHEN PRESENT, MUST BE
      *         NUMERIC AND MAY ONLY APPEAR ON AN ISSUE
      *       - A COST REVALUATION MUST CARRY A NEW UNIT COST GREATER
      *         THAN ZERO AND A BLANK LOCATION
      *       - THE QUARANTINE LOCATION 'QR ' MAY NOT BE RECEIVED INTO
      *         OR ISSUED FROM; A CUSTOMER RETURN MAY ONLY GO THERE,
      *         AND NEITHER RETURN TYPE MAY CARRY A UNIT COST
      *       - A KIT BUILD MAY NOT CARRY A UNIT COST OR BE BUILT IN
      *         THE QUARANTINE LOCATION
      *       - A RETURN TO VENDOR MUST CARRY A NUMERIC, NON-ZERO
      *         PURCHASE ORDER NUMBER; NO OTHER TRANSACTION MAY
      *       - THE APPROVAL FLAG MUST BE BLANK OR 'Y', AND 'Y' MAY
      *         ONLY APPEAR ON AN ADJUSTMENT
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT INVENTORY-MASTER ASSIGN TO INVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
               ==TR-ISSUE==                BY ==CT-ISSUE==
               ==TR-ADJUSTMENT==           BY ==CT-ADJUSTMENT==
               ==TR-TRANSFER==             BY ==CT-TRANSFER==
               ==TR-REVALUATION==          BY ==CT-REVALUATION==
               ==TR-CUSTOMER-RETURN==      BY ==CT-CUSTOMER-RETURN==
               ==TR-VENDOR-RETURN==        BY ==CT-VENDOR-RETURN==
               ==TR-KIT-BUILD==            BY ==CT-KIT-BUILD==
               ==TR-QUANTITY==             BY ==CT-QUANTITY==
               ==TR-TRANS-DATE==           BY ==CT-TRANS-DATE==
               ==TR-UNIT-COST==            BY ==CT-UNIT-COST==
               ==TR-LOCATION-CODE==        BY ==CT-LOCATION-CODE==
               ==TR-TO-LOCATION-CODE==     BY ==CT-TO-LOCATION-CODE==
               ==TR-LOT-NUMBER==           BY ==CT-LOT-NUMBER==
               ==TR-EXPIRY-DATE==          BY ==CT-EXPIRY-DATE==
               ==TR-ORDER-NUMBER==         BY ==CT-ORDER-NUMBER==
               ==TR-ORDER-LINE==           BY ==CT-ORDER-LINE==
               ==TR-PO-NUMBER==            BY ==CT-PO-NUMBER==
               ==TR-APPROVAL-FLAG==        BY ==CT-APPROVAL-FLAG==
               ==TR-APPROVED-ADJUSTMENT==
                   BY ==CT-APPROVED-ADJUSTMENT==.

       FD  EDIT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOGC.

       FD  INVENTORY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY INVMASTC.

       WORKING-STORAGE SECTION.
       77  WS-RAW-TRAN-STATUS      PIC X(2)   VALUE SPACES.
       77  WS-RUN-LOG-STATUS       PIC X(2)   VALUE SPACES.
       77  WS-MASTER-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-LOT-ITEM-SW          PIC X(1)   VALUE 'N'.
           88  WS-LOT-ITEM                    VALUE 'Y'.
       77  WS-EOF-RAW-SW           PIC X(1)   VALUE 'N'.
           88  WS-EOF-RAW                     VALUE 'Y'.
       77  WS-RECORD-VALID-SW      PIC X(1)   VALUE 'Y'.
       1000-INITIALIZE.
           OPEN INPUT RAW-TRAN-FILE.
           PERFORM 1050-VERIFY-RAW-OPEN THRU 1050-EXIT.
           OPEN INPUT INVENTORY-MASTER.
           PERFORM 1060-VERIFY-MASTER-OPEN THRU 1060-EXIT.
           OPEN OUTPUT CLEAN-TRAN-FILE.
           OPEN OUTPUT EDIT-RPT.
           OPEN OUTPUT BATCH-REGISTER-RPT.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * 1060-VERIFY-MASTER-OPEN -- THE LOT EDIT LOOKS EACH RECEIPT'S  *
      * ITEM UP ON THE INVENTORY MASTER, SO THE MASTER MUST BE OPEN.  *
      *****************************************************************
       1060-VERIFY-MASTER-OPEN.
           IF NOT WS-MASTER-FILE-STATUS = '00'
               DISPLAY 'INVEDIT: INVENTORY-MASTER OPEN FAILED, '
                   'FILE STATUS = ' WS-MASTER-FILE-STATUS
               STOP RUN
           END-IF.
       1060-EXIT.
           EXIT.

      *****************************************************************
      * 1150-BUILD-RUN-DATE -- GET TODAY'S DATE FROM THE SYSTEM AND   *
      * FORMAT IT AS YYYY-MM-DD FOR THE RUN LOG RECORDS.              *
           IF WS-RECORD-VALID
               PERFORM 2700-EDIT-TO-LOCATION THRU 2700-EXIT
           END-IF.
           IF WS-RECORD-VALID
               PERFORM 2800-EDIT-LOT THRU 2800-EXIT
           END-IF.
           IF WS-RECORD-VALID
               PERFORM 2850-EDIT-ORDER-REF THRU 2850-EXIT
           END-IF.
           IF WS-RECORD-VALID
               PERFORM 2870-EDIT-PO-REF THRU 2870-EXIT
           END-IF.
           IF WS-RECORD-VALID
               PERFORM 2880-EDIT-APPROVAL-FLAG THRU 2880-EXIT
           END-IF.
           IF WS-RECORD-VALID
               PERFORM 3000-WRITE-CLEAN-TRAN THRU 3000-EXIT
           ELSE

       2200-EDIT-TRANS-TYPE.
           IF NOT (TR-RECEIPT OR TR-ISSUE OR TR-ADJUSTMENT
                   OR TR-TRANSFER OR TR-REVALUATION
                   OR TR-CUSTOMER-RETURN OR TR-VENDOR-RETURN
                   OR TR-KIT-BUILD)
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'INVALID TRANS TYPE' TO WS-RJ-REASON
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-EDIT-QUANTITY -- EVERY MOVEMENT MUST CARRY A NUMERIC,    *
      * NON-ZERO QUANTITY.  A COST REVALUATION MOVES NO STOCK, SO ITS  *
      * QUANTITY MUST BE ZERO; A BLANK FIELD IS NORMALIZED TO ZERO    *
      * THE SAME WAY 2500 NORMALIZES A BLANK UNIT COST.               *
      *****************************************************************
       2300-EDIT-QUANTITY.
           IF TR-REVALUATION
               PERFORM 2350-EDIT-REVALUATION-QTY THRU 2350-EXIT
           ELSE
               IF TR-QUANTITY IS NOT NUMERIC
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE 'QUANTITY NOT NUMERIC' TO WS-RJ-REASON
               ELSE
                   IF TR-QUANTITY = ZERO
                       SET WS-RECORD-INVALID TO TRUE
                       MOVE 'QUANTITY IS ZERO' TO WS-RJ-REASON
                   END-IF
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

       2350-EDIT-REVALUATION-QTY.
           IF TR-QUANTITY IS NOT NUMERIC
             AND TR-QUANTITY = SPACES
               MOVE ZERO TO TR-QUANTITY
           END-IF.
           IF TR-QUANTITY IS NOT NUMERIC
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'QUANTITY NOT NUMERIC' TO WS-RJ-REASON
           ELSE
               IF TR-QUANTITY NOT = ZERO
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE 'QTY ON REVALUATION' TO WS-RJ-REASON
               END-IF
           END-IF.
       2350-EXIT.
           EXIT.

      *****************************************************************
      * 2500-EDIT-UNIT-COST -- CONFIRM THE UNIT COST FIELD IS USABLE. *
      * A BLANK FIELD MEANS AN UNCOSTED TRANSACTION AND IS NORMALIZED *
      * TO ZERO ON THE CLEAN RECORD; ANYTHING ELSE NON-NUMERIC IS     *
      * REJECTED.  A COST REVALUATION EXISTS ONLY TO SET A NEW COST,  *
      * SO ON THAT TYPE A BLANK OR ZERO COST IS REJECTED AS WELL.     *
      * BOTH RETURN TYPES MOVE STOCK AT THE ITEM'S CURRENT COST, SO   *
      * A COST KEYED ON EITHER IS REJECTED RATHER THAN IGNORED.  A    *
      * KIT BUILD IS COSTED FROM ITS COMPONENTS BY THE POSTING RUN,   *
      * SO A COST KEYED ON A BUILD IS REJECTED THE SAME WAY.          *
      *****************************************************************
       2500-EDIT-UNIT-COST.
           IF TR-UNIT-COST IS NOT NUMERIC
                   MOVE 'UNIT COST NOT NUMERIC' TO WS-RJ-REASON
               END-IF
           END-IF.
           IF WS-RECORD-VALID
             AND TR-REVALUATION
             AND TR-UNIT-COST = ZERO
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'NEW COST MISSING' TO WS-RJ-REASON
           END-IF.
           IF WS-RECORD-VALID
             AND (TR-CUSTOMER-RETURN OR TR-VENDOR-RETURN)
             AND TR-UNIT-COST NOT = ZERO
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'COST ON RETURN' TO WS-RJ-REASON
           END-IF.
           IF WS-RECORD-VALID
             AND TR-KIT-BUILD
             AND TR-UNIT-COST NOT = ZERO
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'COST ON KIT BUILD' TO WS-RJ-REASON
           END-IF.
       2500-EXIT.
           EXIT.

      * DEFAULTS IT TO THE MAIN WAREHOUSE); ANYTHING ELSE MUST BE     *
      * 'MN ' OR 'AX ', SINCE THE POSTING RUN USES THE CODE AS A      *
      * BALANCE-FILE KEY AND A MISPUNCHED CODE WOULD PUT STOCK IN A   *
      * BUILDING THAT DOES NOT EXIST.  A COST REVALUATION REPRICES    *
      * THE ITEM IN EVERY BUILDING AT ONCE, SO IT MUST LEAVE THE      *
      * LOCATION BLANK.  THE QUARANTINE LOCATION 'QR ' HOLDS RETURNED *
      * STOCK THAT MAY NOT BE SOLD: A CUSTOMER RETURN ALWAYS LANDS    *
      * THERE (BLANK OR 'QR '), AND STOCK LEAVES IT ONLY BY A         *
      * TRANSFER TO 'MN ' OR 'AX ', A RETURN TO VENDOR, OR A COUNT    *
      * ADJUSTMENT -- NEVER BY AN ISSUE, AND NO RECEIPT GOES INTO IT. *
      * NO KIT IS BUILT THERE EITHER.                                 *
      *****************************************************************
       2600-EDIT-LOCATION.
           IF TR-LOCATION-CODE NOT = SPACES
             AND TR-LOCATION-CODE NOT = 'MN '
             AND TR-LOCATION-CODE NOT = 'AX '
             AND TR-LOCATION-CODE NOT = 'QR '
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'INVALID LOCATION CODE' TO WS-RJ-REASON
           END-IF.
           IF WS-RECORD-VALID
             AND TR-REVALUATION
             AND TR-LOCATION-CODE NOT = SPACES
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'LOC ON REVALUATION' TO WS-RJ-REASON
           END-IF.
           IF WS-RECORD-VALID
             AND TR-CUSTOMER-RETURN
             AND TR-LOCATION-CODE NOT = SPACES
             AND TR-LOCATION-CODE NOT = 'QR '
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'RETURN NOT TO QUARANTINE' TO WS-RJ-REASON
           END-IF.
           IF WS-RECORD-VALID
             AND (TR-RECEIPT OR TR-ISSUE OR TR-KIT-BUILD)
             AND TR-LOCATION-CODE = 'QR '
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'QUARANTINE LOC NOT VALID' TO WS-RJ-REASON
           END-IF.
       2600-EXIT.
           EXIT.

       2700-EXIT.
           EXIT.

      *****************************************************************
      * 2800-EDIT-LOT -- A RECEIPT OF A LOT-CONTROLLED ITEM MUST      *
      * CARRY THE SUPPLIER'S LOT NUMBER AND THE LOT'S EXPIRY DATE,    *
      * SINCE THE POSTING RUN FILES THE STOCK UNDER THEM AND ISSUES   *
      * OLDEST EXPIRY FIRST.  A LOT OR EXPIRY ON ANY OTHER            *
      * TRANSACTION, OR ON A RECEIPT OF AN ITEM NOT UNDER LOT         *
      * CONTROL, IS REJECTED LIKE A STRAY TO-LOCATION.  AN ITEM NOT   *
      * ON THE MASTER IS LEFT FOR THE POSTING RUN TO REPORT.          *
      *****************************************************************
       2800-EDIT-LOT.
           MOVE 'N' TO WS-LOT-ITEM-SW.
           IF TR-RECEIPT
               MOVE TR-ITEM-NUMBER TO IM-ITEM-NUMBER
               READ INVENTORY-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-LOT-ITEM-SW
                   NOT INVALID KEY
                       IF IM-LOT-CONTROLLED
                           SET WS-LOT-ITEM TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF WS-LOT-ITEM
               IF TR-LOT-NUMBER = SPACES
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE 'LOT NUMBER MISSING' TO WS-RJ-REASON
               ELSE
                   PERFORM 2810-EDIT-EXPIRY-DATE THRU 2810-EXIT
               END-IF
           ELSE
               IF TR-LOT-NUMBER NOT = SPACES
                 OR TR-EXPIRY-DATE NOT = SPACES
                   SET WS-RECORD-INVALID TO TRUE
                   IF TR-RECEIPT
                       MOVE 'ITEM NOT LOT-CONTROLLED' TO WS-RJ-REASON
                   ELSE
                       MOVE 'LOT ON NON-RECEIPT' TO WS-RJ-REASON
                   END-IF
               END-IF
           END-IF.
       2800-EXIT.
           EXIT.

      *****************************************************************
      * 2810-EDIT-EXPIRY-DATE -- THE EXPIRY DATE IS EDITED LIKE THE   *
      * TRANSACTION DATE (2400 / 2450) AND MAY NOT FALL BEFORE THE    *
      * RECEIPT DATE -- STOCK IS NOT RECEIVED ALREADY EXPIRED.        *
      *****************************************************************
       2810-EDIT-EXPIRY-DATE.
           MOVE TR-EXPIRY-DATE TO WS-EDIT-DATE.
           IF WS-ED-YEAR IS NOT NUMERIC
             OR WS-ED-MONTH IS NOT NUMERIC
             OR WS-ED-DAY IS NOT NUMERIC
             OR WS-ED-SEP1 NOT = '-'
             OR WS-ED-SEP2 NOT = '-'
               SET WS-RECORD-INVALID TO TRUE
               IF TR-EXPIRY-DATE = SPACES
                   MOVE 'EXPIRY DATE MISSING' TO WS-RJ-REASON
               ELSE
                   MOVE 'EXPIRY NOT YYYY-MM-DD' TO WS-RJ-REASON
               END-IF
           ELSE
               PERFORM 2450-EDIT-DATE-RANGES THRU 2450-EXIT
               IF WS-RECORD-INVALID
                   MOVE 'EXPIRY DATE INVALID' TO WS-RJ-REASON
               ELSE
                   IF TR-EXPIRY-DATE < TR-TRANS-DATE
                       SET WS-RECORD-INVALID TO TRUE
                       MOVE 'LOT ALREADY EXPIRED' TO WS-RJ-REASON
                   END-IF
               END-IF
           END-IF.
       2810-EXIT.
           EXIT.

      *****************************************************************
      * 2850-EDIT-ORDER-REF -- THE CUSTOMER ORDER AND LINE COLUMNS    *
      * ARE FILLED IN ONLY ON THE ISSUES INVPICK GENERATES FROM       *
      * CONFIRMED PICKS.  BLANK IS ALWAYS ACCEPTED; OTHERWISE BOTH     *
      * MUST BE NUMERIC AND THE TRANSACTION MUST BE AN ISSUE.         *
      *****************************************************************
       2850-EDIT-ORDER-REF.
           IF TR-ORDER-NUMBER NOT = SPACES
             OR TR-ORDER-LINE NOT = SPACES
               IF TR-ORDER-NUMBER IS NOT NUMERIC
                 OR TR-ORDER-LINE IS NOT NUMERIC
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE 'ORDER REF NOT NUMERIC' TO WS-RJ-REASON
               ELSE
                   IF NOT TR-ISSUE
                       SET WS-RECORD-INVALID TO TRUE
                       MOVE 'ORDER REF ON NON-ISSUE' TO WS-RJ-REASON
                   END-IF
               END-IF
           END-IF.
       2850-EXIT.
           EXIT.

      *****************************************************************
      * 2870-EDIT-PO-REF -- A RETURN TO VENDOR MUST NAME THE PURCHASE *
      * ORDER THE STOCK CAME IN ON, SO THE POSTING RUN CAN CHECK IT   *
      * AGAINST OPENPO.DAT AND PURCHASING CAN RAISE THE DEBIT MEMO    *
      * AGAINST IT.  THE COLUMNS MUST BE BLANK ON EVERY OTHER TYPE.   *
      *****************************************************************
       2870-EDIT-PO-REF.
           IF TR-VENDOR-RETURN
               IF TR-PO-NUMBER IS NOT NUMERIC
                   SET WS-RECORD-INVALID TO TRUE
                   IF TR-PO-NUMBER = SPACES
                       MOVE 'PO NUMBER MISSING' TO WS-RJ-REASON
                   ELSE
                       MOVE 'PO NUMBER NOT NUMERIC' TO WS-RJ-REASON
                   END-IF
               ELSE
                   IF TR-PO-NUMBER = ZERO
                       SET WS-RECORD-INVALID TO TRUE
                       MOVE 'PO NUMBER MISSING' TO WS-RJ-REASON
                   END-IF
               END-IF
           ELSE
               IF TR-PO-NUMBER NOT = SPACES
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE 'PO REF ON NON-RETURN' TO WS-RJ-REASON
               END-IF
           END-IF.
       2870-EXIT.
           EXIT.

      *****************************************************************
      * 2880-EDIT-APPROVAL-FLAG -- THE APPROVAL FLAG IS SET ONLY ON   *
      * THE ADJUSTMENTS INVADJA GENERATES FOR HELD COUNTS THE         *
      * SUPERVISOR HAS APPROVED.  BLANK IS ALWAYS ACCEPTED; OTHERWISE *
      * IT MUST BE 'Y' AND THE TRANSACTION MUST BE AN ADJUSTMENT.     *
      * THE POSTING RUN STILL REQUIRES THE APPROVED HOLD ON FILE.     *
      *****************************************************************
       2880-EDIT-APPROVAL-FLAG.
           IF TR-APPROVAL-FLAG NOT = SPACES
               IF NOT TR-APPROVED-ADJUSTMENT
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE 'APPROVAL FLAG INVALID' TO WS-RJ-REASON
               ELSE
                   IF NOT TR-ADJUSTMENT
                       SET WS-RECORD-INVALID TO TRUE
                       MOVE 'APPROVAL ON NON-ADJ' TO WS-RJ-REASON
                   END-IF
               END-IF
           END-IF.
       2880-EXIT.
           EXIT.

      *****************************************************************
      * 3000-WRITE-CLEAN-TRAN -- PASS A RECORD THAT SURVIVED EVERY    *
      * EDIT THROUGH TO THE FILE THE POSTING RUN READS.               *
                 CLEAN-TRAN-FILE
                 EDIT-RPT
                 BATCH-REGISTER-RPT
                 RUN-LOG-FILE
                 INVENTORY-MASTER.
       8000-EXIT.
           EXIT.
