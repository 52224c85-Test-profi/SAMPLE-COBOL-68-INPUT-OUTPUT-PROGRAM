       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPICK.
       AUTHOR. J. HALVORSEN.
       INSTALLATION. DISTRIBUTION CENTER DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      * 2026-10-15  JH  INITIAL VERSION.  PICK CONFIRMATION.  READS   *
      *                 THE FLOOR'S CONFIRMATION CARDS (PICKCNF.DAT)  *
      *                 FOR THE PICK TICKETS PRINTED BY INVALOC AND,  *
      *                 FOR EACH QUANTITY ACTUALLY PICKED, WRITES AN  *
      *                 ISSUE TRANSACTION CARRYING THE ORDER AND LINE *
      *                 NUMBER TO PICKTRN, BATCHED WITH HEADER AND    *
      *                 TRAILER RECORDS EXACTLY AS THE KEY STATION    *
      *                 BATCHES ITS WORK.  PICKTRN IS CONCATENATED    *
      *                 BEHIND TRANIN FOR THE NIGHT'S INVEDIT STEP,   *
      *                 SO CUSTOMER SHIPMENTS ARE EDITED, POSTED, AND *
      *                 AUDITED LIKE ANY OTHER ISSUE WITHOUT BEING    *
      *                 RE-KEYED.  THE CONFIRMED ALLOCATION IS        *
      *                 RELEASED FROM THE LOCATION AND THE ORDER      *
      *                 LINE, AND ANY QUANTITY SHORT-PICKED GOES      *
      *                 BACK TO UNFILLED FOR THE NEXT ALLOCATION.     *
      *****************************************************************
      *
      *    EACH CARD NAMES ONE PICK TICKET LINE -- ORDER, LINE AND
      *    LOCATION -- AND THE QUANTITY PICKED.  A CARD IS REJECTED
      *    IF ITS FIELDS ARE NOT NUMERIC, IF NO ALLOCATION IS ON FILE
      *    FOR IT (NEVER ALLOCATED, ALREADY CONFIRMED, OR THE LINE WAS
      *    CANCELLED), OR IF IT CLAIMS MORE THAN WAS ALLOCATED.
      *
      *    FOR AN ACCEPTED CARD:
      *       - THE WHOLE ALLOCATION COMES OFF THE LOCATION'S
      *         ALLOCATED QUANTITY AND THE LINE'S ALLOCATED QUANTITY,
      *         AND THE ALLOCATION RECORD IS DELETED;
      *       - THE QUANTITY PICKED IS ADDED TO THE LINE'S SHIPPED
      *         QUANTITY, AND A LINE NOW SHIPPED IN FULL IS CLOSED;
      *       - A NON-ZERO QUANTITY PICKED IS WRITTEN AS AN 'I' ISSUE
      *         FROM THE TICKET'S LOCATION, DATED TODAY.
      *    THE ON-HAND BALANCES THEMSELVES ARE RELIEVED WHEN INVUPDT
      *    POSTS THE ISSUES, NOT HERE.
      *
      *    THE BATCH NUMBER OF THE FIRST BATCH WRITTEN COMES FROM THE
      *    CONTROL CARD (PICKCTL, COLUMNS 1-4); A MISSING, BLANK OR
      *    NON-NUMERIC CARD MEANS 9001.  A NEW BATCH, NUMBERED ONE
      *    HIGHER, IS STARTED EVERY 500 ISSUES SO NO BATCH OUTGROWS
      *    INVEDIT'S HOLD LIMIT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO PICKCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-CARD-STATUS.
           SELECT PICK-CONFIRM-FILE ASSIGN TO PICKCNF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PICK-CONFIRM-STATUS.
           SELECT ALLOCATION-FILE ASSIGN TO ALLOCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ALLOC-KEY
               FILE STATUS IS WS-ALLOC-FILE-STATUS.
           SELECT CUSTOMER-ORDER ASSIGN TO CUSTORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ORDER-KEY
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT LOCATION-BALANCE ASSIGN TO LOCBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-BALANCE-KEY
               FILE STATUS IS WS-LOCBAL-FILE-STATUS.
           SELECT PICK-TRAN-FILE ASSIGN TO PICKTRN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PICK-CONFIRM-RPT ASSIGN TO PICKRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05  CC-FIRST-BATCH-NUMBER   PIC 9(4).
           05  FILLER                  PIC X(76).

       FD  PICK-CONFIRM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY PICKCNFC.

       FD  ALLOCATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALLOCC.

       FD  CUSTOMER-ORDER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTORDC.

       FD  LOCATION-BALANCE
           LABEL RECORDS ARE STANDARD.
           COPY LOCBALC.

       FD  PICK-TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY TRANFILC.

       FD  PICK-CONFIRM-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PICK-CONFIRM-RPT-RECORD.
           05  PR-CARRIAGE-CONTROL     PIC X(1).
           05  PR-REPORT-TEXT          PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-CONTROL-CARD-STATUS  PIC X(2)   VALUE SPACES.
       77  WS-PICK-CONFIRM-STATUS  PIC X(2)   VALUE SPACES.
       77  WS-ALLOC-FILE-STATUS    PIC X(2)   VALUE SPACES.
       77  WS-ORDER-FILE-STATUS    PIC X(2)   VALUE SPACES.
       77  WS-LOCBAL-FILE-STATUS   PIC X(2)   VALUE SPACES.

       77  WS-EOF-PICK-CONFIRM-SW  PIC X(1)   VALUE 'N'.
           88  WS-EOF-PICK-CONFIRM            VALUE 'Y'.
       77  WS-ALLOC-FOUND-SW       PIC X(1)   VALUE 'N'.
           88  WS-ALLOC-FOUND                 VALUE 'Y'.
           88  WS-ALLOC-NOT-FOUND             VALUE 'N'.
       77  WS-LINE-FOUND-SW        PIC X(1)   VALUE 'N'.
           88  WS-LINE-FOUND                  VALUE 'Y'.
           88  WS-LINE-NOT-FOUND              VALUE 'N'.
       77  WS-BATCH-OPEN-SW        PIC X(1)   VALUE 'N'.
           88  WS-BATCH-OPEN                  VALUE 'Y'.

       77  WS-BATCH-LIMIT          PIC 9(5)   VALUE 500.
       77  WS-NEXT-BATCH-NUMBER    PIC 9(4)   VALUE 9001.
       77  WS-BATCH-REC-COUNT      PIC 9(5)   VALUE ZERO.
       77  WS-BATCH-QTY-HASH       PIC 9(9)   VALUE ZERO.
       77  WS-BATCH-ITEM-HASH      PIC 9(9)   VALUE ZERO.
       77  WS-SHORT-QTY            PIC 9(7)   VALUE ZERO.

       77  WS-CARDS-READ-COUNT     PIC 9(7)   VALUE ZERO.
       77  WS-CONFIRMED-COUNT      PIC 9(7)   VALUE ZERO.
       77  WS-SHORT-PICK-COUNT     PIC 9(7)   VALUE ZERO.
       77  WS-REJECT-COUNT         PIC 9(7)   VALUE ZERO.
       77  WS-ISSUES-WRITTEN-COUNT PIC 9(7)   VALUE ZERO.
       77  WS-BATCHES-WRITTEN      PIC 9(7)   VALUE ZERO.
       77  WS-QTY-PICKED-TOTAL     PIC 9(9)   VALUE ZERO.
       77  WS-QTY-RETURNED-TOTAL   PIC 9(9)   VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CD-YEAR              PIC 9(4).
           05  WS-CD-MONTH             PIC 9(2).
           05  WS-CD-DAY               PIC 9(2).

       01  WS-RUN-DATE.
           05  WS-RD-YEAR               PIC 9(4).
           05  FILLER                   PIC X(1)   VALUE '-'.
           05  WS-RD-MONTH              PIC 9(2).
           05  FILLER                   PIC X(1)   VALUE '-'.
           05  WS-RD-DAY                PIC 9(2).

      *****************************************************************
      * BATCH CONTROL RECORD WORK AREAS.  EACH HEADER AND TRAILER IS  *
      * BUILT HERE AND MOVED TO THE OUTPUT RECORD.  THE HASH          *
      * ACCUMULATORS ARE NINE DIGITS AND WRAP THE SAME WAY INVEDIT'S  *
      * DO, SO THE TRAILER PROVES.                                    *
      *****************************************************************
           COPY BATCHC.

       01  WS-LOG-LINE.
           05  WS-LL-ORDER-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-LL-LINE-NUMBER       PIC 9(3).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-LOCATION-CODE     PIC X(3).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-ALLOCATED-QTY     PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-PICKED-QTY        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-SHORT-QTY         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-BATCH-NUMBER      PIC Z(4).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-RESULT            PIC X(20).
           05  FILLER                  PIC X(41)  VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(30)
               VALUE 'PICK CONFIRMATION REGISTER    '.
           05  FILLER                  PIC X(12)
               VALUE '  RUN DATE: '.
           05  WS-H1-RUN-DATE          PIC X(10).
           05  FILLER                  PIC X(80)  VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(6)   VALUE 'ORDER#'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE 'LN#'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE 'LOC'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE 'ITEM #'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE 'ALLOCATED'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE '   PICKED'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE '    SHORT'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE 'BTCH'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(20)  VALUE 'RESULT'.
           05  FILLER                  PIC X(41)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION           PIC X(30).
           05  WS-SL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91)  VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- CONTROLS THE OVERALL CONFIRMATION RUN.       *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CONFIRMATION THRU 2000-EXIT
               UNTIL WS-EOF-PICK-CONFIRM.
           IF WS-BATCH-OPEN
               PERFORM 4100-CLOSE-BATCH THRU 4100-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE -- READ THE CONTROL CARD, OPEN FILES, PRINT   *
      * HEADINGS, AND PRIME THE READ.                                 *
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CONTROL-CARD-STATUS = '00'
               READ CONTROL-CARD-FILE
                   AT END
                       MOVE 9001 TO WS-NEXT-BATCH-NUMBER
                   NOT AT END
                       IF CC-FIRST-BATCH-NUMBER IS NUMERIC
                         AND CC-FIRST-BATCH-NUMBER > ZERO
                           MOVE CC-FIRST-BATCH-NUMBER
                               TO WS-NEXT-BATCH-NUMBER
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.
           PERFORM 1150-BUILD-RUN-DATE THRU 1150-EXIT.
           OPEN INPUT PICK-CONFIRM-FILE.
           PERFORM 1040-VERIFY-CONFIRM-OPEN THRU 1040-EXIT.
           OPEN I-O ALLOCATION-FILE.
           PERFORM 1050-VERIFY-ALLOC-OPEN THRU 1050-EXIT.
           OPEN I-O CUSTOMER-ORDER.
           PERFORM 1060-VERIFY-ORDER-OPEN THRU 1060-EXIT.
           OPEN I-O LOCATION-BALANCE.
           PERFORM 1070-VERIFY-LOCBAL-OPEN THRU 1070-EXIT.
           OPEN OUTPUT PICK-TRAN-FILE.
           OPEN OUTPUT PICK-CONFIRM-RPT.
           PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
           PERFORM 1200-READ-CONFIRMATION THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1040-VERIFY-CONFIRM-OPEN -- CONFIRM PICKCNF.DAT OPENED        *
      * SUCCESSFULLY.  IF NOT, THERE IS NOTHING TO CONFIRM, SO STOP   *
      * RATHER THAN RUN AGAINST A FILE THAT IS NOT ACTUALLY OPEN.     *
      *****************************************************************
       1040-VERIFY-CONFIRM-OPEN.
           IF NOT WS-PICK-CONFIRM-STATUS = '00'
               DISPLAY 'INVPICK: PICK-CONFIRM-FILE OPEN FAILED, '
                   'FILE STATUS = ' WS-PICK-CONFIRM-STATUS
               STOP RUN
           END-IF.
       1040-EXIT.
           EXIT.

       1050-VERIFY-ALLOC-OPEN.
           IF NOT WS-ALLOC-FILE-STATUS = '00'
               DISPLAY 'INVPICK: ALLOCATION-FILE OPEN FAILED, '
                   'FILE STATUS = ' WS-ALLOC-FILE-STATUS
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

       1060-VERIFY-ORDER-OPEN.
           IF NOT WS-ORDER-FILE-STATUS = '00'
               DISPLAY 'INVPICK: CUSTOMER-ORDER OPEN FAILED, '
                   'FILE STATUS = ' WS-ORDER-FILE-STATUS
               STOP RUN
           END-IF.
       1060-EXIT.
           EXIT.

       1070-VERIFY-LOCBAL-OPEN.
           IF NOT WS-LOCBAL-FILE-STATUS = '00'
               DISPLAY 'INVPICK: LOCATION-BALANCE OPEN FAILED, '
                   'FILE STATUS = ' WS-LOCBAL-FILE-STATUS
               STOP RUN
           END-IF.
       1070-EXIT.
           EXIT.

       1100-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
           MOVE SPACES TO PICK-CONFIRM-RPT-RECORD.
           MOVE '1' TO PR-CARRIAGE-CONTROL.
           MOVE WS-HEADING-1 TO PR-REPORT-TEXT.
           WRITE PICK-CONFIRM-RPT-RECORD.
           MOVE SPACES TO PICK-CONFIRM-RPT-RECORD.
           MOVE ' ' TO PR-CARRIAGE-CONTROL.
           MOVE WS-HEADING-2 TO PR-REPORT-TEXT.
           WRITE PICK-CONFIRM-RPT-RECORD.
       1100-EXIT.
           EXIT.

       1150-BUILD-RUN-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CD-YEAR  TO WS-RD-YEAR.
           MOVE WS-CD-MONTH TO WS-RD-MONTH.
           MOVE WS-CD-DAY   TO WS-RD-DAY.
       1150-EXIT.
           EXIT.

       1200-READ-CONFIRMATION.
           READ PICK-CONFIRM-FILE
               AT END
                   SET WS-EOF-PICK-CONFIRM TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESS-CONFIRMATION -- CHECK THE CARD AGAINST ITS       *
      * ALLOCATION AND ORDER LINE, THEN APPLY IT OR REJECT IT.        *
      *****************************************************************
       2000-PROCESS-CONFIRMATION.
           ADD 1 TO WS-CARDS-READ-COUNT.
           MOVE SPACES TO WS-LOG-LINE.
           MOVE ZERO TO WS-SHORT-QTY.
           MOVE 'N' TO WS-ALLOC-FOUND-SW.
           MOVE 'N' TO WS-LINE-FOUND-SW.
           IF PC-ORDER-NUMBER IS NUMERIC
             AND PC-LINE-NUMBER IS NUMERIC
             AND PC-QUANTITY-PICKED IS NUMERIC
               PERFORM 2100-FIND-ALLOCATION THRU 2100-EXIT
               IF WS-ALLOC-FOUND
                   PERFORM 2200-FIND-ORDER-LINE THRU 2200-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN PC-ORDER-NUMBER IS NOT NUMERIC
                 OR PC-LINE-NUMBER IS NOT NUMERIC
                 OR PC-QUANTITY-PICKED IS NOT NUMERIC
                   MOVE 'REJECT-NOT NUMERIC' TO WS-LL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN WS-ALLOC-NOT-FOUND
                   MOVE 'REJECT-NO ALLOCATION' TO WS-LL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN PC-QUANTITY-PICKED > AC-QUANTITY-ALLOCATED
                   MOVE AC-ITEM-NUMBER TO WS-LL-ITEM-NUMBER
                   MOVE AC-QUANTITY-ALLOCATED TO WS-LL-ALLOCATED-QTY
                   MOVE 'REJECT-OVER ALLOC' TO WS-LL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN WS-LINE-NOT-FOUND
                   MOVE AC-ITEM-NUMBER TO WS-LL-ITEM-NUMBER
                   MOVE 'REJECT-NO ORDER LINE' TO WS-LL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   PERFORM 3000-APPLY-CONFIRMATION THRU 3000-EXIT
           END-EVALUATE.
           PERFORM 3900-WRITE-LOG-LINE THRU 3900-EXIT.
           PERFORM 1200-READ-CONFIRMATION THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

       2100-FIND-ALLOCATION.
           MOVE PC-ORDER-NUMBER TO AC-ORDER-NUMBER.
           MOVE PC-LINE-NUMBER TO AC-LINE-NUMBER.
           MOVE PC-LOCATION-CODE TO AC-LOCATION-CODE.
           READ ALLOCATION-FILE
               INVALID KEY
                   SET WS-ALLOC-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-ALLOC-FOUND TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-FIND-ORDER-LINE.
           MOVE AC-ORDER-NUMBER TO CO-ORDER-NUMBER.
           MOVE AC-LINE-NUMBER TO CO-LINE-NUMBER.
           READ CUSTOMER-ORDER
               INVALID KEY
                   SET WS-LINE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-LINE-FOUND TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 3000-APPLY-CONFIRMATION -- WRITE THE ISSUE FOR WHAT WAS       *
      * PICKED, THEN RELEASE THE WHOLE ALLOCATION FROM THE LOCATION   *
      * AND THE ORDER LINE.  THE LINE'S UNFILLED QUANTITY PICKS UP    *
      * ANY SHORTFALL AUTOMATICALLY, SINCE UNFILLED IS ORDERED LESS   *
      * ALLOCATED LESS SHIPPED.                                       *
      *****************************************************************
       3000-APPLY-CONFIRMATION.
           COMPUTE WS-SHORT-QTY =
               AC-QUANTITY-ALLOCATED - PC-QUANTITY-PICKED.
           IF PC-QUANTITY-PICKED > ZERO
               PERFORM 4200-WRITE-ISSUE THRU 4200-EXIT
           END-IF.
           PERFORM 3100-UNRESERVE-LOCATION THRU 3100-EXIT.
           IF AC-QUANTITY-ALLOCATED > CO-QUANTITY-ALLOCATED
               MOVE ZERO TO CO-QUANTITY-ALLOCATED
           ELSE
               SUBTRACT AC-QUANTITY-ALLOCATED
                   FROM CO-QUANTITY-ALLOCATED
           END-IF.
           ADD PC-QUANTITY-PICKED TO CO-QUANTITY-SHIPPED.
           IF CO-LINE-OPEN
             AND CO-QUANTITY-SHIPPED NOT < CO-QUANTITY-ORDERED
               SET CO-LINE-SHIPPED TO TRUE
           END-IF.
           MOVE WS-RUN-DATE TO CO-LAST-ACTIVITY-DATE.
           REWRITE CUSTOMER-ORDER-COPYBOOK-RECORD.
           MOVE AC-ITEM-NUMBER TO WS-LL-ITEM-NUMBER.
           MOVE AC-QUANTITY-ALLOCATED TO WS-LL-ALLOCATED-QTY.
           MOVE PC-QUANTITY-PICKED TO WS-LL-PICKED-QTY.
           MOVE WS-SHORT-QTY TO WS-LL-SHORT-QTY.
           DELETE ALLOCATION-FILE RECORD.
           ADD 1 TO WS-CONFIRMED-COUNT.
           ADD PC-QUANTITY-PICKED TO WS-QTY-PICKED-TOTAL.
           ADD WS-SHORT-QTY TO WS-QTY-RETURNED-TOTAL.
           EVALUATE TRUE
               WHEN PC-QUANTITY-PICKED = ZERO
                   MOVE 'NOTHING PICKED' TO WS-LL-RESULT
                   ADD 1 TO WS-SHORT-PICK-COUNT
               WHEN WS-SHORT-QTY > ZERO
                   MOVE 'SHORT PICK' TO WS-LL-RESULT
                   ADD 1 TO WS-SHORT-PICK-COUNT
               WHEN OTHER
                   MOVE 'CONFIRMED' TO WS-LL-RESULT
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-UNRESERVE-LOCATION -- TAKE THE ALLOCATION OFF THE        *
      * LOCATION'S ALLOCATED QUANTITY, NEVER BELOW ZERO.              *
      *****************************************************************
       3100-UNRESERVE-LOCATION.
           MOVE AC-ITEM-NUMBER TO LB-ITEM-NUMBER.
           MOVE AC-LOCATION-CODE TO LB-LOCATION-CODE.
           READ LOCATION-BALANCE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LB-QUANTITY-ALLOCATED IS NOT NUMERIC
                     OR AC-QUANTITY-ALLOCATED > LB-QUANTITY-ALLOCATED
                       MOVE ZERO TO LB-QUANTITY-ALLOCATED
                   ELSE
                       SUBTRACT AC-QUANTITY-ALLOCATED
                           FROM LB-QUANTITY-ALLOCATED
                   END-IF
                   REWRITE LOCATION-BALANCE-COPYBOOK-RECORD
           END-READ.
       3100-EXIT.
           EXIT.

       3900-WRITE-LOG-LINE.
           MOVE PC-ORDER-NUMBER TO WS-LL-ORDER-NUMBER.
           MOVE PC-LINE-NUMBER TO WS-LL-LINE-NUMBER.
           MOVE PC-LOCATION-CODE TO WS-LL-LOCATION-CODE.
           MOVE SPACES TO PICK-CONFIRM-RPT-RECORD.
           MOVE ' ' TO PR-CARRIAGE-CONTROL.
           MOVE WS-LOG-LINE TO PR-REPORT-TEXT.
           WRITE PICK-CONFIRM-RPT-RECORD.
       3900-EXIT.
           EXIT.

      *****************************************************************
      * 4000-START-BATCH -- WRITE A BATCH HEADER AND CLEAR THE        *
      * BATCH'S COUNT AND HASH TOTALS.                                *
      *****************************************************************
       4000-START-BATCH.
           MOVE SPACES TO BATCH-HEADER-RECORD.
           MOVE 'BH' TO BH-RECORD-TYPE.
           MOVE WS-NEXT-BATCH-NUMBER TO BH-BATCH-NUMBER.
           MOVE WS-RUN-DATE TO BH-BATCH-DATE.
           MOVE 'PCK' TO BH-OPERATOR-ID.
           MOVE BATCH-HEADER-RECORD TO TRANSACTION-COPYBOOK-RECORD.
           WRITE TRANSACTION-COPYBOOK-RECORD.
           MOVE ZERO TO WS-BATCH-REC-COUNT.
           MOVE ZERO TO WS-BATCH-QTY-HASH.
           MOVE ZERO TO WS-BATCH-ITEM-HASH.
           SET WS-BATCH-OPEN TO TRUE.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4100-CLOSE-BATCH -- WRITE THE TRAILER WITH THE BATCH'S RECORD *
      * COUNT AND HASH TOTALS AND STEP THE BATCH NUMBER.              *
      *****************************************************************
       4100-CLOSE-BATCH.
           MOVE SPACES TO BATCH-TRAILER-RECORD.
           MOVE 'BT' TO BT-RECORD-TYPE.
           MOVE WS-NEXT-BATCH-NUMBER TO BT-BATCH-NUMBER.
           MOVE WS-BATCH-REC-COUNT TO BT-RECORD-COUNT.
           MOVE WS-BATCH-QTY-HASH TO BT-QTY-HASH.
           MOVE WS-BATCH-ITEM-HASH TO BT-ITEM-HASH.
           MOVE BATCH-TRAILER-RECORD TO TRANSACTION-COPYBOOK-RECORD.
           WRITE TRANSACTION-COPYBOOK-RECORD.
           ADD 1 TO WS-BATCHES-WRITTEN.
           ADD 1 TO WS-NEXT-BATCH-NUMBER.
           MOVE 'N' TO WS-BATCH-OPEN-SW.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 4200-WRITE-ISSUE -- WRITE ONE ISSUE FOR THE QUANTITY PICKED   *
      * INTO THE OPEN BATCH, STARTING A BATCH FIRST IF NONE IS OPEN   *
      * AND CLOSING IT WHEN IT REACHES THE BATCH LIMIT.  THE UNIT     *
      * COST IS LEFT ZERO, AS ON A KEYED ISSUE.                       *
      *****************************************************************
       4200-WRITE-ISSUE.
           IF NOT WS-BATCH-OPEN
               PERFORM 4000-START-BATCH THRU 4000-EXIT
           END-IF.
           MOVE SPACES TO TRANSACTION-COPYBOOK-RECORD.
           MOVE AC-ITEM-NUMBER TO TR-ITEM-NUMBER.
           SET TR-ISSUE TO TRUE.
           MOVE PC-QUANTITY-PICKED TO TR-QUANTITY.
           MOVE WS-RUN-DATE TO TR-TRANS-DATE.
           MOVE ZERO TO TR-UNIT-COST.
           MOVE AC-LOCATION-CODE TO TR-LOCATION-CODE.
           MOVE AC-ORDER-NUMBER TO TR-ORDER-NUMBER.
           MOVE AC-LINE-NUMBER TO TR-ORDER-LINE.
           WRITE TRANSACTION-COPYBOOK-RECORD.
           ADD 1 TO WS-BATCH-REC-COUNT.
           ADD TR-QUANTITY TO WS-BATCH-QTY-HASH.
           ADD TR-ITEM-NUMBER TO WS-BATCH-ITEM-HASH.
           ADD 1 TO WS-ISSUES-WRITTEN-COUNT.
           MOVE WS-NEXT-BATCH-NUMBER TO WS-LL-BATCH-NUMBER.
           IF WS-BATCH-REC-COUNT NOT < WS-BATCH-LIMIT
               PERFORM 4100-CLOSE-BATCH THRU 4100-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 8000-TERMINATE -- PRINT RUN TOTALS AND CLOSE FILES.           *
      *****************************************************************
       8000-TERMINATE.
           MOVE SPACES TO PICK-CONFIRM-RPT-RECORD.
           MOVE '1' TO PR-CARRIAGE-CONTROL.
           WRITE PICK-CONFIRM-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'CONFIRMATIONS READ            ' TO WS-SL-CAPTION.
           MOVE WS-CARDS-READ-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO PICK-CONFIRM-RPT-RECORD.
           MOVE ' ' TO PR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO PR-REPORT-TEXT.
           WRITE PICK-CONFIRM-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'CONFIRMATIONS APPLIED         ' TO WS-SL-CAPTION.
           MOVE WS-CONFIRMED-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO PICK-CONFIRM-RPT-RECORD.
           MOVE ' ' TO PR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO PR-REPORT-TEXT.
           WRITE PICK-CONFIRM-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE '  OF WHICH SHORT-PICKED       ' TO WS-SL-CAPTION.
           MOVE WS-SHORT-PICK-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO PICK-CONFIRM-RPT-RECORD.
           MOVE ' ' TO PR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO PR-REPORT-TEXT.
           WRITE PICK-CONFIRM-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'CONFIRMATIONS REJECTED        ' TO WS-SL-CAPTION.
           MOVE WS-REJECT-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO PICK-CONFIRM-RPT-RECORD.
           MOVE ' ' TO PR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO PR-REPORT-TEXT.
           WRITE PICK-CONFIRM-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ISSUE TRANSACTIONS WRITTEN    ' TO WS-SL-CAPTION.
           MOVE WS-ISSUES-WRITTEN-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO PICK-CONFIRM-RPT-RECORD.
           MOVE ' ' TO PR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO PR-REPORT-TEXT.
           WRITE PICK-CONFIRM-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ISSUE BATCHES WRITTEN         ' TO WS-SL-CAPTION.
           MOVE WS-BATCHES-WRITTEN TO WS-SL-COUNT.
           MOVE SPACES TO PICK-CONFIRM-RPT-RECORD.
           MOVE ' ' TO PR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO PR-REPORT-TEXT.
           WRITE PICK-CONFIRM-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'TOTAL QUANTITY PICKED         ' TO WS-SL-CAPTION.
           MOVE WS-QTY-PICKED-TOTAL TO WS-SL-COUNT.
           MOVE SPACES TO PICK-CONFIRM-RPT-RECORD.
           MOVE ' ' TO PR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO PR-REPORT-TEXT.
           WRITE PICK-CONFIRM-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'QUANTITY RETURNED TO UNFILLED ' TO WS-SL-CAPTION.
           MOVE WS-QTY-RETURNED-TOTAL TO WS-SL-COUNT.
           MOVE SPACES TO PICK-CONFIRM-RPT-RECORD.
           MOVE ' ' TO PR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO PR-REPORT-TEXT.
           WRITE PICK-CONFIRM-RPT-RECORD.

           CLOSE PICK-CONFIRM-FILE
                 ALLOCATION-FILE
                 CUSTOMER-ORDER
                 LOCATION-BALANCE
                 PICK-TRAN-FILE
                 PICK-CONFIRM-RPT.
       8000-EXIT.
           EXIT.
