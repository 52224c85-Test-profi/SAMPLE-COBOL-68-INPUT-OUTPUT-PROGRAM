       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCOMT.
       AUTHOR. J. HALVORSEN.
       INSTALLATION. DISTRIBUTION CENTER DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      * 2026-10-15  JH  INITIAL VERSION.  CUSTOMER ORDER ENTRY AND     *
      *                 MAINTENANCE.  APPLIES ADD/CHANGE/CANCEL        *
      *                 REQUESTS FROM ORDTRAN.DAT TO THE NEW CUSTOMER  *
      *                 ORDER LINE FILE, CUSTORD.DAT, AND PRINTS A     *
      *                 MAINTENANCE LOG, THE SAME WAY INVVNMT          *
      *                 MAINTAINS THE VENDOR MASTER.  THE NIGHTLY      *
      *                 ALLOCATION (INVALOC) RESERVES STOCK AGAINST    *
      *                 THE OPEN LINES AND PRINTS PICK TICKETS, AND    *
      *                 INVPICK TURNS CONFIRMED PICKS INTO AN ISSUE    *
      *                 BATCH FOR INVEDIT, SO ISSUES ARE NO LONGER     *
      *                 KEYED AFTER THE GOODS HAVE LEFT THE BUILDING.  *
      * 2026-10-15  JH  RELEASING A CANCELLED LINE'S ALLOCATION NOW    *
      *                 CHECKS THE LOCATION BALANCE REWRITE; A FAILURE *
      *                 IS DISPLAYED WITH THE ITEM, LOCATION AND FILE  *
      *                 STATUS AND COUNTED ON THE MAINTENANCE LOG.     *
      *****************************************************************
      *
      *    EACH ORDTRAN.DAT RECORD REQUESTS ONE OF THREE ACTIONS
      *    AGAINST CUSTORD.DAT:
      *       A - ENTER A NEW ORDER LINE (ORDER AND LINE NUMBER MUST
      *           BE NUMERIC, NOT ZERO, AND NOT ALREADY ON FILE; THE
      *           CUSTOMER NUMBER MUST BE NUMERIC; THE ITEM MUST BE ON
      *           THE INVENTORY MASTER AND NOT DISCONTINUED; THE
      *           QUANTITY MUST BE NUMERIC AND NOT ZERO; A BLANK
      *           ORDER DATE TAKES TODAY'S DATE)
      *       C - CHANGE THE QUANTITY ORDERED ON AN OPEN LINE (THE
      *           NEW QUANTITY MAY NOT FALL BELOW WHAT IS ALREADY
      *           ALLOCATED PLUS SHIPPED; A NEW QUANTITY EQUAL TO
      *           WHAT HAS SHIPPED CLOSES THE LINE)
      *       X - CANCEL AN OPEN LINE.  ANY STOCK ALLOCATED TO IT IS
      *           RELEASED BACK TO THE LOCATION AND ITS ALLOCATION
      *           RECORDS ARE DELETED, SO AN UNCONFIRMED PICK TICKET
      *           FOR IT WILL BE REFUSED BY INVPICK.
      *    REQUESTS THAT FAIL THESE RULES ARE REJECTED AND NOTED ON
      *    THE MAINTENANCE LOG RATHER THAN APPLIED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-TRAN-FILE ASSIGN TO ORDTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-TRAN-STATUS.
           SELECT CUSTOMER-ORDER ASSIGN TO CUSTORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ORDER-KEY
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT INVENTORY-MASTER ASSIGN TO INVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT ALLOCATION-FILE ASSIGN TO ALLOCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ALLOC-KEY
               FILE STATUS IS WS-ALLOC-FILE-STATUS.
           SELECT LOCATION-BALANCE ASSIGN TO LOCBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-BALANCE-KEY
               FILE STATUS IS WS-LOCBAL-FILE-STATUS.
           SELECT ORDER-LOG-RPT ASSIGN TO ORDLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ORDTRNC.

       FD  CUSTOMER-ORDER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTORDC.

       FD  INVENTORY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY INVMASTC.

       FD  ALLOCATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALLOCC.

       FD  LOCATION-BALANCE
           LABEL RECORDS ARE STANDARD.
           COPY LOCBALC.

       FD  ORDER-LOG-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ORDER-LOG-RECORD.
           05  OL-CARRIAGE-CONTROL     PIC X(1).
           05  OL-REPORT-TEXT          PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-ORDER-TRAN-STATUS    PIC X(2)   VALUE SPACES.
       77  WS-ORDER-FILE-STATUS    PIC X(2)   VALUE SPACES.
       77  WS-MASTER-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-ALLOC-FILE-STATUS    PIC X(2)   VALUE SPACES.
       77  WS-LOCBAL-FILE-STATUS   PIC X(2)   VALUE SPACES.

       77  WS-EOF-ORDER-TRAN-SW    PIC X(1)   VALUE 'N'.
           88  WS-EOF-ORDER-TRAN              VALUE 'Y'.
       77  WS-LINE-FOUND-SW        PIC X(1)   VALUE 'N'.
           88  WS-LINE-FOUND                  VALUE 'Y'.
           88  WS-LINE-NOT-FOUND              VALUE 'N'.
       77  WS-ITEM-FOUND-SW        PIC X(1)   VALUE 'N'.
           88  WS-ITEM-FOUND                  VALUE 'Y'.
           88  WS-ITEM-NOT-FOUND              VALUE 'N'.
       77  WS-ALLOC-SCAN-DONE-SW   PIC X(1)   VALUE 'N'.
           88  WS-ALLOC-SCAN-DONE             VALUE 'Y'.

       77  WS-COMMITTED-QTY        PIC 9(8)   VALUE ZERO.
       77  WS-ADD-COUNT            PIC 9(7)   VALUE ZERO.
       77  WS-CHANGE-COUNT         PIC 9(7)   VALUE ZERO.
       77  WS-CANCEL-COUNT         PIC 9(7)   VALUE ZERO.
       77  WS-REJECT-COUNT         PIC 9(7)   VALUE ZERO.
       77  WS-RELEASED-QTY-TOTAL   PIC 9(9)   VALUE ZERO.
       77  WS-LOCBAL-ERROR-COUNT   PIC 9(7)   VALUE ZERO.

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

       01  WS-EDIT-DATE.
           05  WS-ED-YEAR              PIC X(4).
           05  WS-ED-SEP1              PIC X(1).
           05  WS-ED-MONTH             PIC X(2).
           05  WS-ED-SEP2              PIC X(1).
           05  WS-ED-DAY               PIC X(2).

       01  WS-LOG-LINE.
           05  WS-LL-ORDER-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-LINE-NUMBER       PIC 9(3).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-ACTION            PIC X(1).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-RESULT            PIC X(20).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-LL-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-ORDERED-QTY       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-ALLOCATED-QTY     PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-SHIPPED-QTY       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-STATUS            PIC X(1).
           05  FILLER                  PIC X(45)  VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(30)
               VALUE 'CUSTOMER ORDER MAINTENANCE LOG'.
           05  FILLER                  PIC X(102) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(6)   VALUE 'ORDER#'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE 'LN#'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(1)   VALUE 'A'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(20)  VALUE 'RESULT'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE 'ITEM #'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE '  ORDERED'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE 'ALLOCATED'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE '  SHIPPED'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(1)   VALUE 'S'.
           05  FILLER                  PIC X(45)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION           PIC X(30).
           05  WS-SL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91)  VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- CONTROLS THE OVERALL MAINTENANCE RUN.        *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ORDER-TRAN THRU 2000-EXIT
               UNTIL WS-EOF-ORDER-TRAN.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE -- OPEN FILES, PRINT HEADINGS, PRIME THE READ.*
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1150-BUILD-RUN-DATE THRU 1150-EXIT.
           OPEN INPUT ORDER-TRAN-FILE.
           PERFORM 1040-VERIFY-ORDER-TRAN-OPEN THRU 1040-EXIT.
           PERFORM 1050-OPEN-CUSTOMER-ORDER THRU 1050-EXIT.
           OPEN INPUT INVENTORY-MASTER.
           PERFORM 1060-VERIFY-MASTER-OPEN THRU 1060-EXIT.
           PERFORM 1070-OPEN-ALLOCATION THRU 1070-EXIT.
           OPEN I-O LOCATION-BALANCE.
           PERFORM 1080-VERIFY-LOCBAL-OPEN THRU 1080-EXIT.
           OPEN OUTPUT ORDER-LOG-RPT.
           PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
           PERFORM 1200-READ-ORDER-TRAN THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1040-VERIFY-ORDER-TRAN-OPEN -- CONFIRM ORDTRAN.DAT OPENED     *
      * SUCCESSFULLY.  IF NOT, THERE IS NOTHING TO APPLY, SO STOP     *
      * RATHER THAN RUN AGAINST A FILE THAT IS NOT ACTUALLY OPEN.     *
      *****************************************************************
       1040-VERIFY-ORDER-TRAN-OPEN.
           IF NOT WS-ORDER-TRAN-STATUS = '00'
               DISPLAY 'INVCOMT: ORDER-TRAN-FILE OPEN FAILED, '
                   'FILE STATUS = ' WS-ORDER-TRAN-STATUS
               STOP RUN
           END-IF.
       1040-EXIT.
           EXIT.

      *****************************************************************
      * 1050-OPEN-CUSTOMER-ORDER -- OPEN CUSTORD.DAT FOR UPDATE,      *
      * CREATING IT ON FIRST USE (THE FIRST RUN IS THE ONE THAT       *
      * ENTERS THE FIRST ORDERS), AND CONFIRM THE OPEN SUCCEEDED.     *
      *****************************************************************
       1050-OPEN-CUSTOMER-ORDER.
           OPEN I-O CUSTOMER-ORDER.
           IF WS-ORDER-FILE-STATUS = '35'
               OPEN OUTPUT CUSTOMER-ORDER
               CLOSE CUSTOMER-ORDER
               OPEN I-O CUSTOMER-ORDER
           END-IF.
           IF NOT WS-ORDER-FILE-STATUS = '00'
               DISPLAY 'INVCOMT: CUSTOMER-ORDER OPEN FAILED, '
                   'FILE STATUS = ' WS-ORDER-FILE-STATUS
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

       1060-VERIFY-MASTER-OPEN.
           IF NOT WS-MASTER-FILE-STATUS = '00'
               DISPLAY 'INVCOMT: INVENTORY-MASTER OPEN FAILED, '
                   'FILE STATUS = ' WS-MASTER-FILE-STATUS
               STOP RUN
           END-IF.
       1060-EXIT.
           EXIT.

      *****************************************************************
      * 1070-OPEN-ALLOCATION -- OPEN ALLOCAT.DAT FOR UPDATE SO A      *
      * CANCELLED LINE'S ALLOCATIONS CAN BE RELEASED, CREATING THE    *
      * FILE IF THE ALLOCATION RUN HAS NOT YET MADE IT.               *
      *****************************************************************
       1070-OPEN-ALLOCATION.
           OPEN I-O ALLOCATION-FILE.
           IF WS-ALLOC-FILE-STATUS = '35'
               OPEN OUTPUT ALLOCATION-FILE
               CLOSE ALLOCATION-FILE
               OPEN I-O ALLOCATION-FILE
           END-IF.
           IF NOT WS-ALLOC-FILE-STATUS = '00'
               DISPLAY 'INVCOMT: ALLOCATION-FILE OPEN FAILED, '
                   'FILE STATUS = ' WS-ALLOC-FILE-STATUS
               STOP RUN
           END-IF.
       1070-EXIT.
           EXIT.

       1080-VERIFY-LOCBAL-OPEN.
           IF NOT WS-LOCBAL-FILE-STATUS = '00'
               DISPLAY 'INVCOMT: LOCATION-BALANCE OPEN FAILED, '
                   'FILE STATUS = ' WS-LOCBAL-FILE-STATUS
               STOP RUN
           END-IF.
       1080-EXIT.
           EXIT.

       1100-WRITE-HEADINGS.
           MOVE SPACES TO ORDER-LOG-RECORD.
           MOVE '1' TO OL-CARRIAGE-CONTROL.
           MOVE WS-HEADING-1 TO OL-REPORT-TEXT.
           WRITE ORDER-LOG-RECORD.
           MOVE SPACES TO ORDER-LOG-RECORD.
           MOVE ' ' TO OL-CARRIAGE-CONTROL.
           MOVE WS-HEADING-2 TO OL-REPORT-TEXT.
           WRITE ORDER-LOG-RECORD.
       1100-EXIT.
           EXIT.

       1150-BUILD-RUN-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CD-YEAR  TO WS-RD-YEAR.
           MOVE WS-CD-MONTH TO WS-RD-MONTH.
           MOVE WS-CD-DAY   TO WS-RD-DAY.
       1150-EXIT.
           EXIT.

       1200-READ-ORDER-TRAN.
           READ ORDER-TRAN-FILE
               AT END
                   SET WS-EOF-ORDER-TRAN TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESS-ORDER-TRAN -- DISPATCH ON THE ACTION CODE.       *
      *****************************************************************
       2000-PROCESS-ORDER-TRAN.
           EVALUATE TRUE
               WHEN OT-ADD-LINE
                   PERFORM 3000-ADD-LINE THRU 3000-EXIT
               WHEN OT-CHANGE-LINE
                   PERFORM 3100-CHANGE-LINE THRU 3100-EXIT
               WHEN OT-CANCEL-LINE
                   PERFORM 3200-CANCEL-LINE THRU 3200-EXIT
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO WS-LL-RESULT
                   PERFORM 3900-WRITE-LOG-LINE THRU 3900-EXIT
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.
           PERFORM 1200-READ-ORDER-TRAN THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

       2100-FIND-LINE.
           MOVE OT-ORDER-NUMBER TO CO-ORDER-NUMBER.
           MOVE OT-LINE-NUMBER TO CO-LINE-NUMBER.
           READ CUSTOMER-ORDER
               INVALID KEY
                   SET WS-LINE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-LINE-FOUND TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-FIND-ITEM.
           MOVE OT-ITEM-NUMBER TO IM-ITEM-NUMBER.
           READ INVENTORY-MASTER
               INVALID KEY
                   SET WS-ITEM-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-ITEM-FOUND TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 3000-ADD-LINE -- ENTER A NEW ORDER LINE, OPEN, WITH NOTHING   *
      * YET ALLOCATED OR SHIPPED.  THE CHECKS RUN IN CARD ORDER AND   *
      * THE FIRST FAILURE NAMES THE REASON ON THE LOG.                *
      *****************************************************************
       3000-ADD-LINE.
           MOVE OT-ITEM-NUMBER TO WS-LL-ITEM-NUMBER.
           MOVE OT-QUANTITY-ORDERED TO WS-LL-ORDERED-QTY.
           MOVE OT-ORDER-DATE TO WS-EDIT-DATE.
           EVALUATE TRUE
               WHEN OT-ORDER-NUMBER IS NOT NUMERIC
                 OR OT-ORDER-NUMBER = ZERO
                 OR OT-LINE-NUMBER IS NOT NUMERIC
                 OR OT-LINE-NUMBER = ZERO
                   MOVE 'REJECT-BAD ORDER/LN' TO WS-LL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OT-CUSTOMER-NUMBER IS NOT NUMERIC
                   MOVE 'REJECT-BAD CUSTOMER' TO WS-LL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OT-QUANTITY-ORDERED IS NOT NUMERIC
                 OR OT-QUANTITY-ORDERED = ZERO
                   MOVE 'REJECT-BAD QUANTITY' TO WS-LL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OT-ORDER-DATE NOT = SPACES
                AND (WS-ED-YEAR IS NOT NUMERIC
                 OR WS-ED-MONTH IS NOT NUMERIC
                 OR WS-ED-DAY IS NOT NUMERIC
                 OR WS-ED-SEP1 NOT = '-'
                 OR WS-ED-SEP2 NOT = '-')
                   MOVE 'REJECT-BAD ORD DATE' TO WS-LL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   PERFORM 3010-ADD-CHECKED-LINE THRU 3010-EXIT
           END-EVALUATE.
           PERFORM 3900-WRITE-LOG-LINE THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

       3010-ADD-CHECKED-LINE.
           IF OT-ITEM-NUMBER IS NUMERIC
               PERFORM 2200-FIND-ITEM THRU 2200-EXIT
           ELSE
               SET WS-ITEM-NOT-FOUND TO TRUE
           END-IF.
           IF WS-ITEM-NOT-FOUND
               MOVE 'REJECT-NO SUCH ITEM' TO WS-LL-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF IM-DISCONTINUED
                   MOVE 'REJECT-ITEM DISCONT' TO WS-LL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   PERFORM 2100-FIND-LINE THRU 2100-EXIT
                   IF WS-LINE-FOUND
                       MOVE 'REJECT-LINE EXISTS' TO WS-LL-RESULT
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       PERFORM 3050-BUILD-NEW-LINE THRU 3050-EXIT
                       WRITE CUSTOMER-ORDER-COPYBOOK-RECORD
                           INVALID KEY
                               MOVE 'REJECT-WRITE ERROR'
                                   TO WS-LL-RESULT
                               ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY
                               PERFORM 3950-SHOW-LINE THRU 3950-EXIT
                               MOVE 'ADDED' TO WS-LL-RESULT
                               ADD 1 TO WS-ADD-COUNT
                       END-WRITE
                   END-IF
               END-IF
           END-IF.
       3010-EXIT.
           EXIT.

       3050-BUILD-NEW-LINE.
           MOVE SPACES TO CUSTOMER-ORDER-COPYBOOK-RECORD.
           MOVE OT-ORDER-NUMBER TO CO-ORDER-NUMBER.
           MOVE OT-LINE-NUMBER TO CO-LINE-NUMBER.
           MOVE OT-CUSTOMER-NUMBER TO CO-CUSTOMER-NUMBER.
           MOVE OT-CUSTOMER-NAME TO CO-CUSTOMER-NAME.
           IF OT-ORDER-DATE = SPACES
               MOVE WS-RUN-DATE TO CO-ORDER-DATE
           ELSE
               MOVE OT-ORDER-DATE TO CO-ORDER-DATE
           END-IF.
           MOVE OT-ITEM-NUMBER TO CO-ITEM-NUMBER.
           MOVE OT-QUANTITY-ORDERED TO CO-QUANTITY-ORDERED.
           MOVE ZERO TO CO-QUANTITY-ALLOCATED.
           MOVE ZERO TO CO-QUANTITY-SHIPPED.
           SET CO-LINE-OPEN TO TRUE.
           MOVE WS-RUN-DATE TO CO-LAST-ACTIVITY-DATE.
       3050-EXIT.
           EXIT.

      *****************************************************************
      * 3100-CHANGE-LINE -- CHANGE THE QUANTITY ORDERED ON AN OPEN    *
      * LINE.  THE NEW QUANTITY MAY NOT FALL BELOW WHAT IS ALREADY    *
      * COMMITTED -- ALLOCATED AND WAITING TO BE PICKED, PLUS         *
      * SHIPPED; TO TAKE BACK ALLOCATED STOCK, CANCEL THE LINE AND    *
      * ENTER IT AGAIN.  A LINE CUT BACK TO WHAT HAS SHIPPED IS       *
      * COMPLETE AND CLOSES.                                          *
      *****************************************************************
       3100-CHANGE-LINE.
           PERFORM 2100-FIND-LINE THRU 2100-EXIT.
           IF WS-LINE-NOT-FOUND
               MOVE OT-ITEM-NUMBER TO WS-LL-ITEM-NUMBER
               MOVE 'REJECT-NOT FOUND' TO WS-LL-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               COMPUTE WS-COMMITTED-QTY =
                   CO-QUANTITY-ALLOCATED + CO-QUANTITY-SHIPPED
               EVALUATE TRUE
                   WHEN NOT CO-LINE-OPEN
                       MOVE 'REJECT-LINE CLOSED' TO WS-LL-RESULT
                       ADD 1 TO WS-REJECT-COUNT
                   WHEN OT-QUANTITY-ORDERED IS NOT NUMERIC
                     OR OT-QUANTITY-ORDERED = ZERO
                       MOVE 'REJECT-BAD QUANTITY' TO WS-LL-RESULT
                       ADD 1 TO WS-REJECT-COUNT
                   WHEN OT-QUANTITY-ORDERED < WS-COMMITTED-QTY
                       MOVE 'REJECT-BELOW COMMIT' TO WS-LL-RESULT
                       ADD 1 TO WS-REJECT-COUNT
                   WHEN OTHER
                       PERFORM 3150-APPLY-NEW-QUANTITY THRU 3150-EXIT
               END-EVALUATE
               PERFORM 3950-SHOW-LINE THRU 3950-EXIT
           END-IF.
           PERFORM 3900-WRITE-LOG-LINE THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

       3150-APPLY-NEW-QUANTITY.
           MOVE OT-QUANTITY-ORDERED TO CO-QUANTITY-ORDERED.
           IF CO-QUANTITY-SHIPPED NOT < CO-QUANTITY-ORDERED
               SET CO-LINE-SHIPPED TO TRUE
           END-IF.
           MOVE WS-RUN-DATE TO CO-LAST-ACTIVITY-DATE.
           REWRITE CUSTOMER-ORDER-COPYBOOK-RECORD
               INVALID KEY
                   MOVE 'REJECT-REWRITE ERROR' TO WS-LL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE 'CHANGED' TO WS-LL-RESULT
                   ADD 1 TO WS-CHANGE-COUNT
           END-REWRITE.
       3150-EXIT.
           EXIT.

      *****************************************************************
      * 3200-CANCEL-LINE -- CANCEL WHAT IS STILL UNSHIPPED ON AN OPEN *
      * LINE.  STOCK ALLOCATED TO THE LINE IS RELEASED AT EACH        *
      * LOCATION IT WAS RESERVED AT BEFORE THE LINE IS MARKED         *
      * CANCELLED.  REJECTED IF THE LINE IS NOT ON FILE OR IS NO      *
      * LONGER OPEN.                                                  *
      *****************************************************************
       3200-CANCEL-LINE.
           PERFORM 2100-FIND-LINE THRU 2100-EXIT.
           IF WS-LINE-NOT-FOUND
               MOVE OT-ITEM-NUMBER TO WS-LL-ITEM-NUMBER
               MOVE 'REJECT-NOT FOUND' TO WS-LL-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF NOT CO-LINE-OPEN
                   MOVE 'REJECT-LINE CLOSED' TO WS-LL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   PERFORM 3250-RELEASE-ALLOCATIONS THRU 3250-EXIT
                   MOVE ZERO TO CO-QUANTITY-ALLOCATED
                   SET CO-LINE-CANCELLED TO TRUE
                   MOVE WS-RUN-DATE TO CO-LAST-ACTIVITY-DATE
                   REWRITE CUSTOMER-ORDER-COPYBOOK-RECORD
                       INVALID KEY
                           MOVE 'REJECT-REWRITE ERROR' TO WS-LL-RESULT
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           MOVE 'CANCELLED' TO WS-LL-RESULT
                           ADD 1 TO WS-CANCEL-COUNT
                   END-REWRITE
               END-IF
               PERFORM 3950-SHOW-LINE THRU 3950-EXIT
           END-IF.
           PERFORM 3900-WRITE-LOG-LINE THRU 3900-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 3250-RELEASE-ALLOCATIONS -- POSITION INTO ALLOCAT.DAT AT THE  *
      * LINE'S FIRST POSSIBLE KEY AND RELEASE EVERY ALLOCATION FOUND  *
      * FOR IT UNTIL THE ORDER OR LINE NUMBER CHANGES.                *
      *****************************************************************
       3250-RELEASE-ALLOCATIONS.
           MOVE 'N' TO WS-ALLOC-SCAN-DONE-SW.
           MOVE CO-ORDER-NUMBER TO AC-ORDER-NUMBER.
           MOVE CO-LINE-NUMBER TO AC-LINE-NUMBER.
           MOVE LOW-VALUES TO AC-LOCATION-CODE.
           START ALLOCATION-FILE
               KEY IS NOT < AC-ALLOC-KEY
               INVALID KEY
                   SET WS-ALLOC-SCAN-DONE TO TRUE
           END-START.
           PERFORM 3260-RELEASE-NEXT-ALLOCATION THRU 3260-EXIT
               UNTIL WS-ALLOC-SCAN-DONE.
       3250-EXIT.
           EXIT.

       3260-RELEASE-NEXT-ALLOCATION.
           READ ALLOCATION-FILE NEXT RECORD
               AT END
                   SET WS-ALLOC-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-ALLOC-SCAN-DONE
               IF AC-ORDER-NUMBER NOT = CO-ORDER-NUMBER
                 OR AC-LINE-NUMBER NOT = CO-LINE-NUMBER
                   SET WS-ALLOC-SCAN-DONE TO TRUE
               ELSE
                   PERFORM 3270-UNRESERVE-LOCATION THRU 3270-EXIT
                   DELETE ALLOCATION-FILE RECORD
                   ADD AC-QUANTITY-ALLOCATED TO WS-RELEASED-QTY-TOTAL
               END-IF
           END-IF.
       3260-EXIT.
           EXIT.

      *****************************************************************
      * 3270-UNRESERVE-LOCATION -- TAKE THE ALLOCATION OFF THE        *
      * LOCATION'S ALLOCATED QUANTITY, NEVER BELOW ZERO.  A REWRITE   *
      * THAT FAILS IS DISPLAYED FOR THE OPERATOR AND COUNTED, SINCE   *
      * THE STOCK WOULD OTHERWISE STAY RESERVED FOR A CANCELLED LINE. *
      *****************************************************************
       3270-UNRESERVE-LOCATION.
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
                       INVALID KEY
                           DISPLAY 'INVCOMT: LOCATION-BALANCE REWRITE '
                               'FAILED, ITEM = ' LB-ITEM-NUMBER
                               ' LOCATION = ' LB-LOCATION-CODE
                               ' FILE STATUS = ' WS-LOCBAL-FILE-STATUS
                           ADD 1 TO WS-LOCBAL-ERROR-COUNT
                   END-REWRITE
           END-READ.
       3270-EXIT.
           EXIT.

       3900-WRITE-LOG-LINE.
           MOVE OT-ORDER-NUMBER TO WS-LL-ORDER-NUMBER.
           MOVE OT-LINE-NUMBER TO WS-LL-LINE-NUMBER.
           MOVE OT-ACTION-CODE TO WS-LL-ACTION.
           MOVE SPACES TO ORDER-LOG-RECORD.
           MOVE ' ' TO OL-CARRIAGE-CONTROL.
           MOVE WS-LOG-LINE TO OL-REPORT-TEXT.
           WRITE ORDER-LOG-RECORD.
           MOVE SPACES TO WS-LOG-LINE.
       3900-EXIT.
           EXIT.

       3950-SHOW-LINE.
           MOVE CO-ITEM-NUMBER TO WS-LL-ITEM-NUMBER.
           MOVE CO-QUANTITY-ORDERED TO WS-LL-ORDERED-QTY.
           MOVE CO-QUANTITY-ALLOCATED TO WS-LL-ALLOCATED-QTY.
           MOVE CO-QUANTITY-SHIPPED TO WS-LL-SHIPPED-QTY.
           MOVE CO-LINE-STATUS TO WS-LL-STATUS.
       3950-EXIT.
           EXIT.

      *****************************************************************
      * 8000-TERMINATE -- PRINT RUN TOTALS AND CLOSE FILES.           *
      *****************************************************************
       8000-TERMINATE.
           MOVE SPACES TO ORDER-LOG-RECORD.
           MOVE '1' TO OL-CARRIAGE-CONTROL.
           WRITE ORDER-LOG-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ORDER LINES ADDED             ' TO WS-SL-CAPTION.
           MOVE WS-ADD-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ORDER-LOG-RECORD.
           MOVE ' ' TO OL-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO OL-REPORT-TEXT.
           WRITE ORDER-LOG-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ORDER LINES CHANGED           ' TO WS-SL-CAPTION.
           MOVE WS-CHANGE-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ORDER-LOG-RECORD.
           MOVE ' ' TO OL-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO OL-REPORT-TEXT.
           WRITE ORDER-LOG-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ORDER LINES CANCELLED         ' TO WS-SL-CAPTION.
           MOVE WS-CANCEL-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ORDER-LOG-RECORD.
           MOVE ' ' TO OL-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO OL-REPORT-TEXT.
           WRITE ORDER-LOG-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ALLOCATED QTY RELEASED        ' TO WS-SL-CAPTION.
           MOVE WS-RELEASED-QTY-TOTAL TO WS-SL-COUNT.
           MOVE SPACES TO ORDER-LOG-RECORD.
           MOVE ' ' TO OL-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO OL-REPORT-TEXT.
           WRITE ORDER-LOG-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'REQUESTS REJECTED             ' TO WS-SL-CAPTION.
           MOVE WS-REJECT-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ORDER-LOG-RECORD.
           MOVE ' ' TO OL-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO OL-REPORT-TEXT.
           WRITE ORDER-LOG-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'LOCBAL RELEASES FAILED        ' TO WS-SL-CAPTION.
           MOVE WS-LOCBAL-ERROR-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ORDER-LOG-RECORD.
           MOVE ' ' TO OL-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO OL-REPORT-TEXT.
           WRITE ORDER-LOG-RECORD.

           CLOSE ORDER-TRAN-FILE
                 CUSTOMER-ORDER
                 INVENTORY-MASTER
                 ALLOCATION-FILE
                 LOCATION-BALANCE
                 ORDER-LOG-RPT.
       8000-EXIT.
           EXIT.
