       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVALOC.
       AUTHOR. J. HALVORSEN.
       INSTALLATION. DISTRIBUTION CENTER DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      * 2026-10-15  JH  INITIAL VERSION.  NIGHTLY CUSTOMER ORDER      *
      *                 ALLOCATION AND PICK TICKETS.  RUNS AFTER      *
      *                 INVBREL, SO BACKORDERS HAVE FIRST CALL ON     *
      *                 THE DAY'S RECEIPTS, AND RESERVES LOCATION     *
      *                 STOCK AGAINST EVERY OPEN ORDER LINE ON        *
      *                 CUSTORD.DAT, OLDEST ORDER FIRST.  EACH        *
      *                 RESERVATION IS FILED ON ALLOCAT.DAT AND       *
      *                 ADDED TO THE LOCATION'S ALLOCATED QUANTITY ON *
      *                 LOCBAL.DAT, SO STOCK PROMISED TO ONE ORDER IS *
      *                 NOT PROMISED AGAIN.  EVERY ALLOCATION NOT YET *
      *                 CONFIRMED BY INVPICK THEN PRINTS AS A PICK    *
      *                 TICKET LINE, GROUPED BY STOCKING LOCATION.    *
      *                 START AND END RECORDS GO TO THE SHARED RUN    *
      *                 LOG.                                          *
      * 2026-10-15  JH  CUSTORD.DAT IS CREATED EMPTY WHEN IT DOES NOT *
      *                 YET EXIST, AS INVCOMT DOES, SO A NIGHT BEFORE *
      *                 THE FIRST ORDER IS KEYED ENDS NORMALLY WITH   *
      *                 NOTHING ALLOCATED INSTEAD OF STOPPING AFTER   *
      *                 THE RUN LOG START RECORD.                     *
      * 2026-10-15  JH  THE RUN LOG START RECORD IS WRITTEN ONLY ONCE *
      *                 EVERY FILE HAS OPENED, SO A FAILED OPEN NO    *
      *                 LONGER LEAVES A START WITH NO END.            *
      *****************************************************************
      *
      *    THE SORT'S INPUT PROCEDURE BROWSES CUSTORD.DAT AND SELECTS
      *    EVERY OPEN LINE WITH AN UNFILLED QUANTITY (ORDERED LESS
      *    ALLOCATED LESS SHIPPED), SORTED BY ORDER DATE, ORDER
      *    NUMBER AND LINE NUMBER.  EACH LINE IS FILLED FROM THE MAIN
      *    WAREHOUSE FIRST AND THEN THE ANNEX, TAKING ONLY THE STOCK
      *    AT A LOCATION THAT IS NOT ALREADY ALLOCATED.  A LINE FOR AN
      *    ITEM NOT ON THE MASTER, ON HOLD, OR DISCONTINUED IS NOT
      *    ALLOCATED.  WHATEVER CANNOT BE FILLED TONIGHT STAYS
      *    UNFILLED ON THE ORDER LINE AND IS TRIED AGAIN TOMORROW.
      *
      *    THE PICK TICKETS LIST EVERY ALLOCATION ON FILE -- TONIGHT'S
      *    AND ANY EARLIER ONE THE FLOOR HAS NOT YET CONFIRMED -- BY
      *    LOCATION, THEN ITEM, THEN ORDER, SO ONE WALK OF A LOCATION
      *    PICKS EVERYTHING DUE FROM IT.  ALLOCATIONS MADE OR TOPPED
      *    UP TONIGHT ARE FLAGGED NEW.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT LOCATION-BALANCE ASSIGN TO LOCBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-BALANCE-KEY
               FILE STATUS IS WS-LOCBAL-FILE-STATUS.
           SELECT ALLOCATION-FILE ASSIGN TO ALLOCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ALLOC-KEY
               FILE STATUS IS WS-ALLOC-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
           SELECT SORTED-ORDER-FILE ASSIGN TO SRTORD
               ORGANIZATION IS SEQUENTIAL.
           SELECT PICK-SORT-FILE ASSIGN TO SRTWK02.
           SELECT SORTED-PICK-FILE ASSIGN TO SRTPICK
               ORGANIZATION IS SEQUENTIAL.
           SELECT ALLOCATION-RPT ASSIGN TO ALOCRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PICK-TICKET-RPT ASSIGN TO PICKTKT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-ORDER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTORDC.

       FD  INVENTORY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY INVMASTC.

       FD  LOCATION-BALANCE
           LABEL RECORDS ARE STANDARD.
           COPY LOCBALC.

       FD  ALLOCATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALLOCC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-ORDER-DATE           PIC X(10).
           05  SW-ORDER-NUMBER         PIC 9(6).
           05  SW-LINE-NUMBER          PIC 9(3).

       FD  SORTED-ORDER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SORTED-ORDER-RECORD.
           05  SQ-ORDER-DATE           PIC X(10).
           05  SQ-ORDER-NUMBER         PIC 9(6).
           05  SQ-LINE-NUMBER          PIC 9(3).

       SD  PICK-SORT-FILE.
       01  PICK-SORT-RECORD.
           05  PW-LOCATION-CODE        PIC X(3).
           05  PW-ITEM-NUMBER          PIC 9(6).
           05  PW-ORDER-NUMBER         PIC 9(6).
           05  PW-LINE-NUMBER          PIC 9(3).
           05  PW-QUANTITY-ALLOCATED   PIC 9(7).
           05  PW-ALLOC-DATE           PIC X(10).

       FD  SORTED-PICK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SORTED-PICK-RECORD.
           05  PK-LOCATION-CODE        PIC X(3).
           05  PK-ITEM-NUMBER          PIC 9(6).
           05  PK-ORDER-NUMBER         PIC 9(6).
           05  PK-LINE-NUMBER          PIC 9(3).
           05  PK-QUANTITY-ALLOCATED   PIC 9(7).
           05  PK-ALLOC-DATE           PIC X(10).

       FD  ALLOCATION-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ALLOCATION-RPT-RECORD.
           05  AR-CARRIAGE-CONTROL     PIC X(1).
           05  AR-REPORT-TEXT          PIC X(132).

       FD  PICK-TICKET-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PICK-TICKET-RPT-RECORD.
           05  PT-CARRIAGE-CONTROL     PIC X(1).
           05  PT-REPORT-TEXT          PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOGC.

       WORKING-STORAGE SECTION.
       77  WS-ORDER-FILE-STATUS    PIC X(2)   VALUE SPACES.
       77  WS-MASTER-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-LOCBAL-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-ALLOC-FILE-STATUS    PIC X(2)   VALUE SPACES.
       77  WS-RUN-LOG-STATUS       PIC X(2)   VALUE SPACES.
       77  WS-EOF-RUNLOG-SW        PIC X(1)   VALUE 'N'.
           88  WS-EOF-RUNLOG                  VALUE 'Y'.
       77  WS-PRED-COMPLETE-SW     PIC X(1)   VALUE 'N'.
           88  WS-PRED-COMPLETE               VALUE 'Y'.
       77  WS-EOF-ORDER-SW         PIC X(1)   VALUE 'N'.
           88  WS-EOF-ORDER                   VALUE 'Y'.
       77  WS-EOF-SORTED-ORDER-SW  PIC X(1)   VALUE 'N'.
           88  WS-EOF-SORTED-ORDER            VALUE 'Y'.
       77  WS-EOF-ALLOC-SW         PIC X(1)   VALUE 'N'.
           88  WS-EOF-ALLOC                   VALUE 'Y'.
       77  WS-EOF-PICK-SW          PIC X(1)   VALUE 'N'.
           88  WS-EOF-PICK                    VALUE 'Y'.
       77  WS-LINE-FOUND-SW        PIC X(1)   VALUE 'N'.
           88  WS-LINE-FOUND                  VALUE 'Y'.
           88  WS-LINE-NOT-FOUND              VALUE 'N'.
       77  WS-ITEM-FOUND-SW        PIC X(1)   VALUE 'N'.
           88  WS-ITEM-FOUND                  VALUE 'Y'.
           88  WS-ITEM-NOT-FOUND              VALUE 'N'.
       77  WS-ALLOC-FOUND-SW       PIC X(1)   VALUE 'N'.
           88  WS-ALLOC-FOUND                 VALUE 'Y'.
           88  WS-ALLOC-NOT-FOUND             VALUE 'N'.
       77  WS-FIRST-PICK-SW        PIC X(1)   VALUE 'Y'.
           88  WS-FIRST-PICK                  VALUE 'Y'.

       77  WS-ALLOC-LOCATION       PIC X(3)   VALUE SPACES.
       77  WS-CURRENT-LOCATION     PIC X(3)   VALUE SPACES.
       77  WS-UNFILLED-QTY         PIC 9(7)   VALUE ZERO.
       77  WS-REMAINING-QTY        PIC 9(7)   VALUE ZERO.
       77  WS-FREE-QTY             PIC 9(7)   VALUE ZERO.
       77  WS-TAKE-QTY             PIC 9(7)   VALUE ZERO.
       77  WS-MAIN-TAKE-QTY        PIC 9(7)   VALUE ZERO.
       77  WS-ANNEX-TAKE-QTY       PIC 9(7)   VALUE ZERO.

       77  WS-LINES-READ-COUNT     PIC 9(7)   VALUE ZERO.
       77  WS-LINES-ALLOC-COUNT    PIC 9(7)   VALUE ZERO.
       77  WS-LINES-UNFILLED-COUNT PIC 9(7)   VALUE ZERO.
       77  WS-QTY-ALLOCATED-TOTAL  PIC 9(7)   VALUE ZERO.
       77  WS-PICK-LINE-COUNT      PIC 9(7)   VALUE ZERO.
       77  WS-PICK-QTY-TOTAL       PIC 9(9)   VALUE ZERO.
       77  WS-LOC-PICK-COUNT       PIC 9(7)   VALUE ZERO.
       77  WS-LOC-PICK-QTY         PIC 9(9)   VALUE ZERO.

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

       01  WS-ALLOC-LINE.
           05  WS-AL-ORDER-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-AL-LINE-NUMBER       PIC 9(3).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-AL-CUSTOMER-NUMBER   PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-AL-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-AL-ORDER-DATE        PIC X(10).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-AL-UNFILLED-QTY      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-AL-MAIN-QTY          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-AL-ANNEX-QTY         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-AL-STILL-OPEN-QTY    PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-AL-STATUS            PIC X(14).
           05  FILLER                  PIC X(25)  VALUE SPACES.

       01  WS-ALLOC-HEADING-1.
           05  FILLER                  PIC X(30)
               VALUE 'CUSTOMER ORDER ALLOCATION REPO'.
           05  FILLER                  PIC X(2)   VALUE 'RT'.
           05  FILLER                  PIC X(12)
               VALUE '  RUN DATE: '.
           05  WS-AH1-RUN-DATE         PIC X(10).
           05  FILLER                  PIC X(78)  VALUE SPACES.

       01  WS-ALLOC-HEADING-2.
           05  FILLER                  PIC X(6)   VALUE 'ORDER#'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE 'LN#'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE 'CUST# '.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE 'ITEM #'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE 'ORDER DATE'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE ' UNFILLED'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE '  FROM MN'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE '  FROM AX'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE 'STILL OPN'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(14)  VALUE 'STATUS'.
           05  FILLER                  PIC X(25)  VALUE SPACES.

       01  WS-PICK-LINE.
           05  WS-PL-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-PL-DESCRIPTION       PIC X(29).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-PL-ORDER-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-PL-LINE-NUMBER       PIC 9(3).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-PL-CUSTOMER-NUMBER   PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-PL-PICK-QTY          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-PL-PICKED-BLANK      PIC X(10).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-PL-NEW-FLAG          PIC X(3).
           05  FILLER                  PIC X(40)  VALUE SPACES.

       01  WS-PICK-HEADING-1.
           05  FILLER                  PIC X(30)
               VALUE 'PICK TICKET -- LOCATION       '.
           05  WS-PH1-LOCATION-CODE    PIC X(3).
           05  FILLER                  PIC X(12)
               VALUE '  RUN DATE: '.
           05  WS-PH1-RUN-DATE         PIC X(10).
           05  FILLER                  PIC X(77)  VALUE SPACES.

       01  WS-PICK-HEADING-2.
           05  FILLER                  PIC X(6)   VALUE 'ITEM #'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(29)  VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE 'ORDER#'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE 'LN#'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE 'CUST# '.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE '  TO PICK'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE 'QTY PICKED'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE 'NEW'.
           05  FILLER                  PIC X(40)  VALUE SPACES.

       01  WS-PICK-TOTAL-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'LINES TO PICK AT LOCATION     '.
           05  WS-PT-LINE-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE 'TOTAL QUANTITY'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-PT-QUANTITY          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(61)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION           PIC X(30).
           05  WS-SL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91)  VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- ALLOCATE THE OPEN ORDER LINES OLDEST FIRST,  *
      * THEN PRINT THE PICK TICKETS FOR EVERY OUTSTANDING ALLOCATION. *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ORDER-DATE
               ON ASCENDING KEY SW-ORDER-NUMBER
               ON ASCENDING KEY SW-LINE-NUMBER
               INPUT PROCEDURE IS 1500-SELECT-OPEN-LINES
                   THRU 1500-EXIT
               GIVING SORTED-ORDER-FILE.
           OPEN INPUT SORTED-ORDER-FILE.
           PERFORM 1200-READ-SORTED-ORDER THRU 1200-EXIT.
           PERFORM 2000-ALLOCATE-ORDER-LINE THRU 2000-EXIT
               UNTIL WS-EOF-SORTED-ORDER.
           CLOSE SORTED-ORDER-FILE.
           SORT PICK-SORT-FILE
               ON ASCENDING KEY PW-LOCATION-CODE
               ON ASCENDING KEY PW-ITEM-NUMBER
               ON ASCENDING KEY PW-ORDER-NUMBER
               ON ASCENDING KEY PW-LINE-NUMBER
               INPUT PROCEDURE IS 1600-SELECT-ALLOCATIONS
                   THRU 1600-EXIT
               GIVING SORTED-PICK-FILE.
           OPEN INPUT SORTED-PICK-FILE.
           PERFORM 1300-READ-SORTED-PICK THRU 1300-EXIT.
           PERFORM 5000-PRINT-PICK-LINE THRU 5000-EXIT
               UNTIL WS-EOF-PICK.
           IF NOT WS-FIRST-PICK
               PERFORM 5700-WRITE-LOCATION-TOTAL THRU 5700-EXIT
           END-IF.
           CLOSE SORTED-PICK-FILE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE -- CHECK THE STREAM, OPEN FILES, LOG THE RUN  *
      * START ONCE EVERY FILE HAS OPENED, AND PRINT THE ALLOCATION    *
      * REPORT HEADINGS.  THE ORDER FILE ITSELF IS BROWSED BY THE     *
      * FIRST SORT'S INPUT PROCEDURE.                                 *
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1150-BUILD-RUN-DATE THRU 1150-EXIT.
           PERFORM 1700-CHECK-PREDECESSOR THRU 1700-EXIT.
           PERFORM 1050-OPEN-CUSTOMER-ORDER THRU 1050-EXIT.
           OPEN INPUT INVENTORY-MASTER.
           PERFORM 1060-VERIFY-MASTER-OPEN THRU 1060-EXIT.
           OPEN I-O LOCATION-BALANCE.
           PERFORM 1070-VERIFY-LOCBAL-OPEN THRU 1070-EXIT.
           PERFORM 1080-OPEN-ALLOCATION THRU 1080-EXIT.
           PERFORM 1750-LOG-RUN-START THRU 1750-EXIT.
           OPEN OUTPUT ALLOCATION-RPT.
           OPEN OUTPUT PICK-TICKET-RPT.
           PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-OPEN-CUSTOMER-ORDER -- OPEN CUSTORD.DAT FOR UPDATE,      *
      * CREATING IT EMPTY IF NO ORDER HAS BEEN ENTERED YET (THE RUN   *
      * THEN SIMPLY FINDS NO OPEN LINES), AND CONFIRM THE OPEN        *
      * SUCCEEDED.  ANY OTHER FAILURE STOPS THE RUN RATHER THAN       *
      * ALLOCATE AGAINST A FILE THAT IS NOT ACTUALLY OPEN.            *
      *****************************************************************
       1050-OPEN-CUSTOMER-ORDER.
           OPEN I-O CUSTOMER-ORDER.
           IF WS-ORDER-FILE-STATUS = '35'
               OPEN OUTPUT CUSTOMER-ORDER
               CLOSE CUSTOMER-ORDER
               OPEN I-O CUSTOMER-ORDER
           END-IF.
           IF NOT WS-ORDER-FILE-STATUS = '00'
               DISPLAY 'INVALOC: CUSTOMER-ORDER OPEN FAILED, '
                   'FILE STATUS = ' WS-ORDER-FILE-STATUS
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

       1060-VERIFY-MASTER-OPEN.
           IF NOT WS-MASTER-FILE-STATUS = '00'
               DISPLAY 'INVALOC: INVENTORY-MASTER OPEN FAILED, '
                   'FILE STATUS = ' WS-MASTER-FILE-STATUS
               STOP RUN
           END-IF.
       1060-EXIT.
           EXIT.

       1070-VERIFY-LOCBAL-OPEN.
           IF NOT WS-LOCBAL-FILE-STATUS = '00'
               DISPLAY 'INVALOC: LOCATION-BALANCE OPEN FAILED, '
                   'FILE STATUS = ' WS-LOCBAL-FILE-STATUS
               STOP RUN
           END-IF.
       1070-EXIT.
           EXIT.

      *****************************************************************
      * 1080-OPEN-ALLOCATION -- OPEN ALLOCAT.DAT FOR UPDATE, CREATING *
      * IT ON THE FIRST NIGHT THERE IS ANYTHING TO ALLOCATE.          *
      *****************************************************************
       1080-OPEN-ALLOCATION.
           OPEN I-O ALLOCATION-FILE.
           IF WS-ALLOC-FILE-STATUS = '35'
               OPEN OUTPUT ALLOCATION-FILE
               CLOSE ALLOCATION-FILE
               OPEN I-O ALLOCATION-FILE
           END-IF.
           IF NOT WS-ALLOC-FILE-STATUS = '00'
               DISPLAY 'INVALOC: ALLOCATION-FILE OPEN FAILED, '
                   'FILE STATUS = ' WS-ALLOC-FILE-STATUS
               STOP RUN
           END-IF.
       1080-EXIT.
           EXIT.

       1100-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO WS-AH1-RUN-DATE.
           MOVE SPACES TO ALLOCATION-RPT-RECORD.
           MOVE '1' TO AR-CARRIAGE-CONTROL.
           MOVE WS-ALLOC-HEADING-1 TO AR-REPORT-TEXT.
           WRITE ALLOCATION-RPT-RECORD.
           MOVE SPACES TO ALLOCATION-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-ALLOC-HEADING-2 TO AR-REPORT-TEXT.
           WRITE ALLOCATION-RPT-RECORD.
       1100-EXIT.
           EXIT.

       1150-BUILD-RUN-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CD-YEAR  TO WS-RD-YEAR.
           MOVE WS-CD-MONTH TO WS-RD-MONTH.
           MOVE WS-CD-DAY   TO WS-RD-DAY.
       1150-EXIT.
           EXIT.

       1200-READ-SORTED-ORDER.
           READ SORTED-ORDER-FILE
               AT END
                   SET WS-EOF-SORTED-ORDER TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

       1300-READ-SORTED-PICK.
           READ SORTED-PICK-FILE
               AT END
                   SET WS-EOF-PICK TO TRUE
           END-READ.
       1300-EXIT.
           EXIT.

      *****************************************************************
      * 1500-SELECT-OPEN-LINES -- FIRST SORT'S INPUT PROCEDURE.       *
      * BROWSES CUSTORD.DAT FRONT TO BACK AND RELEASES EVERY OPEN     *
      * LINE THAT STILL HAS AN UNFILLED QUANTITY.                     *
      *****************************************************************
       1500-SELECT-OPEN-LINES.
           MOVE 'N' TO WS-EOF-ORDER-SW.
           PERFORM 1510-READ-NEXT-ORDER THRU 1510-EXIT.
           PERFORM 1520-RELEASE-OPEN-LINE THRU 1520-EXIT
               UNTIL WS-EOF-ORDER.
       1500-EXIT.
           EXIT.

       1510-READ-NEXT-ORDER.
           READ CUSTOMER-ORDER NEXT RECORD
               AT END
                   SET WS-EOF-ORDER TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

       1520-RELEASE-OPEN-LINE.
           IF CO-LINE-OPEN
             AND CO-QUANTITY-ORDERED >
                 CO-QUANTITY-ALLOCATED + CO-QUANTITY-SHIPPED
               MOVE CO-ORDER-DATE TO SW-ORDER-DATE
               MOVE CO-ORDER-NUMBER TO SW-ORDER-NUMBER
               MOVE CO-LINE-NUMBER TO SW-LINE-NUMBER
               RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM 1510-READ-NEXT-ORDER THRU 1510-EXIT.
       1520-EXIT.
           EXIT.

      *****************************************************************
      * 1600-SELECT-ALLOCATIONS -- SECOND SORT'S INPUT PROCEDURE.     *
      * BROWSES ALLOCAT.DAT, NOW INCLUDING TONIGHT'S ALLOCATIONS, AND *
      * RELEASES EVERY ALLOCATION STILL WAITING TO BE PICKED.         *
      *****************************************************************
       1600-SELECT-ALLOCATIONS.
           MOVE 'N' TO WS-EOF-ALLOC-SW.
           MOVE LOW-VALUES TO AC-ALLOC-KEY.
           START ALLOCATION-FILE
               KEY IS NOT < AC-ALLOC-KEY
               INVALID KEY
                   SET WS-EOF-ALLOC TO TRUE
           END-START.
           IF NOT WS-EOF-ALLOC
               PERFORM 1610-READ-NEXT-ALLOCATION THRU 1610-EXIT
           END-IF.
           PERFORM 1620-RELEASE-ALLOCATION THRU 1620-EXIT
               UNTIL WS-EOF-ALLOC.
       1600-EXIT.
           EXIT.

       1610-READ-NEXT-ALLOCATION.
           READ ALLOCATION-FILE NEXT RECORD
               AT END
                   SET WS-EOF-ALLOC TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

       1620-RELEASE-ALLOCATION.
           IF AC-QUANTITY-ALLOCATED > ZERO
               MOVE AC-LOCATION-CODE TO PW-LOCATION-CODE
               MOVE AC-ITEM-NUMBER TO PW-ITEM-NUMBER
               MOVE AC-ORDER-NUMBER TO PW-ORDER-NUMBER
               MOVE AC-LINE-NUMBER TO PW-LINE-NUMBER
               MOVE AC-QUANTITY-ALLOCATED TO PW-QUANTITY-ALLOCATED
               MOVE AC-ALLOC-DATE TO PW-ALLOC-DATE
               RELEASE PICK-SORT-RECORD
           END-IF.
           PERFORM 1610-READ-NEXT-ALLOCATION THRU 1610-EXIT.
       1620-EXIT.
           EXIT.

      *****************************************************************
      * 1700-CHECK-PREDECESSOR -- REFUSE TO START UNTIL INVBREL HAS   *
      * LOGGED A COMPLETE END RECORD FOR TODAY ON THE SHARED RUN LOG, *
      * SO BACKORDERS ARE RELEASED BEFORE NEW ORDERS CAN CLAIM THE    *
      * STOCK.                                                        *
      *****************************************************************
       1700-CHECK-PREDECESSOR.
           MOVE 'N' TO WS-PRED-COMPLETE-SW.
           MOVE 'N' TO WS-EOF-RUNLOG-SW.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUN-LOG-STATUS = '00'
               PERFORM 1710-READ-RUN-LOG THRU 1710-EXIT
               PERFORM 1720-SCAN-RUN-LOG THRU 1720-EXIT
                   UNTIL WS-EOF-RUNLOG
               CLOSE RUN-LOG-FILE
           END-IF.
           IF NOT WS-PRED-COMPLETE
               DISPLAY 'INVALOC: RUN STOPPED -- INVBREL HAS NOT '
                   'LOGGED A COMPLETE END FOR ' WS-RUN-DATE
               DISPLAY 'INVALOC: RUN THE BACKORDER RELEASE FIRST, '
                   'THEN RESUBMIT'
               STOP RUN
           END-IF.
       1700-EXIT.
           EXIT.

       1710-READ-RUN-LOG.
           READ RUN-LOG-FILE
               AT END
                   SET WS-EOF-RUNLOG TO TRUE
           END-READ.
       1710-EXIT.
           EXIT.

       1720-SCAN-RUN-LOG.
           IF RG-PROGRAM-ID = 'INVBREL '
             AND RG-END-RECORD
             AND RG-RUN-DATE = WS-RUN-DATE
               SET WS-PRED-COMPLETE TO TRUE
           END-IF.
           PERFORM 1710-READ-RUN-LOG THRU 1710-EXIT.
       1720-EXIT.
           EXIT.

      *****************************************************************
      * 1750-LOG-RUN-START -- WRITE THIS STEP'S START RECORD TO THE   *
      * SHARED RUN LOG, CREATING THE FILE ON FIRST USE.  THE FILE     *
      * STAYS OPEN FOR THE END RECORD WRITTEN AT END-OF-JOB.          *
      *****************************************************************
       1750-LOG-RUN-START.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUN-LOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF.
           MOVE SPACES TO RUN-LOG-COPYBOOK-RECORD.
           MOVE 'INVALOC ' TO RG-PROGRAM-ID.
           SET RG-START-RECORD TO TRUE.
           MOVE WS-RUN-DATE TO RG-RUN-DATE.
           MOVE ZERO TO RG-COUNT-1.
           MOVE ZERO TO RG-COUNT-2.
           MOVE ZERO TO RG-COUNT-3.
           MOVE ZERO TO RG-COUNT-4.
           WRITE RUN-LOG-COPYBOOK-RECORD.
       1750-EXIT.
           EXIT.

      *****************************************************************
      * 2000-ALLOCATE-ORDER-LINE -- RE-READ THE SORTED LINE FOR       *
      * UPDATE AND FILL AS MUCH OF ITS UNFILLED QUANTITY AS THE FREE  *
      * STOCK ALLOWS, MAIN WAREHOUSE FIRST, THEN THE ANNEX.           *
      *****************************************************************
       2000-ALLOCATE-ORDER-LINE.
           MOVE SQ-ORDER-NUMBER TO CO-ORDER-NUMBER.
           MOVE SQ-LINE-NUMBER TO CO-LINE-NUMBER.
           READ CUSTOMER-ORDER
               INVALID KEY
                   SET WS-LINE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-LINE-FOUND TO TRUE
           END-READ.
           IF WS-LINE-FOUND
               ADD 1 TO WS-LINES-READ-COUNT
               COMPUTE WS-UNFILLED-QTY = CO-QUANTITY-ORDERED
                   - CO-QUANTITY-ALLOCATED - CO-QUANTITY-SHIPPED
               MOVE WS-UNFILLED-QTY TO WS-REMAINING-QTY
               MOVE ZERO TO WS-MAIN-TAKE-QTY
               MOVE ZERO TO WS-ANNEX-TAKE-QTY
               PERFORM 2100-FIND-ITEM THRU 2100-EXIT
               EVALUATE TRUE
                   WHEN WS-ITEM-NOT-FOUND
                       MOVE 'ITEM NOT FOUND' TO WS-AL-STATUS
                   WHEN IM-ON-HOLD
                       MOVE 'ITEM ON HOLD' TO WS-AL-STATUS
                   WHEN IM-DISCONTINUED
                       MOVE 'DISCONTINUED' TO WS-AL-STATUS
                   WHEN OTHER
                       PERFORM 2200-FILL-FROM-LOCATIONS THRU 2200-EXIT
               END-EVALUATE
               IF WS-REMAINING-QTY < WS-UNFILLED-QTY
                   ADD 1 TO WS-LINES-ALLOC-COUNT
               END-IF
               IF WS-REMAINING-QTY > ZERO
                   ADD 1 TO WS-LINES-UNFILLED-COUNT
               END-IF
               PERFORM 2900-WRITE-ALLOC-LINE THRU 2900-EXIT
           END-IF.
           PERFORM 1200-READ-SORTED-ORDER THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

       2100-FIND-ITEM.
           MOVE CO-ITEM-NUMBER TO IM-ITEM-NUMBER.
           READ INVENTORY-MASTER
               INVALID KEY
                   SET WS-ITEM-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-ITEM-FOUND TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-FILL-FROM-LOCATIONS -- TRY EACH STOCKING LOCATION IN     *
      * TURN, THEN RECORD THE NEW ALLOCATED QUANTITY ON THE ORDER     *
      * LINE IF ANYTHING WAS RESERVED.                                *
      *****************************************************************
       2200-FILL-FROM-LOCATIONS.
           MOVE 'MN ' TO WS-ALLOC-LOCATION.
           PERFORM 3000-ALLOCATE-AT-LOCATION THRU 3000-EXIT.
           MOVE WS-TAKE-QTY TO WS-MAIN-TAKE-QTY.
           MOVE 'AX ' TO WS-ALLOC-LOCATION.
           PERFORM 3000-ALLOCATE-AT-LOCATION THRU 3000-EXIT.
           MOVE WS-TAKE-QTY TO WS-ANNEX-TAKE-QTY.
           IF WS-REMAINING-QTY < WS-UNFILLED-QTY
               MOVE WS-RUN-DATE TO CO-LAST-ACTIVITY-DATE
               REWRITE CUSTOMER-ORDER-COPYBOOK-RECORD
           END-IF.
           EVALUATE TRUE
               WHEN WS-REMAINING-QTY = ZERO
                   MOVE 'ALLOCATED' TO WS-AL-STATUS
               WHEN WS-REMAINING-QTY < WS-UNFILLED-QTY
                   MOVE 'PARTIAL' TO WS-AL-STATUS
               WHEN OTHER
                   MOVE 'NO STOCK' TO WS-AL-STATUS
           END-EVALUATE.
       2200-EXIT.
           EXIT.

       2900-WRITE-ALLOC-LINE.
           MOVE CO-ORDER-NUMBER TO WS-AL-ORDER-NUMBER.
           MOVE CO-LINE-NUMBER TO WS-AL-LINE-NUMBER.
           MOVE CO-CUSTOMER-NUMBER TO WS-AL-CUSTOMER-NUMBER.
           MOVE CO-ITEM-NUMBER TO WS-AL-ITEM-NUMBER.
           MOVE CO-ORDER-DATE TO WS-AL-ORDER-DATE.
           MOVE WS-UNFILLED-QTY TO WS-AL-UNFILLED-QTY.
           MOVE WS-MAIN-TAKE-QTY TO WS-AL-MAIN-QTY.
           MOVE WS-ANNEX-TAKE-QTY TO WS-AL-ANNEX-QTY.
           MOVE WS-REMAINING-QTY TO WS-AL-STILL-OPEN-QTY.
           MOVE SPACES TO ALLOCATION-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-ALLOC-LINE TO AR-REPORT-TEXT.
           WRITE ALLOCATION-RPT-RECORD.
           MOVE SPACES TO WS-ALLOC-LINE.
       2900-EXIT.
           EXIT.

      *****************************************************************
      * 3000-ALLOCATE-AT-LOCATION -- RESERVE THE LESSER OF WHAT THE   *
      * LINE STILL NEEDS AND THE LOCATION'S FREE STOCK: ON HAND LESS  *
      * WHAT IS ALREADY ALLOCATED THERE.  A LOCATION WITH NO BALANCE  *
      * RECORD FOR THE ITEM HAS NOTHING TO GIVE.                      *
      *****************************************************************
       3000-ALLOCATE-AT-LOCATION.
           MOVE ZERO TO WS-TAKE-QTY.
           IF WS-REMAINING-QTY > ZERO
               MOVE CO-ITEM-NUMBER TO LB-ITEM-NUMBER
               MOVE WS-ALLOC-LOCATION TO LB-LOCATION-CODE
               READ LOCATION-BALANCE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 3100-RESERVE-STOCK THRU 3100-EXIT
               END-READ
           END-IF.
       3000-EXIT.
           EXIT.

       3100-RESERVE-STOCK.
           IF LB-QUANTITY-ALLOCATED IS NOT NUMERIC
               MOVE ZERO TO LB-QUANTITY-ALLOCATED
           END-IF.
           IF LB-QUANTITY-ON-HAND > LB-QUANTITY-ALLOCATED
               COMPUTE WS-FREE-QTY =
                   LB-QUANTITY-ON-HAND - LB-QUANTITY-ALLOCATED
           ELSE
               MOVE ZERO TO WS-FREE-QTY
           END-IF.
           IF WS-FREE-QTY < WS-REMAINING-QTY
               MOVE WS-FREE-QTY TO WS-TAKE-QTY
           ELSE
               MOVE WS-REMAINING-QTY TO WS-TAKE-QTY
           END-IF.
           IF WS-TAKE-QTY > ZERO
               ADD WS-TAKE-QTY TO LB-QUANTITY-ALLOCATED
               REWRITE LOCATION-BALANCE-COPYBOOK-RECORD
               PERFORM 3200-POST-ALLOCATION THRU 3200-EXIT
               ADD WS-TAKE-QTY TO CO-QUANTITY-ALLOCATED
               SUBTRACT WS-TAKE-QTY FROM WS-REMAINING-QTY
               ADD WS-TAKE-QTY TO WS-QTY-ALLOCATED-TOTAL
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3200-POST-ALLOCATION -- FILE THE RESERVATION ON ALLOCAT.DAT.  *
      * A LINE ALREADY HOLDING AN UNPICKED ALLOCATION AT THE SAME     *
      * LOCATION HAS IT TOPPED UP AND RE-DATED, SO THE PICK TICKET    *
      * CARRIES ONE LINE FOR THE COMBINED QUANTITY.                   *
      *****************************************************************
       3200-POST-ALLOCATION.
           MOVE CO-ORDER-NUMBER TO AC-ORDER-NUMBER.
           MOVE CO-LINE-NUMBER TO AC-LINE-NUMBER.
           MOVE WS-ALLOC-LOCATION TO AC-LOCATION-CODE.
           READ ALLOCATION-FILE
               INVALID KEY
                   SET WS-ALLOC-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-ALLOC-FOUND TO TRUE
           END-READ.
           IF WS-ALLOC-FOUND
               ADD WS-TAKE-QTY TO AC-QUANTITY-ALLOCATED
               MOVE WS-RUN-DATE TO AC-ALLOC-DATE
               REWRITE ALLOCATION-COPYBOOK-RECORD
           ELSE
               MOVE SPACES TO ALLOCATION-COPYBOOK-RECORD
               MOVE CO-ORDER-NUMBER TO AC-ORDER-NUMBER
               MOVE CO-LINE-NUMBER TO AC-LINE-NUMBER
               MOVE WS-ALLOC-LOCATION TO AC-LOCATION-CODE
               MOVE CO-ITEM-NUMBER TO AC-ITEM-NUMBER
               MOVE WS-TAKE-QTY TO AC-QUANTITY-ALLOCATED
               MOVE WS-RUN-DATE TO AC-ALLOC-DATE
               WRITE ALLOCATION-COPYBOOK-RECORD
           END-IF.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 5000-PRINT-PICK-LINE -- PRINT THE CURRENT ALLOCATION AS A     *
      * PICK TICKET LINE.  A CHANGE OF LOCATION TOTALS THE PREVIOUS   *
      * LOCATION AND STARTS THE NEXT ONE'S TICKET ON A NEW PAGE.      *
      *****************************************************************
       5000-PRINT-PICK-LINE.
           IF PK-LOCATION-CODE NOT = WS-CURRENT-LOCATION
             OR WS-FIRST-PICK
               IF NOT WS-FIRST-PICK
                   PERFORM 5700-WRITE-LOCATION-TOTAL THRU 5700-EXIT
               END-IF
               MOVE PK-LOCATION-CODE TO WS-CURRENT-LOCATION
               PERFORM 5600-WRITE-PICK-HEADINGS THRU 5600-EXIT
               MOVE 'N' TO WS-FIRST-PICK-SW
           END-IF.
           MOVE PK-ITEM-NUMBER TO IM-ITEM-NUMBER.
           READ INVENTORY-MASTER
               INVALID KEY
                   MOVE 'NOT ON INVENTORY MASTER' TO WS-PL-DESCRIPTION
               NOT INVALID KEY
                   MOVE IM-ITEM-DESCRIPTION TO WS-PL-DESCRIPTION
           END-READ.
           MOVE PK-ORDER-NUMBER TO CO-ORDER-NUMBER.
           MOVE PK-LINE-NUMBER TO CO-LINE-NUMBER.
           READ CUSTOMER-ORDER
               INVALID KEY
                   MOVE ZERO TO WS-PL-CUSTOMER-NUMBER
               NOT INVALID KEY
                   MOVE CO-CUSTOMER-NUMBER TO WS-PL-CUSTOMER-NUMBER
           END-READ.
           MOVE PK-ITEM-NUMBER TO WS-PL-ITEM-NUMBER.
           MOVE PK-ORDER-NUMBER TO WS-PL-ORDER-NUMBER.
           MOVE PK-LINE-NUMBER TO WS-PL-LINE-NUMBER.
           MOVE PK-QUANTITY-ALLOCATED TO WS-PL-PICK-QTY.
           MOVE '__________' TO WS-PL-PICKED-BLANK.
           IF PK-ALLOC-DATE = WS-RUN-DATE
               MOVE 'NEW' TO WS-PL-NEW-FLAG
           ELSE
               MOVE SPACES TO WS-PL-NEW-FLAG
           END-IF.
           MOVE SPACES TO PICK-TICKET-RPT-RECORD.
           MOVE ' ' TO PT-CARRIAGE-CONTROL.
           MOVE WS-PICK-LINE TO PT-REPORT-TEXT.
           WRITE PICK-TICKET-RPT-RECORD.
           MOVE SPACES TO WS-PICK-LINE.
           ADD 1 TO WS-PICK-LINE-COUNT.
           ADD PK-QUANTITY-ALLOCATED TO WS-PICK-QTY-TOTAL.
           ADD 1 TO WS-LOC-PICK-COUNT.
           ADD PK-QUANTITY-ALLOCATED TO WS-LOC-PICK-QTY.
           PERFORM 1300-READ-SORTED-PICK THRU 1300-EXIT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5600-WRITE-PICK-HEADINGS -- EACH LOCATION'S TICKET STARTS ON  *
      * A NEW PAGE SO IT CAN BE HANDED TO THAT LOCATION'S PICKERS.    *
      *****************************************************************
       5600-WRITE-PICK-HEADINGS.
           MOVE ZERO TO WS-LOC-PICK-COUNT.
           MOVE ZERO TO WS-LOC-PICK-QTY.
           MOVE WS-CURRENT-LOCATION TO WS-PH1-LOCATION-CODE.
           MOVE WS-RUN-DATE TO WS-PH1-RUN-DATE.
           MOVE SPACES TO PICK-TICKET-RPT-RECORD.
           MOVE '1' TO PT-CARRIAGE-CONTROL.
           MOVE WS-PICK-HEADING-1 TO PT-REPORT-TEXT.
           WRITE PICK-TICKET-RPT-RECORD.
           MOVE SPACES TO PICK-TICKET-RPT-RECORD.
           MOVE ' ' TO PT-CARRIAGE-CONTROL.
           MOVE WS-PICK-HEADING-2 TO PT-REPORT-TEXT.
           WRITE PICK-TICKET-RPT-RECORD.
       5600-EXIT.
           EXIT.

       5700-WRITE-LOCATION-TOTAL.
           MOVE WS-LOC-PICK-COUNT TO WS-PT-LINE-COUNT.
           MOVE WS-LOC-PICK-QTY TO WS-PT-QUANTITY.
           MOVE SPACES TO PICK-TICKET-RPT-RECORD.
           MOVE '0' TO PT-CARRIAGE-CONTROL.
           MOVE WS-PICK-TOTAL-LINE TO PT-REPORT-TEXT.
           WRITE PICK-TICKET-RPT-RECORD.
       5700-EXIT.
           EXIT.

      *****************************************************************
      * 8000-TERMINATE -- PRINT RUN TOTALS, LOG THE END RECORD, AND   *
      * CLOSE FILES.                                                  *
      *****************************************************************
       8000-TERMINATE.
           MOVE SPACES TO ALLOCATION-RPT-RECORD.
           MOVE '1' TO AR-CARRIAGE-CONTROL.
           WRITE ALLOCATION-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'OPEN ORDER LINES READ         ' TO WS-SL-CAPTION.
           MOVE WS-LINES-READ-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ALLOCATION-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AR-REPORT-TEXT.
           WRITE ALLOCATION-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'LINES ALLOCATED TONIGHT       ' TO WS-SL-CAPTION.
           MOVE WS-LINES-ALLOC-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ALLOCATION-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AR-REPORT-TEXT.
           WRITE ALLOCATION-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'TOTAL QUANTITY ALLOCATED      ' TO WS-SL-CAPTION.
           MOVE WS-QTY-ALLOCATED-TOTAL TO WS-SL-COUNT.
           MOVE SPACES TO ALLOCATION-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AR-REPORT-TEXT.
           WRITE ALLOCATION-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'LINES LEFT UNFILLED           ' TO WS-SL-CAPTION.
           MOVE WS-LINES-UNFILLED-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ALLOCATION-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AR-REPORT-TEXT.
           WRITE ALLOCATION-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'PICK TICKET LINES PRINTED     ' TO WS-SL-CAPTION.
           MOVE WS-PICK-LINE-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ALLOCATION-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AR-REPORT-TEXT.
           WRITE ALLOCATION-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'TOTAL QUANTITY TO PICK        ' TO WS-SL-CAPTION.
           MOVE WS-PICK-QTY-TOTAL TO WS-SL-COUNT.
           MOVE SPACES TO ALLOCATION-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AR-REPORT-TEXT.
           WRITE ALLOCATION-RPT-RECORD.

           MOVE SPACES TO RUN-LOG-COPYBOOK-RECORD.
           MOVE 'INVALOC ' TO RG-PROGRAM-ID.
           SET RG-END-RECORD TO TRUE.
           MOVE WS-RUN-DATE TO RG-RUN-DATE.
           MOVE WS-LINES-READ-COUNT TO RG-COUNT-1.
           MOVE WS-LINES-ALLOC-COUNT TO RG-COUNT-2.
           MOVE WS-QTY-ALLOCATED-TOTAL TO RG-COUNT-3.
           MOVE WS-LINES-UNFILLED-COUNT TO RG-COUNT-4.
           WRITE RUN-LOG-COPYBOOK-RECORD.

           CLOSE CUSTOMER-ORDER
                 INVENTORY-MASTER
                 LOCATION-BALANCE
                 ALLOCATION-FILE
                 ALLOCATION-RPT
                 PICK-TICKET-RPT
                 RUN-LOG-FILE.
       8000-EXIT.
           EXIT.
