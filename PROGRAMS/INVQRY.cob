      *                 DATE, SINCE A RANGE CAN SPAN DAYS.  FOR A     *
      *                 CLOSED PERIOD, INVAUDL IS RUN AGAINST THE     *
      *                 INVARCH ARCHIVE DATASET FIRST.                *
      * 2026-10-15  JH  THE LOCATION BALANCES SECTION NOW SHOWS, FOR  *
      *                 EACH LOCATION AND IN TOTAL, THE QUANTITY      *
      *                 ALLOCATED TO OPEN CUSTOMER ORDERS BY THE      *
      *                 NIGHTLY ALLOCATION (INVALOC) AND WHAT IS LEFT *
      *                 AVAILABLE, AND EACH OPEN BACKORDER SHOWS THE  *
      *                 CUSTOMER ORDER AND LINE IT WAS SHORT ON, WHEN *
      *                 IT CAME FROM A CONFIRMED PICK.                *
      * 2026-10-15  JH  ADDED A KIT WHERE-USED SECTION FROM THE BILL  *
      *                 OF MATERIAL FILE, BOMMAST.DAT (SEE INVBOMT).  *
      *                 FOR EACH KIT THE ITEM IS A COMPONENT OF, IT   *
      *                 SHOWS THE QUANTITY PER KIT AND HOW MANY KITS  *
      *                 THE ITEM'S AVAILABLE STOCK (ON HAND LESS      *
      *                 ALLOCATED) AT ITS BEST-STOCKED BUILD          *
      *                 LOCATION WILL COVER, AND FLAGS THE KIT        *
      *                 'BLOCKED - SHORT' WHEN THAT IS NOT EVEN ONE   *
      *                 -- A KIT BUILD DRAWS EVERY COMPONENT FROM ONE *
      *                 LOCATION AND REJECTS IF ANY IS SHORT.  THE    *
      *                 QUARANTINE LOCATION DOES NOT COUNT.  A        *
      *                 MISSING BOMMAST.DAT PRINTS AN EMPTY SECTION.  *
      *****************************************************************
      *
      *    THIS PROGRAM READS THE CONTROL CARD FILE (ONE ITEM NUMBER
      *    EACH CARD PRINTS ONE PAGE: THE MASTER RECORD AND ITS
      *    PER-LOCATION BALANCES, THE ITEM'S OPEN BACKORDERS, AND
      *    THE ITEM'S AUDIT ACTIVITY WITHIN THE RANGE, READ DIRECTLY
      *    FROM THE KEYED HISTORY FILE, AND THE KITS THE ITEM GOES
      *    INTO.  THE BACKORDER FILE AND THE BILL OF MATERIAL FILE
      *    ARE SCANNED FRONT TO BACK PER REQUESTED ITEM; A MISSING
      *    FILE PRINTS AS AN EMPTY SECTION.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-AUDIT-KEY
               FILE STATUS IS WS-AUDIT-INDEX-STATUS.
           SELECT BOM-MASTER ASSIGN TO BOMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BOM-KEY
               FILE STATUS IS WS-BOMMAST-FILE-STATUS.
           SELECT INQUIRY-RPT ASSIGN TO QRYRPT
               ORGANIZATION IS SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
           COPY AUDIXC.

       FD  BOM-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY BOMMSTC.

       FD  INQUIRY-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       77  WS-LOCBAL-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-BACKORDER-FILE-STATUS PIC X(2)  VALUE SPACES.
       77  WS-AUDIT-INDEX-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-BOMMAST-FILE-STATUS  PIC X(2)   VALUE SPACES.

       77  WS-EOF-CONTROL-SW       PIC X(1)   VALUE 'N'.
           88  WS-EOF-CONTROL                 VALUE 'Y'.
           88  WS-LOCBAL-PRESENT              VALUE 'Y'.
       77  WS-LOC-SCAN-DONE-SW     PIC X(1)   VALUE 'N'.
           88  WS-LOC-SCAN-DONE               VALUE 'Y'.
       77  WS-BOMMAST-PRESENT-SW   PIC X(1)   VALUE 'N'.
           88  WS-BOMMAST-PRESENT             VALUE 'Y'.
       77  WS-BOM-SCAN-DONE-SW     PIC X(1)   VALUE 'N'.
           88  WS-BOM-SCAN-DONE               VALUE 'Y'.
       77  WS-SECTION-COUNT        PIC 9(5)   VALUE ZERO.

       77  WS-TARGET-ITEM          PIC 9(6)   VALUE ZERO.
       77  WS-ITEMS-REQUESTED      PIC 9(5)   VALUE ZERO.
       77  WS-EXTENDED-VALUE       PIC 9(9)V99 VALUE ZERO.
       77  WS-LOC-ALLOCATED        PIC 9(7)   VALUE ZERO.
       77  WS-LOC-AVAILABLE        PIC 9(7)   VALUE ZERO.
       77  WS-TOTAL-ON-HAND        PIC 9(9)   VALUE ZERO.
       77  WS-TOTAL-ALLOCATED      PIC 9(9)   VALUE ZERO.
       77  WS-TOTAL-AVAILABLE      PIC 9(9)   VALUE ZERO.
       77  WS-QUARANTINE-LOCATION  PIC X(3)   VALUE 'QR '.
       77  WS-BEST-AVAILABLE       PIC 9(7)   VALUE ZERO.
       77  WS-KITS-COVERED         PIC 9(7)   VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CD-YEAR              PIC 9(4).
           05  WS-LC-LOCATION-CODE     PIC X(3).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LC-QUANTITY          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LC-ALLOCATED         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LC-AVAILABLE         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(90)  VALUE SPACES.

       01  WS-LOCATION-HEADING.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE 'LOC'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE '  ON HAND'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE 'ALLOCATED'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE 'AVAILABLE'.
           05  FILLER                  PIC X(90)  VALUE SPACES.

       01  WS-BACKORDER-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-BL-QUANTITY-SHORT    PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-BL-LOCATION-CODE     PIC X(3).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-BL-ORDER-NUMBER      PIC Z(6).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  WS-BL-ORDER-LINE        PIC Z(3).
           05  FILLER                  PIC X(88)  VALUE SPACES.

       01  WS-ACTIVITY-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE '  APPLIED'.
           05  FILLER                  PIC X(73)  VALUE SPACES.

       01  WS-WHERE-USED-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-WU-KIT-ITEM          PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-WU-KIT-DESC          PIC X(29).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-WU-QUANTITY-PER      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-WU-KITS-COVERED      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-WU-STATUS            PIC X(15).
           05  FILLER                  PIC X(52)  VALUE SPACES.

       01  WS-WHERE-USED-HEADING.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE 'KIT   '.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(29)
               VALUE 'KIT DESCRIPTION'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE 'QTY/KT'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE '  COVERED'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(15)  VALUE 'STATUS'.
           05  FILLER                  PIC X(52)  VALUE SPACES.

       01  WS-NOT-FOUND-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'ITEM NOT ON INVENTORY MASTER  '.
           IF WS-AUDIT-INDEX-STATUS = '00'
               SET WS-AUDIT-IX-PRESENT TO TRUE
           END-IF.
           OPEN INPUT BOM-MASTER.
           IF WS-BOMMAST-FILE-STATUS = '00'
               SET WS-BOMMAST-PRESENT TO TRUE
           END-IF.
           OPEN OUTPUT INQUIRY-RPT.
           PERFORM 1150-BUILD-RUN-DATE THRU 1150-EXIT.
           PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT.

      *****************************************************************
      * 2000-PROCESS-REQUEST -- PRINT ONE CONSOLIDATED PAGE FOR THE   *
      * ITEM ON THE CURRENT CONTROL CARD.  THE WHERE-USED SECTION     *
      * READS THE KITS' MASTER RECORDS, SO IT PRINTS LAST.            *
      *****************************************************************
       2000-PROCESS-REQUEST.
           ADD 1 TO WS-ITEMS-REQUESTED.
           MOVE CC-ITEM-NUMBER TO WS-TARGET-ITEM.
           MOVE ZERO TO WS-BEST-AVAILABLE.
           IF CC-FROM-DATE = SPACES
             AND CC-TO-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-FROM-DATE
           END-IF.
           PERFORM 3300-WRITE-BACKORDER-SECTION THRU 3300-EXIT.
           PERFORM 3400-WRITE-ACTIVITY-SECTION THRU 3400-EXIT.
           PERFORM 3500-WRITE-WHERE-USED-SECTION THRU 3500-EXIT.
           PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 3200-WRITE-LOCATION-SECTION -- ONE LINE PER STOCKING LOCATION *
      * FROM LOCBAL.DAT, SHOWING WHAT IS ON HAND, HOW MUCH OF IT IS   *
      * ALLOCATED TO OPEN CUSTOMER ORDERS, AND WHAT IS LEFT           *
      * AVAILABLE, FOLLOWED BY A TOTAL LINE FOR THE ITEM.  AN ABSENT  *
      * FILE OR AN ITEM WITH NO LOCATION RECORDS PRINTS AS AN EMPTY   *
      * SECTION.  THE LARGEST AVAILABLE BALANCE OUTSIDE QUARANTINE IS *
      * KEPT FOR THE WHERE-USED SECTION, SINCE A KIT BUILD CANNOT     *
      * TAKE STOCK ALLOCATED TO CUSTOMER ORDERS; AN ITEM WITH NO      *
      * LOCATION RECORDS HOLDS ITS MASTER ON-HAND IN THE MAIN         *
      * WAREHOUSE, WITH NOTHING ALLOCATED.                            *
      *****************************************************************
       3200-WRITE-LOCATION-SECTION.
           MOVE 'LOCATION BALANCES             ' TO WS-SH-CAPTION.
           PERFORM 3900-WRITE-SECTION-HEADING THRU 3900-EXIT.
           MOVE SPACES TO INQUIRY-RPT-RECORD.
           MOVE ' ' TO IQ-CARRIAGE-CONTROL.
           MOVE WS-LOCATION-HEADING TO IQ-REPORT-TEXT.
           WRITE INQUIRY-RPT-RECORD.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE ZERO TO WS-TOTAL-ON-HAND.
           MOVE ZERO TO WS-TOTAL-ALLOCATED.
           MOVE ZERO TO WS-TOTAL-AVAILABLE.
           IF WS-LOCBAL-PRESENT
               PERFORM 3250-SCAN-LOCATIONS THRU 3250-EXIT
           END-IF.
           IF WS-SECTION-COUNT = ZERO
               MOVE IM-QUANTITY-ON-HAND TO WS-BEST-AVAILABLE
               PERFORM 3950-WRITE-NONE-LINE THRU 3950-EXIT
           ELSE
               MOVE SPACES TO WS-LOCATION-LINE
               MOVE 'TOT' TO WS-LC-LOCATION-CODE
               MOVE WS-TOTAL-ON-HAND TO WS-LC-QUANTITY
               MOVE WS-TOTAL-ALLOCATED TO WS-LC-ALLOCATED
               MOVE WS-TOTAL-AVAILABLE TO WS-LC-AVAILABLE
               MOVE SPACES TO INQUIRY-RPT-RECORD
               MOVE ' ' TO IQ-CARRIAGE-CONTROL
               MOVE WS-LOCATION-LINE TO IQ-REPORT-TEXT
               WRITE INQUIRY-RPT-RECORD
           END-IF.
       3200-EXIT.
           EXIT.
               IF LB-ITEM-NUMBER NOT = WS-TARGET-ITEM
                   SET WS-LOC-SCAN-DONE TO TRUE
               ELSE
                   IF LB-QUANTITY-ALLOCATED IS NUMERIC
                       MOVE LB-QUANTITY-ALLOCATED TO WS-LOC-ALLOCATED
                   ELSE
                       MOVE ZERO TO WS-LOC-ALLOCATED
                   END-IF
                   IF LB-QUANTITY-ON-HAND > WS-LOC-ALLOCATED
                       COMPUTE WS-LOC-AVAILABLE =
                           LB-QUANTITY-ON-HAND - WS-LOC-ALLOCATED
                   ELSE
                       MOVE ZERO TO WS-LOC-AVAILABLE
                   END-IF
                   ADD LB-QUANTITY-ON-HAND TO WS-TOTAL-ON-HAND
                   ADD WS-LOC-ALLOCATED TO WS-TOTAL-ALLOCATED
                   ADD WS-LOC-AVAILABLE TO WS-TOTAL-AVAILABLE
                   IF LB-LOCATION-CODE NOT = WS-QUARANTINE-LOCATION
                     AND WS-LOC-AVAILABLE > WS-BEST-AVAILABLE
                       MOVE WS-LOC-AVAILABLE TO WS-BEST-AVAILABLE
                   END-IF
                   MOVE SPACES TO WS-LOCATION-LINE
                   MOVE LB-LOCATION-CODE TO WS-LC-LOCATION-CODE
                   MOVE LB-QUANTITY-ON-HAND TO WS-LC-QUANTITY
                   MOVE WS-LOC-ALLOCATED TO WS-LC-ALLOCATED
                   MOVE WS-LOC-AVAILABLE TO WS-LC-AVAILABLE
                   MOVE SPACES TO INQUIRY-RPT-RECORD
                   MOVE ' ' TO IQ-CARRIAGE-CONTROL
                   MOVE WS-LOCATION-LINE TO IQ-REPORT-TEXT
               MOVE BO-TRANS-DATE TO WS-BL-TRANS-DATE
               MOVE BO-QUANTITY-SHORT TO WS-BL-QUANTITY-SHORT
               MOVE BO-LOCATION-CODE TO WS-BL-LOCATION-CODE
               IF BO-ORDER-NUMBER IS NUMERIC
                 AND BO-ORDER-LINE IS NUMERIC
                   MOVE BO-ORDER-NUMBER TO WS-BL-ORDER-NUMBER
                   MOVE BO-ORDER-LINE TO WS-BL-ORDER-LINE
               END-IF
               MOVE SPACES TO INQUIRY-RPT-RECORD
               MOVE ' ' TO IQ-CARRIAGE-CONTROL
               MOVE WS-BACKORDER-LINE TO IQ-REPORT-TEXT
       3420-EXIT.
           EXIT.

      *****************************************************************
      * 3500-WRITE-WHERE-USED-SECTION -- EVERY KIT WHOSE BILL OF      *
      * MATERIAL CALLS FOR THE ITEM, SCANNED FRONT TO BACK FROM       *
      * BOMMAST.DAT (THE FILE IS KEYED BY KIT, NOT COMPONENT), WITH   *
      * THE QUANTITY PER KIT AND THE NUMBER OF KITS THE STOCK STILL   *
      * AVAILABLE AT THE ITEM'S BEST BUILD LOCATION WILL COVER (ON    *
      * HAND LESS WHAT IS ALLOCATED, AS INVUPDT TESTS A KIT BUILD'S   *
      * COMPONENTS).  A KIT THE ITEM CANNOT COVER EVEN ONCE IS        *
      * BLOCKED BY IT.  IF THE FILE IS NOT ON FILE (INVBOMT HAS NOT   *
      * RUN) THE SECTION PRINTS EMPTY.                                *
      *****************************************************************
       3500-WRITE-WHERE-USED-SECTION.
           MOVE 'KIT WHERE-USED                ' TO WS-SH-CAPTION.
           PERFORM 3900-WRITE-SECTION-HEADING THRU 3900-EXIT.
           MOVE SPACES TO INQUIRY-RPT-RECORD.
           MOVE ' ' TO IQ-CARRIAGE-CONTROL.
           MOVE WS-WHERE-USED-HEADING TO IQ-REPORT-TEXT.
           WRITE INQUIRY-RPT-RECORD.
           MOVE ZERO TO WS-SECTION-COUNT.
           IF WS-BOMMAST-PRESENT
               PERFORM 3510-POSITION-TO-BOM THRU 3510-EXIT
               PERFORM 3520-SELECT-BOM-LINE THRU 3520-EXIT
                   UNTIL WS-BOM-SCAN-DONE
           END-IF.
           IF WS-SECTION-COUNT = ZERO
               PERFORM 3950-WRITE-NONE-LINE THRU 3950-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

       3510-POSITION-TO-BOM.
           MOVE 'N' TO WS-BOM-SCAN-DONE-SW.
           MOVE ZERO TO BM-KIT-ITEM-NUMBER.
           MOVE ZERO TO BM-COMPONENT-ITEM.
           START BOM-MASTER
               KEY IS NOT < BM-BOM-KEY
               INVALID KEY
                   SET WS-BOM-SCAN-DONE TO TRUE
           END-START.
       3510-EXIT.
           EXIT.

       3520-SELECT-BOM-LINE.
           READ BOM-MASTER NEXT RECORD
               AT END
                   SET WS-BOM-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-BOM-SCAN-DONE
               IF BM-COMPONENT-ITEM = WS-TARGET-ITEM
                   PERFORM 3530-WRITE-WHERE-USED-LINE THRU 3530-EXIT
               END-IF
           END-IF.
       3520-EXIT.
           EXIT.

      *****************************************************************
      * 3530-WRITE-WHERE-USED-LINE -- ONE KIT THE ITEM GOES INTO.     *
      *****************************************************************
       3530-WRITE-WHERE-USED-LINE.
           MOVE SPACES TO WS-WHERE-USED-LINE.
           MOVE BM-KIT-ITEM-NUMBER TO WS-WU-KIT-ITEM.
           MOVE BM-KIT-ITEM-NUMBER TO IM-ITEM-NUMBER.
           READ INVENTORY-MASTER
               INVALID KEY
                   MOVE '** NOT ON MASTER **' TO WS-WU-KIT-DESC
               NOT INVALID KEY
                   MOVE IM-ITEM-DESCRIPTION TO WS-WU-KIT-DESC
           END-READ.
           MOVE BM-QUANTITY-PER TO WS-WU-QUANTITY-PER.
           MOVE ZERO TO WS-KITS-COVERED.
           IF BM-QUANTITY-PER > ZERO
               DIVIDE WS-BEST-AVAILABLE BY BM-QUANTITY-PER
                   GIVING WS-KITS-COVERED
           END-IF.
           MOVE WS-KITS-COVERED TO WS-WU-KITS-COVERED.
           IF WS-KITS-COVERED = ZERO
               MOVE 'BLOCKED - SHORT' TO WS-WU-STATUS
           END-IF.
           MOVE SPACES TO INQUIRY-RPT-RECORD.
           MOVE ' ' TO IQ-CARRIAGE-CONTROL.
           MOVE WS-WHERE-USED-LINE TO IQ-REPORT-TEXT.
           WRITE INQUIRY-RPT-RECORD.
           ADD 1 TO WS-SECTION-COUNT.
       3530-EXIT.
           EXIT.

       3900-WRITE-SECTION-HEADING.
           MOVE SPACES TO INQUIRY-RPT-RECORD.
           MOVE ' ' TO IQ-CARRIAGE-CONTROL.
           IF WS-AUDIT-IX-PRESENT
               CLOSE AUDIT-INDEX-FILE
           END-IF.
           IF WS-BOMMAST-PRESENT
               CLOSE BOM-MASTER
           END-IF.
           CLOSE CONTROL-CARD-FILE
                 INVENTORY-MASTER
                 INQUIRY-RPT.
