      *                 CONVERTS ARE TONIGHT'S SWEEP OUTPUT -- AND    *
      *                 WRITES ITS OWN START AND END RECORDS WITH THE *
      *                 READ / ORDERED / SKIPPED TOTALS FOR INVOPSB.  *
      * 2026-10-15  JH  THE NIGHT'S REQUISITIONS ARE NOW SORTED BY    *
      *                 THE PRIMARY VENDOR INVRORD CARRIES ONTO EACH  *
      *                 ONE, AND ALL OF A VENDOR'S LINES ARE WRITTEN  *
      *                 UNDER ONE ORDER NUMBER WITH THE VENDOR NUMBER *
      *                 ON EVERY OPENPO.DAT RECORD.  A NEW PURCHASE   *
      *                 ORDER DOCUMENT REPORT (PODOCS) PRINTS ONE     *
      *                 PAGE PER VENDOR -- NAME, ADDRESS, PHONE AND   *
      *                 LEAD TIME FROM THE NEW VENDOR MASTER,         *
      *                 VENDMAST.DAT -- WITH ALL OF THAT VENDOR'S     *
      *                 LINES, SO PURCHASING SENDS THE DOCUMENT       *
      *                 INSTEAD OF RETYPING EVERY ORDER.  LINES WITH  *
      *                 NO VENDOR, OR A VENDOR THAT IS NOT ACTIVE ON  *
      *                 FILE, STILL BECOME PENDING ORDERS BUT PRINT   *
      *                 ON A DOCUMENT FLAGGED FOR THE BUYER TO        *
      *                 SOURCE.  THE REGISTER NOW SHOWS THE VENDOR,   *
      *                 AND THE RUN LOG END RECORD CARRIES THE        *
      *                 DOCUMENT COUNT.                               *
      * 2026-10-15  JH  NEW PURCHASE ORDER LINES START WITH A ZERO    *
      *                 RETURNED-TO-VENDOR QUANTITY.                  *
      *****************************************************************
      *
      *    THIS PROGRAM SORTS THE NIGHT'S PURCHASE REQUISITIONS INTO
      *    VENDOR / ITEM ORDER AND WRITES ONE PENDING OPEN-ORDER RECORD
      *    PER REQUISITION, DATED WITH THE REQUISITION DATE AND ORDERED
      *    FOR THE REQUISITION'S SUGGESTED QUANTITY.  EACH VENDOR'S
      *    LINES SHARE ONE ORDER NUMBER AND PRINT TOGETHER ON ONE
      *    PURCHASE ORDER DOCUMENT.  A REQUISITION WITH A ZERO ORDER
      *    QUANTITY HAS NOTHING TO ORDER AND IS NOTED ON THE REGISTER
      *    INSTEAD.  THE ORDER REGISTER REPORT LISTS EVERY ORDER
      *    WRITTEN FOR PURCHASING'S MORNING REVIEW.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PURCH-REQ-FILE ASSIGN TO PURCHREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURCH-REQ-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
           SELECT SORTED-REQ-FILE ASSIGN TO SRTREQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPEN-PO-FILE ASSIGN TO OPENPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-PO-KEY
               FILE STATUS IS WS-OPENPO-FILE-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO VENDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDOR-NUMBER
               FILE STATUS IS WS-VENDOR-FILE-STATUS.
           SELECT PO-REGISTER-RPT ASSIGN TO POGNRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PO-DOCUMENT-RPT ASSIGN TO PODOCS
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PURCH-REQ-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY PURCHRQC REPLACING
               ==PURCH-REQ-COPYBOOK-RECORD== BY ==PURCH-REQ-IN-RECORD==
               ==PR-ITEM-NUMBER==          BY ==RQ-ITEM-NUMBER==
               ==PR-ITEM-DESCRIPTION==     BY ==RQ-ITEM-DESCRIPTION==
               ==PR-QUANTITY-ON-HAND==     BY ==RQ-QUANTITY-ON-HAND==
               ==PR-REORDER-POINT==        BY ==RQ-REORDER-POINT==
               ==PR-REORDER-QUANTITY==     BY ==RQ-REORDER-QUANTITY==
               ==PR-REQ-DATE==             BY ==RQ-REQ-DATE==
               ==PR-VENDOR-NUMBER==        BY ==RQ-VENDOR-NUMBER==.

       SD  SORT-WORK-FILE.
           COPY PURCHRQC REPLACING
               ==PURCH-REQ-COPYBOOK-RECORD== BY ==SORT-WORK-RECORD==
               ==PR-ITEM-NUMBER==          BY ==SW-ITEM-NUMBER==
               ==PR-ITEM-DESCRIPTION==     BY ==SW-ITEM-DESCRIPTION==
               ==PR-QUANTITY-ON-HAND==     BY ==SW-QUANTITY-ON-HAND==
               ==PR-REORDER-POINT==        BY ==SW-REORDER-POINT==
               ==PR-REORDER-QUANTITY==     BY ==SW-REORDER-QUANTITY==
               ==PR-REQ-DATE==             BY ==SW-REQ-DATE==
               ==PR-VENDOR-NUMBER==        BY ==SW-VENDOR-NUMBER==.

       FD  SORTED-REQ-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY PURCHRQC.
           LABEL RECORDS ARE STANDARD.
           COPY OPENPOC.

       FD  VENDOR-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY VENDMSTC.

       FD  PO-REGISTER-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           05  PG-CARRIAGE-CONTROL     PIC X(1).
           05  PG-REPORT-TEXT          PIC X(132).

       FD  PO-DOCUMENT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PO-DOCUMENT-RPT-RECORD.
           05  PD-CARRIAGE-CONTROL     PIC X(1).
           05  PD-REPORT-TEXT          PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
       77  WS-PURCH-REQ-STATUS     PIC X(2)   VALUE SPACES.
       77  WS-OPENPO-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-VENDOR-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-RUN-LOG-STATUS       PIC X(2)   VALUE SPACES.
       77  WS-EOF-RUNLOG-SW        PIC X(1)   VALUE 'N'.
           88  WS-EOF-RUNLOG                  VALUE 'Y'.
           88  WS-EOF-REQ                     VALUE 'Y'.
       77  WS-EOF-PO-SCAN-SW       PIC X(1)   VALUE 'N'.
           88  WS-EOF-PO-SCAN                 VALUE 'Y'.
       77  WS-EOF-RAW-REQ-SW       PIC X(1)   VALUE 'N'.
           88  WS-EOF-RAW-REQ                 VALUE 'Y'.
       77  WS-VENDMAST-PRESENT-SW  PIC X(1)   VALUE 'N'.
           88  WS-VENDMAST-PRESENT            VALUE 'Y'.
       77  WS-DOCUMENT-OPEN-SW     PIC X(1)   VALUE 'N'.
           88  WS-DOCUMENT-OPEN               VALUE 'Y'.
       77  WS-VENDOR-FOUND-SW      PIC X(1)   VALUE 'N'.
           88  WS-VENDOR-FOUND                VALUE 'Y'.
           88  WS-VENDOR-NOT-FOUND            VALUE 'N'.

       77  WS-REQS-READ-COUNT      PIC 9(7)   VALUE ZERO.
       77  WS-ORDERS-WRITTEN-COUNT PIC 9(7)   VALUE ZERO.
       77  WS-REQS-SKIPPED-COUNT   PIC 9(7)   VALUE ZERO.
       77  WS-NEXT-ORDER-NUMBER    PIC 9(6)   VALUE ZERO.
       77  WS-DOCUMENT-COUNT       PIC 9(7)   VALUE ZERO.
       77  WS-CURRENT-VENDOR       PIC 9(4)   VALUE ZERO.
       77  WS-DOC-LINE-COUNT       PIC 9(5)   VALUE ZERO.
       77  WS-DOC-QTY-TOTAL        PIC 9(9)   VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CD-YEAR              PIC 9(4).
       01  WS-DETAIL-LINE.
           05  WS-DL-ORDER-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-VENDOR-NUMBER     PIC 9(4).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-DESCRIPTION       PIC X(29).
           05  WS-DL-ORDER-DATE        PIC X(10).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-RESULT            PIC X(14).
           05  FILLER                  PIC X(36)  VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(30)
       01  WS-HEADING-2.
           05  FILLER                  PIC X(7)   VALUE 'ORDER #'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE 'VND#'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE 'ITEM #'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(29)  VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(10)  VALUE 'ORDER DATE'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(14)  VALUE 'RESULT'.
           05  FILLER                  PIC X(36)  VALUE SPACES.

       01  WS-DOC-TITLE-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'PURCHASE ORDER                '.
           05  FILLER                  PIC X(10)  VALUE 'ORDER NO. '.
           05  WS-DT-ORDER-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE 'DATED '.
           05  WS-DT-ORDER-DATE        PIC X(10).
           05  FILLER                  PIC X(65)  VALUE SPACES.

       01  WS-DOC-VENDOR-LINE.
           05  FILLER                  PIC X(8)   VALUE 'VENDOR: '.
           05  WS-DV-VENDOR-NUMBER     PIC 9(4).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DV-VENDOR-NAME       PIC X(30).
           05  FILLER                  PIC X(88)  VALUE SPACES.

       01  WS-DOC-ADDRESS-LINE.
           05  FILLER                  PIC X(14)  VALUE SPACES.
           05  WS-DA-ADDRESS           PIC X(30).
           05  FILLER                  PIC X(88)  VALUE SPACES.

       01  WS-DOC-PHONE-LINE.
           05  FILLER                  PIC X(14)  VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE 'PHONE: '.
           05  WS-DP-PHONE-NUMBER      PIC X(12).
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE 'LEAD TIME: '.
           05  WS-DP-LEAD-TIME         PIC ZZ9.
           05  FILLER                  PIC X(5)   VALUE ' DAYS'.
           05  FILLER                  PIC X(75)  VALUE SPACES.

       01  WS-DOC-WARNING-LINE.
           05  FILLER                  PIC X(14)  VALUE SPACES.
           05  WS-DW-MESSAGE           PIC X(60).
           05  FILLER                  PIC X(58)  VALUE SPACES.

       01  WS-DOC-HEADING.
           05  FILLER                  PIC X(4)   VALUE 'LINE'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE 'ITEM #'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(29)  VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE ' QUANTITY'.
           05  FILLER                  PIC X(75)  VALUE SPACES.

       01  WS-DOC-DETAIL-LINE.
           05  WS-DD-LINE-NUMBER       PIC ZZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DD-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DD-DESCRIPTION       PIC X(29).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DD-ORDER-QTY         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(75)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION           PIC X(30).
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-VENDOR-NUMBER
               ON ASCENDING KEY SW-ITEM-NUMBER
               INPUT PROCEDURE IS 1500-RELEASE-REQUISITIONS
                   THRU 1500-EXIT
               GIVING SORTED-REQ-FILE.
           PERFORM 1250-OPEN-SORTED THRU 1250-EXIT.
           PERFORM 1200-READ-REQUISITION THRU 1200-EXIT.
           PERFORM 2000-PROCESS-REQUISITION THRU 2000-EXIT
               UNTIL WS-EOF-REQ.
           IF WS-DOCUMENT-OPEN
               PERFORM 3600-CLOSE-PO-DOCUMENT THRU 3600-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE -- OPEN FILES, FIND THE HIGHEST ORDER NUMBER  *
      * ALREADY ON FILE, AND PRINT HEADINGS.  THE REQUISITION FILE IS *
      * OPENED AND CHECKED HERE, BEFORE THE RUN LOG START RECORD, BUT *
      * READ BY THE SORT'S INPUT PROCEDURE.                           *
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT PURCH-REQ-FILE.
           PERFORM 1750-LOG-RUN-START THRU 1750-EXIT.
           PERFORM 1060-OPEN-OPEN-PO THRU 1060-EXIT.
           PERFORM 1070-FIND-HIGH-ORDER-NUMBER THRU 1070-EXIT.
           PERFORM 1090-OPEN-VENDOR-MASTER THRU 1090-EXIT.
           OPEN OUTPUT PO-REGISTER-RPT.
           OPEN OUTPUT PO-DOCUMENT-RPT.
           PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1080-EXIT.
           EXIT.

      *****************************************************************
      * 1090-OPEN-VENDOR-MASTER -- OPEN VENDMAST.DAT FOR THE NAME AND *
      * ADDRESS ON EACH PURCHASE ORDER DOCUMENT.  IF THE FILE IS NOT  *
      * ON FILE YET (INVVNMT HAS NEVER RUN), THE ORDERS ARE STILL     *
      * WRITTEN AND EVERY DOCUMENT IS FLAGGED FOR THE BUYER.          *
      *****************************************************************
       1090-OPEN-VENDOR-MASTER.
           OPEN INPUT VENDOR-MASTER.
           IF WS-VENDOR-FILE-STATUS = '00'
               SET WS-VENDMAST-PRESENT TO TRUE
           END-IF.
       1090-EXIT.
           EXIT.

       1100-WRITE-HEADINGS.
           MOVE SPACES TO PO-REGISTER-RPT-RECORD.
           MOVE '1' TO PG-CARRIAGE-CONTROL.
           EXIT.

       1200-READ-REQUISITION.
           READ SORTED-REQ-FILE
               AT END
                   SET WS-EOF-REQ TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

       1250-OPEN-SORTED.
           OPEN INPUT SORTED-REQ-FILE.
       1250-EXIT.
           EXIT.

      *****************************************************************
      * 1500-RELEASE-REQUISITIONS -- SORT INPUT PROCEDURE.  RELEASES  *
      * EVERY PURCHREQ.DAT REQUISITION INTO THE SORT SO THE NIGHT'S   *
      * LINES COME BACK GROUPED BY VENDOR.  THE FILE WAS OPENED BY    *
      * 1000-INITIALIZE AND IS CLOSED HERE ONCE IT IS RELEASED.       *
      *****************************************************************
       1500-RELEASE-REQUISITIONS.
           PERFORM 1510-READ-RAW-REQUISITION THRU 1510-EXIT.
           PERFORM 1520-RELEASE-REQUISITION THRU 1520-EXIT
               UNTIL WS-EOF-RAW-REQ.
           CLOSE PURCH-REQ-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-RAW-REQUISITION.
           READ PURCH-REQ-FILE
               AT END
                   SET WS-EOF-RAW-REQ TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

      *****************************************************************
      * 1520-RELEASE-REQUISITION -- A REQUISITION WRITTEN BEFORE THE  *
      * VENDOR FIELD WENT IN CARRIES SPACES THERE; IT IS RELEASED AS  *
      * VENDOR ZERO (NONE ASSIGNED) SO IT SORTS AND GROUPS CLEANLY.   *
      *****************************************************************
       1520-RELEASE-REQUISITION.
           IF RQ-VENDOR-NUMBER IS NOT NUMERIC
               MOVE ZERO TO RQ-VENDOR-NUMBER
           END-IF.
           RELEASE SORT-WORK-RECORD FROM PURCH-REQ-IN-RECORD.
           PERFORM 1510-READ-RAW-REQUISITION THRU 1510-EXIT.
       1520-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESS-REQUISITION -- TURN THE CURRENT REQUISITION INTO *
      * A PENDING OPEN ORDER, OR NOTE WHY IT WAS SKIPPED.  THE FIRST  *
      * ORDERABLE LINE FOR A VENDOR CLOSES THE PREVIOUS VENDOR'S      *
      * DOCUMENT AND STARTS A NEW ONE UNDER THE NEXT ORDER NUMBER.    *
      *****************************************************************
       2000-PROCESS-REQUISITION.
           ADD 1 TO WS-REQS-READ-COUNT.
           IF PR-REORDER-QUANTITY IS NUMERIC
             AND PR-REORDER-QUANTITY > ZERO
               IF NOT WS-DOCUMENT-OPEN
                 OR PR-VENDOR-NUMBER NOT = WS-CURRENT-VENDOR
                   PERFORM 2100-START-NEW-VENDOR THRU 2100-EXIT
               END-IF
               PERFORM 3000-WRITE-OPEN-ORDER THRU 3000-EXIT
           ELSE
               PERFORM 3100-WRITE-SKIP-LINE THRU 3100-EXIT
           EXIT.

      *****************************************************************
      * 2100-START-NEW-VENDOR -- CLOSE OUT THE PREVIOUS VENDOR'S      *
      * DOCUMENT, ASSIGN THE NEXT ORDER NUMBER TO THIS VENDOR, AND    *
      * PRINT THE NEW DOCUMENT'S HEADING.                             *
      *****************************************************************
       2100-START-NEW-VENDOR.
           IF WS-DOCUMENT-OPEN
               PERFORM 3600-CLOSE-PO-DOCUMENT THRU 3600-EXIT
           END-IF.
           MOVE PR-VENDOR-NUMBER TO WS-CURRENT-VENDOR.
           ADD 1 TO WS-NEXT-ORDER-NUMBER.
           MOVE ZERO TO WS-DOC-LINE-COUNT.
           MOVE ZERO TO WS-DOC-QTY-TOTAL.
           PERFORM 2150-FIND-VENDOR THRU 2150-EXIT.
           PERFORM 3500-WRITE-DOCUMENT-HEADING THRU 3500-EXIT.
           SET WS-DOCUMENT-OPEN TO TRUE.
           ADD 1 TO WS-DOCUMENT-COUNT.
       2100-EXIT.
           EXIT.

       2150-FIND-VENDOR.
           SET WS-VENDOR-NOT-FOUND TO TRUE.
           IF WS-VENDMAST-PRESENT
             AND WS-CURRENT-VENDOR > ZERO
               MOVE WS-CURRENT-VENDOR TO VM-VENDOR-NUMBER
               READ VENDOR-MASTER
                   INVALID KEY
                       SET WS-VENDOR-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET WS-VENDOR-FOUND TO TRUE
               END-READ
           END-IF.
           IF WS-VENDOR-NOT-FOUND
               MOVE SPACES TO VENDOR-MASTER-COPYBOOK-RECORD
               MOVE ZERO TO VM-LEAD-TIME-DAYS
           END-IF.
       2150-EXIT.
           EXIT.

      *****************************************************************
      * 3000-WRITE-OPEN-ORDER -- WRITE THE PENDING ORDER RECORD UNDER *
      * THE CURRENT VENDOR'S ORDER NUMBER, AND PRINT ITS REGISTER     *
      * LINE AND ITS LINE ON THE VENDOR'S PURCHASE ORDER DOCUMENT.    *
      *****************************************************************
       3000-WRITE-OPEN-ORDER.
           MOVE SPACES TO OPEN-PO-COPYBOOK-RECORD.
           MOVE PR-ITEM-NUMBER TO PO-ITEM-NUMBER.
           MOVE WS-NEXT-ORDER-NUMBER TO PO-ORDER-NUMBER.
           MOVE PR-REQ-DATE TO PO-ORDER-DATE.
           MOVE PR-REORDER-QUANTITY TO PO-QUANTITY-ORDERED.
           MOVE ZERO TO PO-QUANTITY-RECEIVED.
           MOVE PR-VENDOR-NUMBER TO PO-VENDOR-NUMBER.
           MOVE ZERO TO PO-QUANTITY-RETURNED.
           WRITE OPEN-PO-COPYBOOK-RECORD
               INVALID KEY
                   MOVE 'WRITE ERROR' TO WS-DL-RESULT
               NOT INVALID KEY
                   MOVE 'ORDERED' TO WS-DL-RESULT
                   ADD 1 TO WS-ORDERS-WRITTEN-COUNT
                   PERFORM 3550-WRITE-DOCUMENT-LINE THRU 3550-EXIT
           END-WRITE.
           MOVE WS-NEXT-ORDER-NUMBER TO WS-DL-ORDER-NUMBER.
           PERFORM 3900-WRITE-REGISTER-LINE THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3500-WRITE-DOCUMENT-HEADING -- START A NEW PAGE OF THE        *
      * PURCHASE ORDER DOCUMENT FILE FOR THE CURRENT VENDOR: ORDER    *
      * NUMBER AND DATE, THE VENDOR'S NAME, ADDRESS, PHONE AND LEAD   *
      * TIME, A WARNING WHEN THE VENDOR CANNOT BE ORDERED FROM AS IT  *
      * STANDS, AND THE LINE COLUMN HEADINGS.                         *
      *****************************************************************
       3500-WRITE-DOCUMENT-HEADING.
           MOVE WS-NEXT-ORDER-NUMBER TO WS-DT-ORDER-NUMBER.
           MOVE PR-REQ-DATE TO WS-DT-ORDER-DATE.
           MOVE SPACES TO PO-DOCUMENT-RPT-RECORD.
           MOVE '1' TO PD-CARRIAGE-CONTROL.
           MOVE WS-DOC-TITLE-LINE TO PD-REPORT-TEXT.
           WRITE PO-DOCUMENT-RPT-RECORD.

           MOVE WS-CURRENT-VENDOR TO WS-DV-VENDOR-NUMBER.
           MOVE VM-VENDOR-NAME TO WS-DV-VENDOR-NAME.
           MOVE SPACES TO PO-DOCUMENT-RPT-RECORD.
           MOVE '0' TO PD-CARRIAGE-CONTROL.
           MOVE WS-DOC-VENDOR-LINE TO PD-REPORT-TEXT.
           WRITE PO-DOCUMENT-RPT-RECORD.

           MOVE VM-ADDRESS-LINE-1 TO WS-DA-ADDRESS.
           MOVE SPACES TO PO-DOCUMENT-RPT-RECORD.
           MOVE ' ' TO PD-CARRIAGE-CONTROL.
           MOVE WS-DOC-ADDRESS-LINE TO PD-REPORT-TEXT.
           WRITE PO-DOCUMENT-RPT-RECORD.

           MOVE VM-ADDRESS-LINE-2 TO WS-DA-ADDRESS.
           MOVE SPACES TO PO-DOCUMENT-RPT-RECORD.
           MOVE ' ' TO PD-CARRIAGE-CONTROL.
           MOVE WS-DOC-ADDRESS-LINE TO PD-REPORT-TEXT.
           WRITE PO-DOCUMENT-RPT-RECORD.

           MOVE VM-PHONE-NUMBER TO WS-DP-PHONE-NUMBER.
           MOVE VM-LEAD-TIME-DAYS TO WS-DP-LEAD-TIME.
           MOVE SPACES TO PO-DOCUMENT-RPT-RECORD.
           MOVE ' ' TO PD-CARRIAGE-CONTROL.
           MOVE WS-DOC-PHONE-LINE TO PD-REPORT-TEXT.
           WRITE PO-DOCUMENT-RPT-RECORD.

           MOVE SPACES TO WS-DW-MESSAGE.
           EVALUATE TRUE
               WHEN WS-CURRENT-VENDOR = ZERO
                   MOVE '*** NO PRIMARY VENDOR -- BUYER TO SOURCE ***'
                       TO WS-DW-MESSAGE
               WHEN WS-VENDOR-NOT-FOUND
                   MOVE '*** VENDOR NOT ON FILE -- BUYER TO SOURCE ***'
                       TO WS-DW-MESSAGE
               WHEN VM-INACTIVE
                   MOVE '*** VENDOR INACTIVE -- BUYER TO RE-SOURCE ***'
                       TO WS-DW-MESSAGE
           END-EVALUATE.
           IF WS-DW-MESSAGE NOT = SPACES
               MOVE SPACES TO PO-DOCUMENT-RPT-RECORD
               MOVE '0' TO PD-CARRIAGE-CONTROL
               MOVE WS-DOC-WARNING-LINE TO PD-REPORT-TEXT
               WRITE PO-DOCUMENT-RPT-RECORD
           END-IF.

           MOVE SPACES TO PO-DOCUMENT-RPT-RECORD.
           MOVE '0' TO PD-CARRIAGE-CONTROL.
           MOVE WS-DOC-HEADING TO PD-REPORT-TEXT.
           WRITE PO-DOCUMENT-RPT-RECORD.
       3500-EXIT.
           EXIT.

       3550-WRITE-DOCUMENT-LINE.
           ADD 1 TO WS-DOC-LINE-COUNT.
           ADD PR-REORDER-QUANTITY TO WS-DOC-QTY-TOTAL.
           MOVE SPACES TO WS-DOC-DETAIL-LINE.
           MOVE WS-DOC-LINE-COUNT TO WS-DD-LINE-NUMBER.
           MOVE PR-ITEM-NUMBER TO WS-DD-ITEM-NUMBER.
           MOVE PR-ITEM-DESCRIPTION TO WS-DD-DESCRIPTION.
           MOVE PR-REORDER-QUANTITY TO WS-DD-ORDER-QTY.
           MOVE SPACES TO PO-DOCUMENT-RPT-RECORD.
           MOVE ' ' TO PD-CARRIAGE-CONTROL.
           MOVE WS-DOC-DETAIL-LINE TO PD-REPORT-TEXT.
           WRITE PO-DOCUMENT-RPT-RECORD.
       3550-EXIT.
           EXIT.

      *****************************************************************
      * 3600-CLOSE-PO-DOCUMENT -- PRINT THE LINE COUNT AND TOTAL      *
      * QUANTITY AT THE FOOT OF THE CURRENT VENDOR'S DOCUMENT.        *
      *****************************************************************
       3600-CLOSE-PO-DOCUMENT.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'LINES ON THIS ORDER           ' TO WS-SL-CAPTION.
           MOVE WS-DOC-LINE-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO PO-DOCUMENT-RPT-RECORD.
           MOVE '0' TO PD-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO PD-REPORT-TEXT.
           WRITE PO-DOCUMENT-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'TOTAL QUANTITY ORDERED        ' TO WS-SL-CAPTION.
           MOVE WS-DOC-QTY-TOTAL TO WS-SL-COUNT.
           MOVE SPACES TO PO-DOCUMENT-RPT-RECORD.
           MOVE ' ' TO PD-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO PD-REPORT-TEXT.
           WRITE PO-DOCUMENT-RPT-RECORD.
           MOVE 'N' TO WS-DOCUMENT-OPEN-SW.
       3600-EXIT.
           EXIT.

       3900-WRITE-REGISTER-LINE.
           MOVE PR-VENDOR-NUMBER TO WS-DL-VENDOR-NUMBER.
           MOVE PR-ITEM-NUMBER TO WS-DL-ITEM-NUMBER.
           MOVE PR-ITEM-DESCRIPTION TO WS-DL-DESCRIPTION.
           IF PR-REORDER-QUANTITY IS NUMERIC
           MOVE WS-SUMMARY-LINE TO PG-REPORT-TEXT.
           WRITE PO-REGISTER-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'PURCHASE ORDER DOCUMENTS      ' TO WS-SL-CAPTION.
           MOVE WS-DOCUMENT-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO PO-REGISTER-RPT-RECORD.
           MOVE ' ' TO PG-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO PG-REPORT-TEXT.
           WRITE PO-REGISTER-RPT-RECORD.

           MOVE SPACES TO RUN-LOG-COPYBOOK-RECORD.
           MOVE 'INVPOGN ' TO RG-PROGRAM-ID.
           SET RG-END-RECORD TO TRUE.
           MOVE WS-REQS-READ-COUNT TO RG-COUNT-1.
           MOVE WS-ORDERS-WRITTEN-COUNT TO RG-COUNT-2.
           MOVE WS-REQS-SKIPPED-COUNT TO RG-COUNT-3.
           MOVE WS-DOCUMENT-COUNT TO RG-COUNT-4.
           WRITE RUN-LOG-COPYBOOK-RECORD.

           IF WS-VENDMAST-PRESENT
               CLOSE VENDOR-MASTER
           END-IF.
           CLOSE SORTED-REQ-FILE
                 OPEN-PO-FILE
                 PO-REGISTER-RPT
                 PO-DOCUMENT-RPT
                 RUN-LOG-FILE.
       8000-EXIT.
           EXIT.
