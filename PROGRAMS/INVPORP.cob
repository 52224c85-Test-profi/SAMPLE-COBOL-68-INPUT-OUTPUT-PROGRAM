      *                 CONTROL FILE (SAME CONVENTION AS INVARCH'S    *
      *                 ARCCTL) IS FLAGGED OVERDUE FOR EXPEDITING.    *
      *                 WITH NO CONTROL CARD, NOTHING IS FLAGGED.     *
      * 2026-10-15  JH  THE CONTROL CARD NOW ALSO CARRIES A SEQUENCE   *
      *                 OPTION: 'V' LISTS THE OPEN ORDERS BY VENDOR    *
      *                 (VENDOR / ORDER / ITEM) WITH A HEADING AND     *
      *                 SUBTOTAL PER VENDOR; BLANK KEEPS THE ITEM      *
      *                 SEQUENCE.  EVERY LINE NOW SHOWS THE ORDER'S    *
      *                 VENDOR AND A DAYS-LATE COLUMN -- DAYS PAST THE *
      *                 ORDER DATE PLUS THE VENDOR'S LEAD TIME FROM    *
      *                 VENDMAST.DAT -- AND THE TOTALS COUNT ORDERS    *
      *                 PAST LEAD TIME.                                *
      * 2026-10-15  JH  OPEN ORDER LAYOUT NOW CARRIES THE QUANTITY    *
      *                 RETURNED TO VENDOR.  NO CHANGE TO THE REPORT. *
      *****************************************************************
      *
      *    THIS PROGRAM READS THE CONTROL CARD FOR THE OVERDUE CUTOFF
      *    DATE (YYYY-MM-DD; ORDERS DATED STRICTLY BEFORE IT ARE
      *    OVERDUE) AND THE SEQUENCE OPTION, THEN BROWSES OPENPO.DAT
      *    AND SORTS THE PENDING AND OPEN ORDERS INTO ITEM SEQUENCE
      *    (THE FILE'S OWN KEY ORDER) OR, FOR OPTION 'V', VENDOR
      *    SEQUENCE, PRINTING ONE LINE PER ORDER.  CLOSED AND
      *    CANCELLED ORDERS DO NOT APPEAR.  AN ORDER IS LATE WHEN
      *    TODAY IS PAST ITS ORDER DATE PLUS THE VENDOR'S LEAD TIME;
      *    AN ORDER WITH NO VENDOR ON FILE SHOWS NO DAYS LATE.  RUN
      *    TOTALS SHOW THE OPEN-ORDER COUNT, THE TOTAL DUE-IN
      *    QUANTITY, THE OVERDUE COUNT, AND THE LATE COUNT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPEN-PO-FILE ASSIGN TO OPENPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-PO-KEY
               FILE STATUS IS WS-OPENPO-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
           SELECT SORTED-PO-FILE ASSIGN TO SRTPO
               ORGANIZATION IS SEQUENTIAL.
           SELECT VENDOR-MASTER ASSIGN TO VENDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDOR-NUMBER
               FILE STATUS IS WS-VENDOR-FILE-STATUS.
           SELECT PO-STATUS-RPT ASSIGN TO PORPRPT
               ORGANIZATION IS SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05  CC-CUTOFF-DATE          PIC X(10).
           05  CC-SEQUENCE-OPTION      PIC X(1).
           05  FILLER                  PIC X(69).

       FD  OPEN-PO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPENPOC REPLACING
               ==OPEN-PO-COPYBOOK-RECORD== BY ==OPEN-PO-IN-RECORD==
               ==PO-PO-KEY==               BY ==OP-PO-KEY==
               ==PO-ITEM-NUMBER==          BY ==OP-ITEM-NUMBER==
               ==PO-ORDER-NUMBER==         BY ==OP-ORDER-NUMBER==
               ==PO-STATUS-CODE==          BY ==OP-STATUS-CODE==
               ==PO-PENDING==              BY ==OP-PENDING==
               ==PO-OPEN==                 BY ==OP-OPEN==
               ==PO-CLOSED==               BY ==OP-CLOSED==
               ==PO-CANCELLED==            BY ==OP-CANCELLED==
               ==PO-ON-ORDER==             BY ==OP-ON-ORDER==
               ==PO-ORDER-DATE==           BY ==OP-ORDER-DATE==
               ==PO-QUANTITY-ORDERED==     BY ==OP-QUANTITY-ORDERED==
               ==PO-QUANTITY-RECEIVED==    BY ==OP-QUANTITY-RECEIVED==
               ==PO-VENDOR-NUMBER==        BY ==OP-VENDOR-NUMBER==
               ==PO-QUANTITY-RETURNED==    BY ==OP-QUANTITY-RETURNED==.

       SD  SORT-WORK-FILE.
           COPY OPENPOC REPLACING
               ==OPEN-PO-COPYBOOK-RECORD== BY ==SORT-WORK-RECORD==
               ==PO-PO-KEY==               BY ==SW-PO-KEY==
               ==PO-ITEM-NUMBER==          BY ==SW-ITEM-NUMBER==
               ==PO-ORDER-NUMBER==         BY ==SW-ORDER-NUMBER==
               ==PO-STATUS-CODE==          BY ==SW-STATUS-CODE==
               ==PO-PENDING==              BY ==SW-PENDING==
               ==PO-OPEN==                 BY ==SW-OPEN==
               ==PO-CLOSED==               BY ==SW-CLOSED==
               ==PO-CANCELLED==            BY ==SW-CANCELLED==
               ==PO-ON-ORDER==             BY ==SW-ON-ORDER==
               ==PO-ORDER-DATE==           BY ==SW-ORDER-DATE==
               ==PO-QUANTITY-ORDERED==     BY ==SW-QUANTITY-ORDERED==
               ==PO-QUANTITY-RECEIVED==    BY ==SW-QUANTITY-RECEIVED==
               ==PO-VENDOR-NUMBER==        BY ==SW-VENDOR-NUMBER==
               ==PO-QUANTITY-RETURNED==    BY ==SW-QUANTITY-RETURNED==.

       FD  SORTED-PO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY OPENPOC.

       FD  VENDOR-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY VENDMSTC.

       FD  PO-STATUS-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
       77  WS-CONTROL-CARD-STATUS  PIC X(2)   VALUE SPACES.
       77  WS-OPENPO-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-VENDOR-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-EOF-PO-SW            PIC X(1)   VALUE 'N'.
           88  WS-EOF-PO                      VALUE 'Y'.
       77  WS-EOF-RAW-PO-SW        PIC X(1)   VALUE 'N'.
           88  WS-EOF-RAW-PO                  VALUE 'Y'.
       77  WS-VENDMAST-PRESENT-SW  PIC X(1)   VALUE 'N'.
           88  WS-VENDMAST-PRESENT            VALUE 'Y'.
       77  WS-VENDOR-FOUND-SW      PIC X(1)   VALUE 'N'.
           88  WS-VENDOR-FOUND                VALUE 'Y'.
           88  WS-VENDOR-NOT-FOUND            VALUE 'N'.
       77  WS-SEQUENCE-OPTION      PIC X(1)   VALUE SPACE.
           88  WS-BY-VENDOR                   VALUE 'V'.
       77  WS-FIRST-ORDER-SW       PIC X(1)   VALUE 'Y'.
           88  WS-FIRST-ORDER                 VALUE 'Y'.

       77  WS-CUTOFF-DATE          PIC X(10)  VALUE SPACES.
       77  WS-DUE-IN-QTY           PIC 9(7)   VALUE ZERO.
       77  WS-OPEN-ORDER-COUNT     PIC 9(7)   VALUE ZERO.
       77  WS-DUE-IN-QTY-TOTAL     PIC 9(9)   VALUE ZERO.
       77  WS-OVERDUE-COUNT        PIC 9(7)   VALUE ZERO.
       77  WS-LATE-COUNT           PIC 9(7)   VALUE ZERO.
       77  WS-LOOKUP-VENDOR        PIC 9(4)   VALUE ZERO.
       77  WS-VENDOR-ORDER-COUNT   PIC 9(7)   VALUE ZERO.
       77  WS-VENDOR-DUE-IN-TOTAL  PIC 9(9)   VALUE ZERO.
       77  WS-RUN-DAY-NUMBER       PIC 9(7)   VALUE ZERO.
       77  WS-DUE-DAY-NUMBER       PIC 9(7)   VALUE ZERO.
       77  WS-DAYS-LATE            PIC 9(5)   VALUE ZERO.

      *    DAY-NUMBER WORK AREA.  A YYYY-MM-DD DATE IS TURNED INTO A
      *    RUNNING DAY COUNT SO TWO DATES CAN BE SUBTRACTED: MARCH IS
      *    TAKEN AS THE FIRST MONTH OF THE YEAR SO THE LEAP DAY FALLS
      *    AT THE END, AND EVERY DIVISION TRUNCATES TO A WHOLE NUMBER.
       01  WS-DATE-WORK.
           05  WS-DW-YEAR              PIC 9(4).
           05  FILLER                  PIC X(1).
           05  WS-DW-MONTH             PIC 9(2).
           05  FILLER                  PIC X(1).
           05  WS-DW-DAY               PIC 9(2).
       77  WS-DN-YEAR              PIC 9(4)   VALUE ZERO.
       77  WS-DN-MONTH             PIC 9(2)   VALUE ZERO.
       77  WS-DN-QUOTIENT          PIC 9(7)   VALUE ZERO.
       77  WS-DAY-NUMBER           PIC 9(7)   VALUE ZERO.

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

       01  WS-DETAIL-LINE.
           05  WS-DL-ORDER-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-VENDOR-NUMBER     PIC 9(4).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-ORDER-DATE        PIC X(10).
           05  WS-DL-STATUS            PIC X(7).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-OVERDUE-FLAG      PIC X(7).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-DAYS-LATE         PIC ZZZZ9.
           05  WS-DL-DAYS-LATE-X REDEFINES WS-DL-DAYS-LATE
                                       PIC X(5).
           05  FILLER                  PIC X(32)  VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(30)
       01  WS-HEADING-2.
           05  FILLER                  PIC X(7)   VALUE 'ORDER #'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE 'VND#'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE 'ITEM #'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE 'ORDER DATE'.
           05  FILLER                  PIC X(7)   VALUE 'STATUS '.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE 'EXPEDIT'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE ' LATE'.
           05  FILLER                  PIC X(32)  VALUE SPACES.

       01  WS-VENDOR-HEADING.
           05  FILLER                  PIC X(8)   VALUE 'VENDOR: '.
           05  WS-VH-VENDOR-NUMBER     PIC 9(4).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-VH-VENDOR-NAME       PIC X(30).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE 'LEAD TIME: '.
           05  WS-VH-LEAD-TIME         PIC ZZ9.
           05  FILLER                  PIC X(5)   VALUE ' DAYS'.
           05  FILLER                  PIC X(66)  VALUE SPACES.

       01  WS-VENDOR-TOTAL-LINE.
           05  FILLER                  PIC X(9)   VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE 'VENDOR TOTAL      '.
           05  WS-VT-ORDER-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(8)   VALUE ' ORDERS '.
           05  FILLER                  PIC X(13)  VALUE SPACES.
           05  WS-VT-DUE-IN-QTY        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(7)   VALUE ' DUE IN'.
           05  FILLER                  PIC X(59)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION           PIC X(30).
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-BY-VENDOR
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-VENDOR-NUMBER
                   ON ASCENDING KEY SW-ORDER-NUMBER
                   ON ASCENDING KEY SW-ITEM-NUMBER
                   INPUT PROCEDURE IS 1500-SELECT-OPEN-ORDERS
                       THRU 1500-EXIT
                   GIVING SORTED-PO-FILE
           ELSE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-ITEM-NUMBER
                   ON ASCENDING KEY SW-ORDER-NUMBER
                   INPUT PROCEDURE IS 1500-SELECT-OPEN-ORDERS
                       THRU 1500-EXIT
                   GIVING SORTED-PO-FILE
           END-IF.
           OPEN INPUT SORTED-PO-FILE.
           PERFORM 1200-READ-ORDER THRU 1200-EXIT.
           PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
               UNTIL WS-EOF-PO.
           IF WS-BY-VENDOR
             AND NOT WS-FIRST-ORDER
               PERFORM 3700-WRITE-VENDOR-TOTAL THRU 3700-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE -- READ THE CONTROL CARD, OPEN THE VENDOR     *
      * MASTER AND THE REPORT, AND PRINT HEADINGS.  A MISSING OR      *
      * BLANK CARD JUST MEANS NO ORDER IS FLAGGED OVERDUE AND THE     *
      * ORDERS LIST IN ITEM SEQUENCE.  THE ORDER FILE ITSELF IS READ  *
      * BY THE SORT'S INPUT PROCEDURE.                                *
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARD-FILE.
                       MOVE SPACES TO WS-CUTOFF-DATE
                   NOT AT END
                       MOVE CC-CUTOFF-DATE TO WS-CUTOFF-DATE
                       MOVE CC-SEQUENCE-OPTION TO WS-SEQUENCE-OPTION
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.
           PERFORM 1150-BUILD-RUN-DATE THRU 1150-EXIT.
           OPEN INPUT VENDOR-MASTER.
           IF WS-VENDOR-FILE-STATUS = '00'
               SET WS-VENDMAST-PRESENT TO TRUE
           END-IF.
           OPEN OUTPUT PO-STATUS-RPT.
           PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1150-BUILD-RUN-DATE -- GET TODAY'S DATE FROM THE SYSTEM AND   *
      * TURN IT INTO A DAY NUMBER FOR THE DAYS-LATE ARITHMETIC.       *
      *****************************************************************
       1150-BUILD-RUN-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CD-YEAR  TO WS-RD-YEAR.
           MOVE WS-CD-MONTH TO WS-RD-MONTH.
           MOVE WS-CD-DAY   TO WS-RD-DAY.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM 1160-COMPUTE-DAY-NUMBER THRU 1160-EXIT.
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
       1150-EXIT.
           EXIT.

      *****************************************************************
      * 1160-COMPUTE-DAY-NUMBER -- TURN THE YYYY-MM-DD DATE IN        *
      * WS-DATE-WORK INTO A RUNNING DAY COUNT IN WS-DAY-NUMBER.       *
      * JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR    *
      * BEFORE, SO EACH LEAP DAY IS THE LAST DAY OF ITS YEAR.         *
      *****************************************************************
       1160-COMPUTE-DAY-NUMBER.
           MOVE WS-DW-YEAR TO WS-DN-YEAR.
           MOVE WS-DW-MONTH TO WS-DN-MONTH.
           IF WS-DN-MONTH < 3
               SUBTRACT 1 FROM WS-DN-YEAR
               ADD 12 TO WS-DN-MONTH
           END-IF.
           COMPUTE WS-DAY-NUMBER = WS-DN-YEAR * 365 + WS-DW-DAY.
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT.
           ADD WS-DN-QUOTIENT TO WS-DAY-NUMBER.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT.
           SUBTRACT WS-DN-QUOTIENT FROM WS-DAY-NUMBER.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT.
           ADD WS-DN-QUOTIENT TO WS-DAY-NUMBER.
           COMPUTE WS-DN-QUOTIENT = (WS-DN-MONTH - 3) * 153 + 2.
           DIVIDE WS-DN-QUOTIENT BY 5 GIVING WS-DN-QUOTIENT.
           ADD WS-DN-QUOTIENT TO WS-DAY-NUMBER.
       1160-EXIT.
           EXIT.

       1200-READ-ORDER.
           READ SORTED-PO-FILE
               AT END
                   SET WS-EOF-PO TO TRUE
           END-READ.
           EXIT.

      *****************************************************************
      * 1500-SELECT-OPEN-ORDERS -- SORT INPUT PROCEDURE.  BROWSES     *
      * OPENPO.DAT FRONT TO BACK AND RELEASES EVERY ORDER STILL DUE   *
      * IN; CLOSED AND CANCELLED ORDERS NEVER REACH THE SORT.  AN     *
      * ORDER WRITTEN BEFORE THE VENDOR FIELD WENT IN CARRIES SPACES  *
      * THERE AND IS RELEASED AS VENDOR ZERO.                         *
      *****************************************************************
       1500-SELECT-OPEN-ORDERS.
           OPEN INPUT OPEN-PO-FILE.
           PERFORM 1050-VERIFY-OPENPO-OPEN THRU 1050-EXIT.
           PERFORM 1510-READ-RAW-ORDER THRU 1510-EXIT.
           PERFORM 1520-RELEASE-ORDER THRU 1520-EXIT
               UNTIL WS-EOF-RAW-PO.
           CLOSE OPEN-PO-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-RAW-ORDER.
           READ OPEN-PO-FILE
               AT END
                   SET WS-EOF-RAW-PO TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

       1520-RELEASE-ORDER.
           IF OP-ON-ORDER
               IF OP-VENDOR-NUMBER IS NOT NUMERIC
                   MOVE ZERO TO OP-VENDOR-NUMBER
               END-IF
               RELEASE SORT-WORK-RECORD FROM OPEN-PO-IN-RECORD
           END-IF.
           PERFORM 1510-READ-RAW-ORDER THRU 1510-EXIT.
       1520-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESS-ORDER -- PRINT THE CURRENT ORDER.  IN VENDOR     *
      * SEQUENCE A CHANGE OF VENDOR TOTALS THE PREVIOUS VENDOR AND    *
      * HEADS UP THE NEXT.                                            *
      *****************************************************************
       2000-PROCESS-ORDER.
           IF PO-VENDOR-NUMBER NOT = WS-LOOKUP-VENDOR
             OR WS-FIRST-ORDER
               IF WS-BY-VENDOR
                 AND NOT WS-FIRST-ORDER
                   PERFORM 3700-WRITE-VENDOR-TOTAL THRU 3700-EXIT
               END-IF
               PERFORM 2100-FIND-VENDOR THRU 2100-EXIT
               IF WS-BY-VENDOR
                   PERFORM 3600-WRITE-VENDOR-HEADING THRU 3600-EXIT
               END-IF
               MOVE 'N' TO WS-FIRST-ORDER-SW
           END-IF.
           PERFORM 3000-WRITE-ORDER-LINE THRU 3000-EXIT.
           PERFORM 1200-READ-ORDER THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-FIND-VENDOR -- LOOK UP THE CURRENT ORDER'S VENDOR FOR    *
      * ITS NAME AND LEAD TIME.  A VENDOR OF ZERO, A VENDOR NOT ON     *
      * FILE, OR NO VENDOR MASTER AT ALL LEAVES THE VENDOR NOT FOUND. *
      *****************************************************************
       2100-FIND-VENDOR.
           MOVE PO-VENDOR-NUMBER TO WS-LOOKUP-VENDOR.
           SET WS-VENDOR-NOT-FOUND TO TRUE.
           IF WS-VENDMAST-PRESENT
             AND WS-LOOKUP-VENDOR > ZERO
               MOVE WS-LOOKUP-VENDOR TO VM-VENDOR-NUMBER
               READ VENDOR-MASTER
                   INVALID KEY
                       SET WS-VENDOR-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET WS-VENDOR-FOUND TO TRUE
               END-READ
           END-IF.
           IF WS-VENDOR-NOT-FOUND
               MOVE SPACES TO VENDOR-MASTER-COPYBOOK-RECORD
               MOVE 'NOT ON VENDOR MASTER' TO VM-VENDOR-NAME
               MOVE ZERO TO VM-LEAD-TIME-DAYS
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 3000-WRITE-ORDER-LINE -- ONE LINE PER DUE-IN ORDER, FLAGGED   *
      * OVERDUE WHEN ITS ORDER DATE FALLS BEFORE THE CUTOFF, AND      *
      * SHOWING HOW MANY DAYS IT IS PAST THE VENDOR'S LEAD TIME.      *
      *****************************************************************
       3000-WRITE-ORDER-LINE.
           IF PO-QUANTITY-RECEIVED > PO-QUANTITY-ORDERED
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PO-ORDER-NUMBER TO WS-DL-ORDER-NUMBER.
           MOVE PO-VENDOR-NUMBER TO WS-DL-VENDOR-NUMBER.
           MOVE PO-ITEM-NUMBER TO WS-DL-ITEM-NUMBER.
           MOVE PO-ORDER-DATE TO WS-DL-ORDER-DATE.
           MOVE PO-QUANTITY-ORDERED TO WS-DL-ORDERED-QTY.
               MOVE 'OVERDUE' TO WS-DL-OVERDUE-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF.
           PERFORM 3100-COMPUTE-DAYS-LATE THRU 3100-EXIT.
           MOVE SPACES TO PO-STATUS-RPT-RECORD.
           MOVE ' ' TO PS-CARRIAGE-CONTROL.
           MOVE WS-DETAIL-LINE TO PS-REPORT-TEXT.
           WRITE PO-STATUS-RPT-RECORD.
           ADD 1 TO WS-OPEN-ORDER-COUNT.
           ADD WS-DUE-IN-QTY TO WS-DUE-IN-QTY-TOTAL.
           ADD 1 TO WS-VENDOR-ORDER-COUNT.
           ADD WS-DUE-IN-QTY TO WS-VENDOR-DUE-IN-TOTAL.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-COMPUTE-DAYS-LATE -- THE ORDER IS DUE ITS VENDOR'S LEAD  *
      * TIME AFTER ITS ORDER DATE.  WHEN TODAY IS PAST THAT, PRINT    *
      * THE DAYS LATE AND COUNT IT.  NO VENDOR ON FILE, OR AN ORDER   *
      * DATE THAT IS NOT A DATE, LEAVES THE COLUMN BLANK.             *
      *****************************************************************
       3100-COMPUTE-DAYS-LATE.
           MOVE SPACES TO WS-DL-DAYS-LATE-X.
           MOVE PO-ORDER-DATE TO WS-DATE-WORK.
           IF WS-VENDOR-FOUND
             AND VM-LEAD-TIME-DAYS IS NUMERIC
             AND WS-DW-YEAR IS NUMERIC
             AND WS-DW-MONTH IS NUMERIC
             AND WS-DW-DAY IS NUMERIC
               PERFORM 1160-COMPUTE-DAY-NUMBER THRU 1160-EXIT
               COMPUTE WS-DUE-DAY-NUMBER =
                   WS-DAY-NUMBER + VM-LEAD-TIME-DAYS
               IF WS-RUN-DAY-NUMBER > WS-DUE-DAY-NUMBER
                   COMPUTE WS-DAYS-LATE =
                       WS-RUN-DAY-NUMBER - WS-DUE-DAY-NUMBER
                   MOVE WS-DAYS-LATE TO WS-DL-DAYS-LATE
                   ADD 1 TO WS-LATE-COUNT
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3600-WRITE-VENDOR-HEADING -- VENDOR SEQUENCE ONLY.  NAME AND  *
      * LEAD TIME OF THE VENDOR WHOSE ORDERS FOLLOW.                  *
      *****************************************************************
       3600-WRITE-VENDOR-HEADING.
           MOVE ZERO TO WS-VENDOR-ORDER-COUNT.
           MOVE ZERO TO WS-VENDOR-DUE-IN-TOTAL.
           MOVE WS-LOOKUP-VENDOR TO WS-VH-VENDOR-NUMBER.
           MOVE VM-VENDOR-NAME TO WS-VH-VENDOR-NAME.
           MOVE VM-LEAD-TIME-DAYS TO WS-VH-LEAD-TIME.
           MOVE SPACES TO PO-STATUS-RPT-RECORD.
           MOVE '0' TO PS-CARRIAGE-CONTROL.
           MOVE WS-VENDOR-HEADING TO PS-REPORT-TEXT.
           WRITE PO-STATUS-RPT-RECORD.
       3600-EXIT.
           EXIT.

       3700-WRITE-VENDOR-TOTAL.
           MOVE WS-VENDOR-ORDER-COUNT TO WS-VT-ORDER-COUNT.
           MOVE WS-VENDOR-DUE-IN-TOTAL TO WS-VT-DUE-IN-QTY.
           MOVE SPACES TO PO-STATUS-RPT-RECORD.
           MOVE ' ' TO PS-CARRIAGE-CONTROL.
           MOVE WS-VENDOR-TOTAL-LINE TO PS-REPORT-TEXT.
           WRITE PO-STATUS-RPT-RECORD.
       3700-EXIT.
           EXIT.

      *****************************************************************
      * 8000-TERMINATE -- PRINT RUN TOTALS AND CLOSE FILES.           *
      *****************************************************************
           MOVE WS-SUMMARY-LINE TO PS-REPORT-TEXT.
           WRITE PO-STATUS-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ORDERS PAST VENDOR LEAD TIME  ' TO WS-SL-CAPTION.
           MOVE WS-LATE-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO PO-STATUS-RPT-RECORD.
           MOVE ' ' TO PS-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO PS-REPORT-TEXT.
           WRITE PO-STATUS-RPT-RECORD.

           IF WS-VENDMAST-PRESENT
               CLOSE VENDOR-MASTER
           END-IF.
           CLOSE SORTED-PO-FILE
                 PO-STATUS-RPT.
       8000-EXIT.
           EXIT.
