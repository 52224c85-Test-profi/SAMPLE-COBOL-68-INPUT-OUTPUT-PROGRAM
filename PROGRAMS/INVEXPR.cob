       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVEXPR.
       AUTHOR. J. HALVORSEN.
       INSTALLATION. DISTRIBUTION CENTER DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      * 2026-10-15  JH  INITIAL VERSION.  NIGHTLY NEAR-EXPIRY REPORT   *
      *                 FOR THE WAREHOUSE.  BROWSES LOTBAL.DAT AND     *
      *                 LISTS, BY STOCKING LOCATION, EVERY LOT THAT    *
      *                 EXPIRES WITHIN THE NUMBER OF DAYS ON THE       *
      *                 ONE-CARD CONTROL FILE (OR HAS ALREADY          *
      *                 EXPIRED), OLDEST EXPIRY FIRST, VALUED AT THE   *
      *                 ITEM'S UNIT COST FROM INVMAST.DAT, WITH A      *
      *                 SUBTOTAL PER LOCATION AND RUN TOTALS.  WITH NO *
      *                 CONTROL CARD THE WINDOW IS 30 DAYS.            *
      *****************************************************************
      *
      *    THIS PROGRAM READS THE CONTROL CARD FOR THE NUMBER OF DAYS
      *    AHEAD TO LOOK (THREE DIGITS; MISSING, BLANK, OR NOT NUMERIC
      *    MEANS 30), THEN BROWSES LOTBAL.DAT AND SORTS EVERY LOT WITH
      *    STOCK WHOSE EXPIRY DATE FALLS ON OR BEFORE TODAY PLUS THAT
      *    MANY DAYS INTO LOCATION / EXPIRY DATE / ITEM / LOT SEQUENCE.
      *    EACH LOT PRINTS WITH THE ITEM'S DESCRIPTION, THE DAYS LEFT
      *    TO EXPIRY (OR, FOR A LOT ALREADY EXPIRED, THE DAYS SINCE),
      *    THE LOT QUANTITY, AND ITS VALUE AT IM-UNIT-COST.  A LOT
      *    WHOSE ITEM IS NOT ON THE MASTER PRINTS AT ZERO COST.  RUN
      *    TOTALS SHOW THE LOTS LISTED, THE LOTS ALREADY EXPIRED, THE
      *    TOTAL QUANTITY, AND THE TOTAL VALUE AT RISK.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO EXPRCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-CARD-STATUS.
           SELECT LOT-BALANCE ASSIGN TO LOTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LI-LOT-KEY
               FILE STATUS IS WS-LOTBAL-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
           SELECT SORTED-LOT-FILE ASSIGN TO SRTLOT
               ORGANIZATION IS SEQUENTIAL.
           SELECT INVENTORY-MASTER ASSIGN TO INVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT EXPIRY-RPT ASSIGN TO EXPRRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05  CC-DAYS-AHEAD           PIC 9(3).
           05  FILLER                  PIC X(77).

       FD  LOT-BALANCE
           LABEL RECORDS ARE STANDARD.
           COPY LOTBALC REPLACING
               ==LOT-BALANCE-COPYBOOK-RECORD==
                                           BY ==LOT-BALANCE-IN-RECORD==
               ==LT-LOT-KEY==              BY ==LI-LOT-KEY==
               ==LT-ITEM-NUMBER==          BY ==LI-ITEM-NUMBER==
               ==LT-LOCATION-CODE==        BY ==LI-LOCATION-CODE==
               ==LT-EXPIRY-DATE==          BY ==LI-EXPIRY-DATE==
               ==LT-LOT-NUMBER==           BY ==LI-LOT-NUMBER==
               ==LT-QUANTITY-ON-HAND==     BY ==LI-QUANTITY-ON-HAND==
               ==LT-RECEIVED-DATE==        BY ==LI-RECEIVED-DATE==.

       SD  SORT-WORK-FILE.
           COPY LOTBALC REPLACING
               ==LOT-BALANCE-COPYBOOK-RECORD== BY ==SORT-WORK-RECORD==
               ==LT-LOT-KEY==              BY ==SW-LOT-KEY==
               ==LT-ITEM-NUMBER==          BY ==SW-ITEM-NUMBER==
               ==LT-LOCATION-CODE==        BY ==SW-LOCATION-CODE==
               ==LT-EXPIRY-DATE==          BY ==SW-EXPIRY-DATE==
               ==LT-LOT-NUMBER==           BY ==SW-LOT-NUMBER==
               ==LT-QUANTITY-ON-HAND==     BY ==SW-QUANTITY-ON-HAND==
               ==LT-RECEIVED-DATE==        BY ==SW-RECEIVED-DATE==.

       FD  SORTED-LOT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY LOTBALC.

       FD  INVENTORY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY INVMASTC.

       FD  EXPIRY-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXPIRY-RPT-RECORD.
           05  ER-CARRIAGE-CONTROL     PIC X(1).
           05  ER-REPORT-TEXT          PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-CONTROL-CARD-STATUS  PIC X(2)   VALUE SPACES.
       77  WS-LOTBAL-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-MASTER-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-EOF-LOT-SW           PIC X(1)   VALUE 'N'.
           88  WS-EOF-LOT                     VALUE 'Y'.
       77  WS-EOF-RAW-LOT-SW       PIC X(1)   VALUE 'N'.
           88  WS-EOF-RAW-LOT                 VALUE 'Y'.
       77  WS-ITEM-FOUND-SW        PIC X(1)   VALUE 'N'.
           88  WS-ITEM-FOUND                  VALUE 'Y'.
           88  WS-ITEM-NOT-FOUND              VALUE 'N'.
       77  WS-FIRST-LOT-SW         PIC X(1)   VALUE 'Y'.
           88  WS-FIRST-LOT                   VALUE 'Y'.

       77  WS-DAYS-AHEAD           PIC 9(3)   VALUE 30.
       77  WS-CURRENT-LOCATION     PIC X(3)   VALUE SPACES.
       77  WS-RUN-DAY-NUMBER       PIC 9(7)   VALUE ZERO.
       77  WS-CUTOFF-DAY-NUMBER    PIC 9(7)   VALUE ZERO.
       77  WS-DAYS-TO-EXPIRY       PIC 9(5)   VALUE ZERO.
       77  WS-LOT-VALUE            PIC 9(9)V99 VALUE ZERO.
       77  WS-LOT-COUNT            PIC 9(7)   VALUE ZERO.
       77  WS-EXPIRED-COUNT        PIC 9(7)   VALUE ZERO.
       77  WS-QUANTITY-TOTAL       PIC 9(9)   VALUE ZERO.
       77  WS-VALUE-TOTAL          PIC 9(9)V99 VALUE ZERO.
       77  WS-LOC-LOT-COUNT        PIC 9(7)   VALUE ZERO.
       77  WS-LOC-QUANTITY-TOTAL   PIC 9(9)   VALUE ZERO.
       77  WS-LOC-VALUE-TOTAL      PIC 9(9)V99 VALUE ZERO.

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
           05  WS-DL-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-DESCRIPTION       PIC X(29).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-LOT-NUMBER        PIC X(10).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-EXPIRY-DATE       PIC X(10).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-DAYS              PIC ZZZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-STATUS            PIC X(8).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-QUANTITY          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-UNIT-COST         PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-LOT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(8)   VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(30)
               VALUE 'NEAR-EXPIRY LOT REPORT        '.
           05  FILLER                  PIC X(15)
               VALUE 'WINDOW (DAYS): '.
           05  WS-H1-DAYS-AHEAD        PIC ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE 'RUN DATE: '.
           05  WS-H1-RUN-DATE          PIC X(10).
           05  FILLER                  PIC X(61)  VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(6)   VALUE 'ITEM #'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(29)  VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE 'LOT NUMBER'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE 'EXPIRY'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE ' DAYS'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE 'STATUS  '.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE ' QUANTITY'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE 'UNIT COST'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE '     LOT VALUE'.
           05  FILLER                  PIC X(8)   VALUE SPACES.

       01  WS-LOCATION-HEADING.
           05  FILLER                  PIC X(10)  VALUE 'LOCATION: '.
           05  WS-LH-LOCATION-CODE     PIC X(3).
           05  FILLER                  PIC X(119) VALUE SPACES.

       01  WS-LOCATION-TOTAL-LINE.
           05  FILLER                  PIC X(9)   VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE 'LOCATION TOTAL    '.
           05  WS-LT-LOT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(8)   VALUE ' LOTS   '.
           05  FILLER                  PIC X(42)  VALUE SPACES.
           05  WS-LT-QUANTITY          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(15)  VALUE SPACES.
           05  WS-LT-VALUE             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(8)   VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION           PIC X(30).
           05  WS-SL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91)  VALUE SPACES.

       01  WS-VALUE-TOTAL-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'TOTAL VALUE OF LOTS LISTED    '.
           05  WS-VL-VALUE-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(88)  VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- CONTROLS THE OVERALL NEAR-EXPIRY RUN.        *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-LOCATION-CODE
               ON ASCENDING KEY SW-EXPIRY-DATE
               ON ASCENDING KEY SW-ITEM-NUMBER
               ON ASCENDING KEY SW-LOT-NUMBER
               INPUT PROCEDURE IS 1500-SELECT-NEAR-EXPIRY
                   THRU 1500-EXIT
               GIVING SORTED-LOT-FILE.
           OPEN INPUT SORTED-LOT-FILE.
           PERFORM 1200-READ-LOT THRU 1200-EXIT.
           PERFORM 2000-PROCESS-LOT THRU 2000-EXIT
               UNTIL WS-EOF-LOT.
           IF NOT WS-FIRST-LOT
               PERFORM 3700-WRITE-LOCATION-TOTAL THRU 3700-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE -- READ THE CONTROL CARD, WORK OUT THE LAST   *
      * EXPIRY DAY THAT FALLS INSIDE THE WINDOW, OPEN THE MASTER AND  *
      * THE REPORT, AND PRINT HEADINGS.  A MISSING, BLANK, OR NON-    *
      * NUMERIC CARD LEAVES THE 30-DAY DEFAULT.  THE LOT FILE ITSELF  *
      * IS READ BY THE SORT'S INPUT PROCEDURE.                        *
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CONTROL-CARD-STATUS = '00'
               READ CONTROL-CARD-FILE
                   AT END
                       MOVE 30 TO WS-DAYS-AHEAD
                   NOT AT END
                       IF CC-DAYS-AHEAD IS NUMERIC
                           MOVE CC-DAYS-AHEAD TO WS-DAYS-AHEAD
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.
           PERFORM 1150-BUILD-RUN-DATE THRU 1150-EXIT.
           COMPUTE WS-CUTOFF-DAY-NUMBER =
               WS-RUN-DAY-NUMBER + WS-DAYS-AHEAD.
           OPEN INPUT INVENTORY-MASTER.
           PERFORM 1060-VERIFY-MASTER-OPEN THRU 1060-EXIT.
           OPEN OUTPUT EXPIRY-RPT.
           PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-VERIFY-LOTBAL-OPEN -- CONFIRM LOTBAL.DAT OPENED          *
      * SUCCESSFULLY.  IF NOT, THERE IS NOTHING TO REPORT, SO STOP    *
      * RATHER THAN RUN AGAINST A FILE THAT IS NOT ACTUALLY OPEN.     *
      *****************************************************************
       1050-VERIFY-LOTBAL-OPEN.
           IF NOT WS-LOTBAL-FILE-STATUS = '00'
               DISPLAY 'INVEXPR: LOT-BALANCE OPEN FAILED, '
                   'FILE STATUS = ' WS-LOTBAL-FILE-STATUS
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * 1060-VERIFY-MASTER-OPEN -- CONFIRM INVMAST.DAT OPENED         *
      * SUCCESSFULLY.  WITHOUT IT NO LOT CAN BE DESCRIBED OR VALUED.  *
      *****************************************************************
       1060-VERIFY-MASTER-OPEN.
           IF NOT WS-MASTER-FILE-STATUS = '00'
               DISPLAY 'INVEXPR: INVENTORY-MASTER OPEN FAILED, '
                   'FILE STATUS = ' WS-MASTER-FILE-STATUS
               STOP RUN
           END-IF.
       1060-EXIT.
           EXIT.

       1100-WRITE-HEADINGS.
           MOVE WS-DAYS-AHEAD TO WS-H1-DAYS-AHEAD.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
           MOVE SPACES TO EXPIRY-RPT-RECORD.
           MOVE '1' TO ER-CARRIAGE-CONTROL.
           MOVE WS-HEADING-1 TO ER-REPORT-TEXT.
           WRITE EXPIRY-RPT-RECORD.
           MOVE SPACES TO EXPIRY-RPT-RECORD.
           MOVE ' ' TO ER-CARRIAGE-CONTROL.
           MOVE WS-HEADING-2 TO ER-REPORT-TEXT.
           WRITE EXPIRY-RPT-RECORD.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1150-BUILD-RUN-DATE -- GET TODAY'S DATE FROM THE SYSTEM AND   *
      * TURN IT INTO A DAY NUMBER FOR THE DAYS-TO-EXPIRY ARITHMETIC.  *
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

       1200-READ-LOT.
           READ SORTED-LOT-FILE
               AT END
                   SET WS-EOF-LOT TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 1500-SELECT-NEAR-EXPIRY -- SORT INPUT PROCEDURE.  BROWSES     *
      * LOTBAL.DAT FRONT TO BACK AND RELEASES EVERY LOT STILL HOLDING *
      * STOCK WHOSE EXPIRY FALLS ON OR BEFORE THE LAST DAY OF THE     *
      * WINDOW, EXPIRED LOTS INCLUDED.                                *
      *****************************************************************
       1500-SELECT-NEAR-EXPIRY.
           OPEN INPUT LOT-BALANCE.
           PERFORM 1050-VERIFY-LOTBAL-OPEN THRU 1050-EXIT.
           PERFORM 1510-READ-RAW-LOT THRU 1510-EXIT.
           PERFORM 1520-RELEASE-LOT THRU 1520-EXIT
               UNTIL WS-EOF-RAW-LOT.
           CLOSE LOT-BALANCE.
       1500-EXIT.
           EXIT.

       1510-READ-RAW-LOT.
           READ LOT-BALANCE
               AT END
                   SET WS-EOF-RAW-LOT TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

       1520-RELEASE-LOT.
           MOVE LI-EXPIRY-DATE TO WS-DATE-WORK.
           IF LI-QUANTITY-ON-HAND > ZERO
             AND WS-DW-YEAR IS NUMERIC
             AND WS-DW-MONTH IS NUMERIC
             AND WS-DW-DAY IS NUMERIC
               PERFORM 1160-COMPUTE-DAY-NUMBER THRU 1160-EXIT
               IF WS-DAY-NUMBER NOT > WS-CUTOFF-DAY-NUMBER
                   RELEASE SORT-WORK-RECORD FROM LOT-BALANCE-IN-RECORD
               END-IF
           END-IF.
           PERFORM 1510-READ-RAW-LOT THRU 1510-EXIT.
       1520-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESS-LOT -- PRINT THE CURRENT LOT.  A CHANGE OF       *
      * LOCATION TOTALS THE PREVIOUS LOCATION AND HEADS UP THE NEXT.  *
      *****************************************************************
       2000-PROCESS-LOT.
           IF LT-LOCATION-CODE NOT = WS-CURRENT-LOCATION
             OR WS-FIRST-LOT
               IF NOT WS-FIRST-LOT
                   PERFORM 3700-WRITE-LOCATION-TOTAL THRU 3700-EXIT
               END-IF
               MOVE LT-LOCATION-CODE TO WS-CURRENT-LOCATION
               PERFORM 3600-WRITE-LOCATION-HEADING THRU 3600-EXIT
               MOVE 'N' TO WS-FIRST-LOT-SW
           END-IF.
           PERFORM 2100-FIND-ITEM THRU 2100-EXIT.
           PERFORM 3000-WRITE-LOT-LINE THRU 3000-EXIT.
           PERFORM 1200-READ-LOT THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-FIND-ITEM -- LOOK UP THE LOT'S ITEM FOR ITS DESCRIPTION  *
      * AND UNIT COST.  AN ITEM NOT ON THE MASTER PRINTS AT ZERO.     *
      *****************************************************************
       2100-FIND-ITEM.
           MOVE LT-ITEM-NUMBER TO IM-ITEM-NUMBER.
           READ INVENTORY-MASTER
               INVALID KEY
                   SET WS-ITEM-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-ITEM-FOUND TO TRUE
           END-READ.
           IF WS-ITEM-NOT-FOUND
               MOVE SPACES TO IM-ITEM-DESCRIPTION
               MOVE 'NOT ON INVENTORY MASTER' TO IM-ITEM-DESCRIPTION
               MOVE ZERO TO IM-UNIT-COST
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 3000-WRITE-LOT-LINE -- ONE LINE PER LOT, SHOWING THE DAYS     *
      * LEFT BEFORE IT EXPIRES, OR FOR A LOT WHOSE EXPIRY DATE IS     *
      * ALREADY PAST, THE DAYS SINCE, FLAGGED EXPIRED.                *
      *****************************************************************
       3000-WRITE-LOT-LINE.
           MOVE LT-EXPIRY-DATE TO WS-DATE-WORK.
           PERFORM 1160-COMPUTE-DAY-NUMBER THRU 1160-EXIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-DAY-NUMBER < WS-RUN-DAY-NUMBER
               COMPUTE WS-DAYS-TO-EXPIRY =
                   WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
               MOVE 'EXPIRED ' TO WS-DL-STATUS
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               COMPUTE WS-DAYS-TO-EXPIRY =
                   WS-DAY-NUMBER - WS-RUN-DAY-NUMBER
               MOVE 'EXPIRING' TO WS-DL-STATUS
           END-IF.
           COMPUTE WS-LOT-VALUE =
               LT-QUANTITY-ON-HAND * IM-UNIT-COST.
           MOVE LT-ITEM-NUMBER TO WS-DL-ITEM-NUMBER.
           MOVE IM-ITEM-DESCRIPTION TO WS-DL-DESCRIPTION.
           MOVE LT-LOT-NUMBER TO WS-DL-LOT-NUMBER.
           MOVE LT-EXPIRY-DATE TO WS-DL-EXPIRY-DATE.
           MOVE WS-DAYS-TO-EXPIRY TO WS-DL-DAYS.
           MOVE LT-QUANTITY-ON-HAND TO WS-DL-QUANTITY.
           MOVE IM-UNIT-COST TO WS-DL-UNIT-COST.
           MOVE WS-LOT-VALUE TO WS-DL-LOT-VALUE.
           MOVE SPACES TO EXPIRY-RPT-RECORD.
           MOVE ' ' TO ER-CARRIAGE-CONTROL.
           MOVE WS-DETAIL-LINE TO ER-REPORT-TEXT.
           WRITE EXPIRY-RPT-RECORD.
           ADD 1 TO WS-LOT-COUNT.
           ADD LT-QUANTITY-ON-HAND TO WS-QUANTITY-TOTAL.
           ADD WS-LOT-VALUE TO WS-VALUE-TOTAL.
           ADD 1 TO WS-LOC-LOT-COUNT.
           ADD LT-QUANTITY-ON-HAND TO WS-LOC-QUANTITY-TOTAL.
           ADD WS-LOT-VALUE TO WS-LOC-VALUE-TOTAL.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3600-WRITE-LOCATION-HEADING -- THE STOCKING LOCATION WHOSE    *
      * LOTS FOLLOW.                                                  *
      *****************************************************************
       3600-WRITE-LOCATION-HEADING.
           MOVE ZERO TO WS-LOC-LOT-COUNT.
           MOVE ZERO TO WS-LOC-QUANTITY-TOTAL.
           MOVE ZERO TO WS-LOC-VALUE-TOTAL.
           MOVE WS-CURRENT-LOCATION TO WS-LH-LOCATION-CODE.
           MOVE SPACES TO EXPIRY-RPT-RECORD.
           MOVE '0' TO ER-CARRIAGE-CONTROL.
           MOVE WS-LOCATION-HEADING TO ER-REPORT-TEXT.
           WRITE EXPIRY-RPT-RECORD.
       3600-EXIT.
           EXIT.

       3700-WRITE-LOCATION-TOTAL.
           MOVE WS-LOC-LOT-COUNT TO WS-LT-LOT-COUNT.
           MOVE WS-LOC-QUANTITY-TOTAL TO WS-LT-QUANTITY.
           MOVE WS-LOC-VALUE-TOTAL TO WS-LT-VALUE.
           MOVE SPACES TO EXPIRY-RPT-RECORD.
           MOVE ' ' TO ER-CARRIAGE-CONTROL.
           MOVE WS-LOCATION-TOTAL-LINE TO ER-REPORT-TEXT.
           WRITE EXPIRY-RPT-RECORD.
       3700-EXIT.
           EXIT.

      *****************************************************************
      * 8000-TERMINATE -- PRINT RUN TOTALS AND CLOSE FILES.           *
      *****************************************************************
       8000-TERMINATE.
           MOVE SPACES TO EXPIRY-RPT-RECORD.
           MOVE '1' TO ER-CARRIAGE-CONTROL.
           WRITE EXPIRY-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'LOTS LISTED                   ' TO WS-SL-CAPTION.
           MOVE WS-LOT-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO EXPIRY-RPT-RECORD.
           MOVE ' ' TO ER-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO ER-REPORT-TEXT.
           WRITE EXPIRY-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'LOTS ALREADY EXPIRED          ' TO WS-SL-CAPTION.
           MOVE WS-EXPIRED-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO EXPIRY-RPT-RECORD.
           MOVE ' ' TO ER-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO ER-REPORT-TEXT.
           WRITE EXPIRY-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'TOTAL QUANTITY IN LOTS LISTED ' TO WS-SL-CAPTION.
           MOVE WS-QUANTITY-TOTAL TO WS-SL-COUNT.
           MOVE SPACES TO EXPIRY-RPT-RECORD.
           MOVE ' ' TO ER-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO ER-REPORT-TEXT.
           WRITE EXPIRY-RPT-RECORD.

           MOVE WS-VALUE-TOTAL TO WS-VL-VALUE-TOTAL.
           MOVE SPACES TO EXPIRY-RPT-RECORD.
           MOVE ' ' TO ER-CARRIAGE-CONTROL.
           MOVE WS-VALUE-TOTAL-LINE TO ER-REPORT-TEXT.
           WRITE EXPIRY-RPT-RECORD.

           CLOSE INVENTORY-MASTER
                 SORTED-LOT-FILE
                 EXPIRY-RPT.
       8000-EXIT.
           EXIT.
