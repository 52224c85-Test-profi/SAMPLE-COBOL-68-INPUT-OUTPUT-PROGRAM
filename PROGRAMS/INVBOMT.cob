       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVBOMT.
       AUTHOR. J. HALVORSEN.
       INSTALLATION. DISTRIBUTION CENTER DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      * 2026-10-15  JH  INITIAL VERSION.  APPLIES ADD/CHANGE/DELETE   *
      *                 MAINTENANCE REQUESTS FROM BOMTRAN.DAT TO THE  *
      *                 NEW BILL OF MATERIALS MASTER, BOMMAST.DAT,    *
      *                 WHICH LISTS EACH KIT'S COMPONENTS AND THE     *
      *                 QUANTITY OF EACH THAT GOES INTO ONE KIT, AND  *
      *                 PRINTS A MAINTENANCE LOG THE SAME WAY INVVNMT *
      *                 MAINTAINS THE VENDOR MASTER.  AFTER THE       *
      *                 MAINTENANCE IS APPLIED THE WHOLE FILE IS      *
      *                 SORTED INTO COMPONENT ORDER AND PRINTED AS A  *
      *                 WHERE-USED LISTING, SO A BUYER CAN SEE EVERY  *
      *                 KIT A COMPONENT GOES INTO.  THE KIT BUILD     *
      *                 TRANSACTION ('K') IN INVUPDT CONSUMES THE     *
      *                 COMPONENTS LISTED HERE.                       *
      *****************************************************************
      *
      *    EACH BOMTRAN.DAT RECORD REQUESTS ONE OF THREE ACTIONS
      *    AGAINST ONE LINE (KIT PLUS COMPONENT) OF BOMMAST.DAT:
      *       A - ADD A COMPONENT TO A KIT'S BILL.  BOTH ITEMS MUST BE
      *           ON THE INVENTORY MASTER AND DIFFERENT ITEMS, THE
      *           QUANTITY PER KIT MUST BE GREATER THAN ZERO, AND THE
      *           LINE MUST NOT ALREADY EXIST.  THE KIT MAY NOT BE
      *           DISCONTINUED OR UNDER LOT CONTROL (A BUILD RECEIVES
      *           KITS WITH NO LOT NUMBER), AND THE COMPONENT MAY NOT
      *           ITSELF BE BUILT FROM THE KIT.
      *       C - CHANGE THE QUANTITY PER KIT ON AN EXISTING LINE
      *           (LINE MUST EXIST, QUANTITY GREATER THAN ZERO)
      *       D - DELETE A LINE FROM THE KIT'S BILL (LINE MUST EXIST)
      *    REQUESTS THAT FAIL THESE RULES ARE REJECTED AND NOTED ON
      *    THE MAINTENANCE LOG RATHER THAN APPLIED.  A KIT WHOSE LAST
      *    LINE IS DELETED HAS NO BILL, AND INVUPDT REJECTS ANY BUILD
      *    OF IT UNTIL LINES ARE ADDED AGAIN.
      *
      *    THE WHERE-USED LISTING IS PRINTED FROM THE FILE AS IT
      *    STANDS AFTER THE RUN'S MAINTENANCE, ONE GROUP PER
      *    COMPONENT IN COMPONENT ORDER, WITH EACH KIT THE COMPONENT
      *    GOES INTO AND THE QUANTITY PER KIT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOM-TRAN-FILE ASSIGN TO BOMTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOM-TRAN-STATUS.
           SELECT BOM-MASTER ASSIGN TO BOMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BOM-KEY
               FILE STATUS IS WS-BOM-FILE-STATUS.
           SELECT INVENTORY-MASTER ASSIGN TO INVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
           SELECT SORTED-BOM-FILE ASSIGN TO SRTBOM
               ORGANIZATION IS SEQUENTIAL.
           SELECT BOM-LOG-RPT ASSIGN TO BOMLOG
               ORGANIZATION IS SEQUENTIAL.
           SELECT WHERE-USED-RPT ASSIGN TO BOMWUSE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BOM-TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY BOMTRNC.

       FD  BOM-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY BOMMSTC.

       FD  INVENTORY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY INVMASTC.

       SD  SORT-WORK-FILE.
           COPY BOMMSTC REPLACING
               ==BOM-MASTER-COPYBOOK-RECORD== BY ==SORT-WORK-RECORD==
               ==BM-BOM-KEY==              BY ==SW-BOM-KEY==
               ==BM-KIT-ITEM-NUMBER==      BY ==SW-KIT-ITEM-NUMBER==
               ==BM-COMPONENT-ITEM==       BY ==SW-COMPONENT-ITEM==
               ==BM-QUANTITY-PER==         BY ==SW-QUANTITY-PER==
               ==BM-DATE-ADDED==           BY ==SW-DATE-ADDED==
               ==BM-DATE-CHANGED==         BY ==SW-DATE-CHANGED==.

       FD  SORTED-BOM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY BOMMSTC REPLACING
               ==BOM-MASTER-COPYBOOK-RECORD== BY ==SORTED-BOM-RECORD==
               ==BM-BOM-KEY==              BY ==SB-BOM-KEY==
               ==BM-KIT-ITEM-NUMBER==      BY ==SB-KIT-ITEM-NUMBER==
               ==BM-COMPONENT-ITEM==       BY ==SB-COMPONENT-ITEM==
               ==BM-QUANTITY-PER==         BY ==SB-QUANTITY-PER==
               ==BM-DATE-ADDED==           BY ==SB-DATE-ADDED==
               ==BM-DATE-CHANGED==         BY ==SB-DATE-CHANGED==.

       FD  BOM-LOG-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BOM-LOG-RECORD.
           05  BL-CARRIAGE-CONTROL     PIC X(1).
           05  BL-REPORT-TEXT          PIC X(132).

       FD  WHERE-USED-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WHERE-USED-RECORD.
           05  WU-CARRIAGE-CONTROL     PIC X(1).
           05  WU-REPORT-TEXT          PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-BOM-TRAN-STATUS      PIC X(2)   VALUE SPACES.
       77  WS-BOM-FILE-STATUS      PIC X(2)   VALUE SPACES.
       77  WS-MASTER-FILE-STATUS   PIC X(2)   VALUE SPACES.

       77  WS-EOF-BOM-TRAN-SW      PIC X(1)   VALUE 'N'.
           88  WS-EOF-BOM-TRAN                VALUE 'Y'.
       77  WS-EOF-BOM-MASTER-SW    PIC X(1)   VALUE 'N'.
           88  WS-EOF-BOM-MASTER              VALUE 'Y'.
       77  WS-EOF-SORTED-BOM-SW    PIC X(1)   VALUE 'N'.
           88  WS-EOF-SORTED-BOM              VALUE 'Y'.
       77  WS-LINE-FOUND-SW        PIC X(1)   VALUE 'N'.
           88  WS-LINE-FOUND                  VALUE 'Y'.
           88  WS-LINE-NOT-FOUND              VALUE 'N'.
       77  WS-ITEM-FOUND-SW        PIC X(1)   VALUE 'N'.
           88  WS-ITEM-FOUND                  VALUE 'Y'.
           88  WS-ITEM-NOT-FOUND              VALUE 'N'.
       77  WS-REQUEST-VALID-SW     PIC X(1)   VALUE 'Y'.
           88  WS-REQUEST-VALID               VALUE 'Y'.
           88  WS-REQUEST-INVALID             VALUE 'N'.
       77  WS-FIRST-COMPONENT-SW   PIC X(1)   VALUE 'Y'.
           88  WS-FIRST-COMPONENT             VALUE 'Y'.

       77  WS-LOOKUP-ITEM          PIC 9(6)   VALUE ZERO.
       77  WS-CURRENT-COMPONENT    PIC 9(6)   VALUE ZERO.

       77  WS-ADD-COUNT            PIC 9(7)   VALUE ZERO.
       77  WS-CHANGE-COUNT         PIC 9(7)   VALUE ZERO.
       77  WS-DELETE-COUNT         PIC 9(7)   VALUE ZERO.
       77  WS-REJECT-COUNT         PIC 9(7)   VALUE ZERO.
       77  WS-COMPONENT-COUNT      PIC 9(7)   VALUE ZERO.
       77  WS-WHERE-USED-COUNT     PIC 9(7)   VALUE ZERO.

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

       01  WS-LOG-LINE.
           05  WS-LL-KIT-ITEM          PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-COMPONENT-ITEM    PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-ACTION            PIC X(1).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-RESULT            PIC X(25).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-LL-DESCRIPTION       PIC X(29).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-QUANTITY-PER      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(45)  VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(30)
               VALUE 'BILL OF MATERIALS MAINTENANCE '.
           05  FILLER                  PIC X(3)   VALUE 'LOG'.
           05  FILLER                  PIC X(99)  VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(6)   VALUE 'KIT # '.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE 'COMP #'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(1)   VALUE 'A'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(25)  VALUE 'RESULT'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(29)
               VALUE 'COMPONENT DESCRIPTION'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE 'QTY/KT'.
           05  FILLER                  PIC X(45)  VALUE SPACES.

       01  WS-WU-HEADING-1.
           05  FILLER                  PIC X(30)
               VALUE 'KIT COMPONENT WHERE-USED LISTI'.
           05  FILLER                  PIC X(2)   VALUE 'NG'.
           05  FILLER                  PIC X(12)
               VALUE '  RUN DATE: '.
           05  WS-WH1-RUN-DATE         PIC X(10).
           05  FILLER                  PIC X(78)  VALUE SPACES.

       01  WS-WU-HEADING-2.
           05  FILLER                  PIC X(6)   VALUE 'COMP #'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(29)
               VALUE 'COMPONENT DESCRIPTION'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE 'KIT # '.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(29)
               VALUE 'KIT DESCRIPTION'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE 'QTY/KT'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE 'LINE ADDED'.
           05  FILLER                  PIC X(31)  VALUE SPACES.

       01  WS-WHERE-USED-LINE.
           05  WS-WU-COMPONENT-ITEM    PIC X(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-WU-COMPONENT-DESC    PIC X(29).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-WU-KIT-ITEM          PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-WU-KIT-DESC          PIC X(29).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-WU-QUANTITY-PER      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-WU-DATE-ADDED        PIC X(10).
           05  FILLER                  PIC X(31)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION           PIC X(30).
           05  WS-SL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91)  VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- APPLY THE MAINTENANCE, THEN SORT THE FILE AS *
      * IT NOW STANDS INTO COMPONENT ORDER AND PRINT THE WHERE-USED   *
      * LISTING FROM IT.                                              *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-BOM-TRAN THRU 2000-EXIT
               UNTIL WS-EOF-BOM-TRAN.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-COMPONENT-ITEM
               ON ASCENDING KEY SW-KIT-ITEM-NUMBER
               INPUT PROCEDURE IS 1500-SELECT-BOM-LINES
                   THRU 1500-EXIT
               GIVING SORTED-BOM-FILE.
           OPEN INPUT SORTED-BOM-FILE.
           OPEN OUTPUT WHERE-USED-RPT.
           PERFORM 1300-WRITE-WU-HEADINGS THRU 1300-EXIT.
           PERFORM 1400-READ-SORTED-BOM THRU 1400-EXIT.
           PERFORM 4000-LIST-WHERE-USED THRU 4000-EXIT
               UNTIL WS-EOF-SORTED-BOM.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE -- OPEN FILES, PRINT HEADINGS, PRIME THE READ.*
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1150-BUILD-RUN-DATE THRU 1150-EXIT.
           OPEN INPUT BOM-TRAN-FILE.
           PERFORM 1040-VERIFY-BOM-TRAN-OPEN THRU 1040-EXIT.
           PERFORM 1050-OPEN-BOM-MASTER THRU 1050-EXIT.
           OPEN INPUT INVENTORY-MASTER.
           PERFORM 1060-VERIFY-MASTER-OPEN THRU 1060-EXIT.
           OPEN OUTPUT BOM-LOG-RPT.
           PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
           PERFORM 1200-READ-BOM-TRAN THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1040-VERIFY-BOM-TRAN-OPEN -- CONFIRM BOMTRAN.DAT OPENED       *
      * SUCCESSFULLY.  IF NOT, THERE IS NOTHING TO APPLY, SO STOP     *
      * RATHER THAN RUN AGAINST A FILE THAT IS NOT ACTUALLY OPEN.     *
      *****************************************************************
       1040-VERIFY-BOM-TRAN-OPEN.
           IF NOT WS-BOM-TRAN-STATUS = '00'
               DISPLAY 'INVBOMT: BOM-TRAN-FILE OPEN FAILED, '
                   'FILE STATUS = ' WS-BOM-TRAN-STATUS
               STOP RUN
           END-IF.
       1040-EXIT.
           EXIT.

      *****************************************************************
      * 1050-OPEN-BOM-MASTER -- OPEN BOMMAST.DAT FOR UPDATE, CREATING *
      * IT ON FIRST USE (THE FIRST RUN IS THE ONE THAT LOADS THE      *
      * BILLS), AND CONFIRM THE OPEN SUCCEEDED.                       *
      *****************************************************************
       1050-OPEN-BOM-MASTER.
           OPEN I-O BOM-MASTER.
           IF WS-BOM-FILE-STATUS = '35'
               OPEN OUTPUT BOM-MASTER
               CLOSE BOM-MASTER
               OPEN I-O BOM-MASTER
           END-IF.
           IF NOT WS-BOM-FILE-STATUS = '00'
               DISPLAY 'INVBOMT: BOM-MASTER OPEN FAILED, '
                   'FILE STATUS = ' WS-BOM-FILE-STATUS
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * 1060-VERIFY-MASTER-OPEN -- CONFIRM INVMAST.DAT OPENED         *
      * SUCCESSFULLY.  WITHOUT IT NO KIT OR COMPONENT CAN BE CHECKED. *
      *****************************************************************
       1060-VERIFY-MASTER-OPEN.
           IF NOT WS-MASTER-FILE-STATUS = '00'
               DISPLAY 'INVBOMT: INVENTORY-MASTER OPEN FAILED, '
                   'FILE STATUS = ' WS-MASTER-FILE-STATUS
               STOP RUN
           END-IF.
       1060-EXIT.
           EXIT.

       1100-WRITE-HEADINGS.
           MOVE SPACES TO BOM-LOG-RECORD.
           MOVE '1' TO BL-CARRIAGE-CONTROL.
           MOVE WS-HEADING-1 TO BL-REPORT-TEXT.
           WRITE BOM-LOG-RECORD.
           MOVE SPACES TO BOM-LOG-RECORD.
           MOVE ' ' TO BL-CARRIAGE-CONTROL.
           MOVE WS-HEADING-2 TO BL-REPORT-TEXT.
           WRITE BOM-LOG-RECORD.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1150-BUILD-RUN-DATE -- GET TODAY'S DATE FROM THE SYSTEM AND   *
      * FORMAT IT AS YYYY-MM-DD FOR THE LINE ADDED/CHANGED DATES.     *
      *****************************************************************
       1150-BUILD-RUN-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CD-YEAR  TO WS-RD-YEAR.
           MOVE WS-CD-MONTH TO WS-RD-MONTH.
           MOVE WS-CD-DAY   TO WS-RD-DAY.
       1150-EXIT.
           EXIT.

       1200-READ-BOM-TRAN.
           READ BOM-TRAN-FILE
               AT END
                   SET WS-EOF-BOM-TRAN TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

       1300-WRITE-WU-HEADINGS.
           MOVE WS-RUN-DATE TO WS-WH1-RUN-DATE.
           MOVE SPACES TO WHERE-USED-RECORD.
           MOVE '1' TO WU-CARRIAGE-CONTROL.
           MOVE WS-WU-HEADING-1 TO WU-REPORT-TEXT.
           WRITE WHERE-USED-RECORD.
           MOVE SPACES TO WHERE-USED-RECORD.
           MOVE ' ' TO WU-CARRIAGE-CONTROL.
           MOVE WS-WU-HEADING-2 TO WU-REPORT-TEXT.
           WRITE WHERE-USED-RECORD.
       1300-EXIT.
           EXIT.

       1400-READ-SORTED-BOM.
           READ SORTED-BOM-FILE
               AT END
                   SET WS-EOF-SORTED-BOM TO TRUE
           END-READ.
       1400-EXIT.
           EXIT.

      *****************************************************************
      * 1500-SELECT-BOM-LINES -- SORT INPUT PROCEDURE.  BROWSES       *
      * BOMMAST.DAT FRONT TO BACK, AS THIS RUN'S MAINTENANCE LEFT IT, *
      * AND RELEASES EVERY LINE.  THE FILE IS STILL OPEN FROM THE     *
      * MAINTENANCE, SO THE BROWSE STARTS FROM THE LOWEST KEY.        *
      *****************************************************************
       1500-SELECT-BOM-LINES.
           MOVE ZERO TO BM-KIT-ITEM-NUMBER.
           MOVE ZERO TO BM-COMPONENT-ITEM.
           START BOM-MASTER KEY IS NOT LESS THAN BM-BOM-KEY
               INVALID KEY
                   SET WS-EOF-BOM-MASTER TO TRUE
           END-START.
           IF NOT WS-EOF-BOM-MASTER
               PERFORM 1510-READ-BOM-MASTER THRU 1510-EXIT
           END-IF.
           PERFORM 1520-RELEASE-BOM-LINE THRU 1520-EXIT
               UNTIL WS-EOF-BOM-MASTER.
       1500-EXIT.
           EXIT.

       1510-READ-BOM-MASTER.
           READ BOM-MASTER NEXT RECORD
               AT END
                   SET WS-EOF-BOM-MASTER TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

       1520-RELEASE-BOM-LINE.
           RELEASE SORT-WORK-RECORD FROM BOM-MASTER-COPYBOOK-RECORD.
           PERFORM 1510-READ-BOM-MASTER THRU 1510-EXIT.
       1520-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESS-BOM-TRAN -- EDIT THE ITEM NUMBERS COMMON TO      *
      * EVERY ACTION, THEN DISPATCH ON THE ACTION CODE.               *
      *****************************************************************
       2000-PROCESS-BOM-TRAN.
           SET WS-REQUEST-VALID TO TRUE.
           MOVE SPACES TO WS-LL-DESCRIPTION.
           PERFORM 2050-EDIT-ITEM-NUMBERS THRU 2050-EXIT.
           IF WS-REQUEST-VALID
               EVALUATE TRUE
                   WHEN BT-ADD-LINE
                       PERFORM 3000-ADD-LINE THRU 3000-EXIT
                   WHEN BT-CHANGE-LINE
                       PERFORM 3100-CHANGE-LINE THRU 3100-EXIT
                   WHEN BT-DELETE-LINE
                       PERFORM 3200-DELETE-LINE THRU 3200-EXIT
                   WHEN OTHER
                       MOVE 'INVALID ACTION CODE' TO WS-LL-RESULT
                       ADD 1 TO WS-REJECT-COUNT
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           PERFORM 3900-WRITE-LOG-LINE THRU 3900-EXIT.
           PERFORM 1200-READ-BOM-TRAN THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2050-EDIT-ITEM-NUMBERS -- BOTH ITEM NUMBERS MUST BE NUMERIC   *
      * AND NOT ZERO, AND A KIT MAY NOT BE A COMPONENT OF ITSELF.     *
      *****************************************************************
       2050-EDIT-ITEM-NUMBERS.
           IF BT-KIT-ITEM-NUMBER IS NOT NUMERIC
             OR BT-KIT-ITEM-NUMBER = ZERO
               SET WS-REQUEST-INVALID TO TRUE
               MOVE 'REJECT-BAD KIT #' TO WS-LL-RESULT
           ELSE
               IF BT-COMPONENT-ITEM IS NOT NUMERIC
                 OR BT-COMPONENT-ITEM = ZERO
                   SET WS-REQUEST-INVALID TO TRUE
                   MOVE 'REJECT-BAD COMPONENT #' TO WS-LL-RESULT
               ELSE
                   IF BT-COMPONENT-ITEM = BT-KIT-ITEM-NUMBER
                       SET WS-REQUEST-INVALID TO TRUE
                       MOVE 'REJECT-KIT IN ITSELF' TO WS-LL-RESULT
                   END-IF
               END-IF
           END-IF.
       2050-EXIT.
           EXIT.

      *****************************************************************
      * 2100-FIND-LINE -- READ THE BOM LINE FOR THE REQUEST'S KIT AND *
      * COMPONENT.                                                    *
      *****************************************************************
       2100-FIND-LINE.
           MOVE BT-KIT-ITEM-NUMBER TO BM-KIT-ITEM-NUMBER.
           MOVE BT-COMPONENT-ITEM TO BM-COMPONENT-ITEM.
           READ BOM-MASTER
               INVALID KEY
                   SET WS-LINE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-LINE-FOUND TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-FIND-ITEM -- READ THE INVENTORY MASTER FOR THE ITEM IN   *
      * WS-LOOKUP-ITEM.                                               *
      *****************************************************************
       2200-FIND-ITEM.
           MOVE WS-LOOKUP-ITEM TO IM-ITEM-NUMBER.
           READ INVENTORY-MASTER
               INVALID KEY
                   SET WS-ITEM-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-ITEM-FOUND TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-EDIT-QUANTITY-PER -- THE QUANTITY PER KIT MUST BE        *
      * NUMERIC AND GREATER THAN ZERO.                                *
      *****************************************************************
       2300-EDIT-QUANTITY-PER.
           IF BT-QUANTITY-PER IS NOT NUMERIC
             OR BT-QUANTITY-PER = ZERO
               SET WS-REQUEST-INVALID TO TRUE
               MOVE 'REJECT-BAD QTY PER KIT' TO WS-LL-RESULT
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 3000-ADD-LINE -- ADD A COMPONENT LINE TO A KIT'S BILL.  THE   *
      * KIT MUST BE ON THE MASTER, NOT DISCONTINUED AND NOT UNDER LOT *
      * CONTROL; THE COMPONENT MUST BE ON THE MASTER; THE LINE MUST   *
      * NOT ALREADY EXIST; AND THE COMPONENT MAY NOT HAVE THIS KIT ON *
      * ITS OWN BILL, WHICH WOULD MAKE EACH A COMPONENT OF THE OTHER. *
      *****************************************************************
       3000-ADD-LINE.
           PERFORM 2300-EDIT-QUANTITY-PER THRU 2300-EXIT.
           IF WS-REQUEST-VALID
               PERFORM 3010-CHECK-KIT-ITEM THRU 3010-EXIT
           END-IF.
           IF WS-REQUEST-VALID
               PERFORM 3020-CHECK-COMPONENT-ITEM THRU 3020-EXIT
           END-IF.
           IF WS-REQUEST-VALID
               PERFORM 3030-CHECK-CIRCULAR THRU 3030-EXIT
           END-IF.
           IF WS-REQUEST-VALID
               PERFORM 2100-FIND-LINE THRU 2100-EXIT
               IF WS-LINE-FOUND
                   SET WS-REQUEST-INVALID TO TRUE
                   MOVE 'REJECT-LINE EXISTS' TO WS-LL-RESULT
                   MOVE BM-QUANTITY-PER TO WS-LL-QUANTITY-PER
               END-IF
           END-IF.
           IF WS-REQUEST-VALID
               PERFORM 3050-BUILD-NEW-LINE THRU 3050-EXIT
               WRITE BOM-MASTER-COPYBOOK-RECORD
                   INVALID KEY
                       MOVE 'REJECT-WRITE ERROR' TO WS-LL-RESULT
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       MOVE BM-QUANTITY-PER TO WS-LL-QUANTITY-PER
                       MOVE 'ADDED' TO WS-LL-RESULT
                       ADD 1 TO WS-ADD-COUNT
               END-WRITE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
       3000-EXIT.
           EXIT.

       3010-CHECK-KIT-ITEM.
           MOVE BT-KIT-ITEM-NUMBER TO WS-LOOKUP-ITEM.
           PERFORM 2200-FIND-ITEM THRU 2200-EXIT.
           IF WS-ITEM-NOT-FOUND
               SET WS-REQUEST-INVALID TO TRUE
               MOVE 'REJECT-KIT NOT ON MASTER' TO WS-LL-RESULT
           ELSE
               IF IM-DISCONTINUED
                   SET WS-REQUEST-INVALID TO TRUE
                   MOVE 'REJECT-KIT DISCONTINUED' TO WS-LL-RESULT
               ELSE
                   IF IM-LOT-CONTROLLED
                       SET WS-REQUEST-INVALID TO TRUE
                       MOVE 'REJECT-KIT LOT-CONTROL' TO WS-LL-RESULT
                   END-IF
               END-IF
           END-IF.
       3010-EXIT.
           EXIT.

       3020-CHECK-COMPONENT-ITEM.
           MOVE BT-COMPONENT-ITEM TO WS-LOOKUP-ITEM.
           PERFORM 2200-FIND-ITEM THRU 2200-EXIT.
           IF WS-ITEM-NOT-FOUND
               SET WS-REQUEST-INVALID TO TRUE
               MOVE 'REJECT-COMP NOT ON MASTER' TO WS-LL-RESULT
           ELSE
               MOVE IM-ITEM-DESCRIPTION TO WS-LL-DESCRIPTION
           END-IF.
       3020-EXIT.
           EXIT.

       3030-CHECK-CIRCULAR.
           MOVE BT-COMPONENT-ITEM TO BM-KIT-ITEM-NUMBER.
           MOVE BT-KIT-ITEM-NUMBER TO BM-COMPONENT-ITEM.
           READ BOM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-REQUEST-INVALID TO TRUE
                   MOVE 'REJECT-CIRCULAR BILL' TO WS-LL-RESULT
           END-READ.
       3030-EXIT.
           EXIT.

       3050-BUILD-NEW-LINE.
           MOVE SPACES TO BOM-MASTER-COPYBOOK-RECORD.
           MOVE BT-KIT-ITEM-NUMBER TO BM-KIT-ITEM-NUMBER.
           MOVE BT-COMPONENT-ITEM TO BM-COMPONENT-ITEM.
           MOVE BT-QUANTITY-PER TO BM-QUANTITY-PER.
           MOVE WS-RUN-DATE TO BM-DATE-ADDED.
           MOVE WS-RUN-DATE TO BM-DATE-CHANGED.
       3050-EXIT.
           EXIT.

      *****************************************************************
      * 3100-CHANGE-LINE -- CORRECT THE QUANTITY PER KIT ON AN        *
      * EXISTING LINE.  REJECTED IF THE LINE IS NOT ON BOMMAST.DAT OR *
      * THE NEW QUANTITY IS NOT GREATER THAN ZERO.                    *
      *****************************************************************
       3100-CHANGE-LINE.
           MOVE BT-COMPONENT-ITEM TO WS-LOOKUP-ITEM.
           PERFORM 2200-FIND-ITEM THRU 2200-EXIT.
           IF WS-ITEM-FOUND
               MOVE IM-ITEM-DESCRIPTION TO WS-LL-DESCRIPTION
           END-IF.
           PERFORM 2300-EDIT-QUANTITY-PER THRU 2300-EXIT.
           IF WS-REQUEST-VALID
               PERFORM 2100-FIND-LINE THRU 2100-EXIT
               IF WS-LINE-NOT-FOUND
                   SET WS-REQUEST-INVALID TO TRUE
                   MOVE 'REJECT-NOT FOUND' TO WS-LL-RESULT
               END-IF
           END-IF.
           IF WS-REQUEST-VALID
               MOVE BT-QUANTITY-PER TO BM-QUANTITY-PER
               MOVE WS-RUN-DATE TO BM-DATE-CHANGED
               REWRITE BOM-MASTER-COPYBOOK-RECORD
                   INVALID KEY
                       MOVE 'REJECT-REWRITE ERROR' TO WS-LL-RESULT
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       MOVE 'CHANGED' TO WS-LL-RESULT
                       ADD 1 TO WS-CHANGE-COUNT
               END-REWRITE
               MOVE BM-QUANTITY-PER TO WS-LL-QUANTITY-PER
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3200-DELETE-LINE -- REMOVE A COMPONENT LINE FROM A KIT'S      *
      * BILL.  REJECTED IF THE LINE IS NOT ON BOMMAST.DAT.            *
      *****************************************************************
       3200-DELETE-LINE.
           MOVE BT-COMPONENT-ITEM TO WS-LOOKUP-ITEM.
           PERFORM 2200-FIND-ITEM THRU 2200-EXIT.
           IF WS-ITEM-FOUND
               MOVE IM-ITEM-DESCRIPTION TO WS-LL-DESCRIPTION
           END-IF.
           PERFORM 2100-FIND-LINE THRU 2100-EXIT.
           IF WS-LINE-FOUND
               MOVE BM-QUANTITY-PER TO WS-LL-QUANTITY-PER
               DELETE BOM-MASTER RECORD
                   INVALID KEY
                       MOVE 'REJECT-DELETE ERROR' TO WS-LL-RESULT
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       MOVE 'DELETED' TO WS-LL-RESULT
                       ADD 1 TO WS-DELETE-COUNT
               END-DELETE
           ELSE
               MOVE 'REJECT-NOT FOUND' TO WS-LL-RESULT
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
       3200-EXIT.
           EXIT.

       3900-WRITE-LOG-LINE.
           MOVE BT-KIT-ITEM-NUMBER TO WS-LL-KIT-ITEM.
           MOVE BT-COMPONENT-ITEM TO WS-LL-COMPONENT-ITEM.
           MOVE BT-ACTION-CODE TO WS-LL-ACTION.
           MOVE SPACES TO BOM-LOG-RECORD.
           MOVE ' ' TO BL-CARRIAGE-CONTROL.
           MOVE WS-LOG-LINE TO BL-REPORT-TEXT.
           WRITE BOM-LOG-RECORD.
           MOVE SPACES TO WS-LOG-LINE.
       3900-EXIT.
           EXIT.

      *****************************************************************
      * 4000-LIST-WHERE-USED -- PRINT ONE SORTED BOM LINE.  THE       *
      * COMPONENT NUMBER AND DESCRIPTION PRINT ON THE FIRST LINE OF   *
      * EACH COMPONENT'S GROUP ONLY, WITH A BLANK LINE BETWEEN        *
      * GROUPS; EVERY LINE SHOWS THE KIT, ITS DESCRIPTION, AND THE    *
      * QUANTITY OF THE COMPONENT THAT GOES INTO ONE KIT.             *
      *****************************************************************
       4000-LIST-WHERE-USED.
           MOVE SPACES TO WS-WHERE-USED-LINE.
           IF WS-FIRST-COMPONENT
             OR SB-COMPONENT-ITEM NOT = WS-CURRENT-COMPONENT
               PERFORM 4100-START-COMPONENT THRU 4100-EXIT
           END-IF.
           MOVE SB-KIT-ITEM-NUMBER TO WS-LOOKUP-ITEM.
           PERFORM 2200-FIND-ITEM THRU 2200-EXIT.
           IF WS-ITEM-FOUND
               MOVE IM-ITEM-DESCRIPTION TO WS-WU-KIT-DESC
           ELSE
               MOVE 'NOT ON INVENTORY MASTER' TO WS-WU-KIT-DESC
           END-IF.
           MOVE SB-KIT-ITEM-NUMBER TO WS-WU-KIT-ITEM.
           MOVE SB-QUANTITY-PER TO WS-WU-QUANTITY-PER.
           MOVE SB-DATE-ADDED TO WS-WU-DATE-ADDED.
           MOVE SPACES TO WHERE-USED-RECORD.
           MOVE ' ' TO WU-CARRIAGE-CONTROL.
           MOVE WS-WHERE-USED-LINE TO WU-REPORT-TEXT.
           WRITE WHERE-USED-RECORD.
           ADD 1 TO WS-WHERE-USED-COUNT.
           PERFORM 1400-READ-SORTED-BOM THRU 1400-EXIT.
       4000-EXIT.
           EXIT.

       4100-START-COMPONENT.
           IF NOT WS-FIRST-COMPONENT
               MOVE SPACES TO WHERE-USED-RECORD
               MOVE ' ' TO WU-CARRIAGE-CONTROL
               WRITE WHERE-USED-RECORD
           END-IF.
           MOVE 'N' TO WS-FIRST-COMPONENT-SW.
           MOVE SB-COMPONENT-ITEM TO WS-CURRENT-COMPONENT.
           ADD 1 TO WS-COMPONENT-COUNT.
           MOVE SB-COMPONENT-ITEM TO WS-WU-COMPONENT-ITEM.
           MOVE SB-COMPONENT-ITEM TO WS-LOOKUP-ITEM.
           PERFORM 2200-FIND-ITEM THRU 2200-EXIT.
           IF WS-ITEM-FOUND
               MOVE IM-ITEM-DESCRIPTION TO WS-WU-COMPONENT-DESC
           ELSE
               MOVE 'NOT ON INVENTORY MASTER' TO WS-WU-COMPONENT-DESC
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 8000-TERMINATE -- PRINT RUN TOTALS ON BOTH REPORTS AND CLOSE  *
      * FILES.                                                        *
      *****************************************************************
       8000-TERMINATE.
           MOVE SPACES TO BOM-LOG-RECORD.
           MOVE '1' TO BL-CARRIAGE-CONTROL.
           WRITE BOM-LOG-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'BOM LINES ADDED               ' TO WS-SL-CAPTION.
           MOVE WS-ADD-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-LOG-SUMMARY THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'BOM LINES CHANGED             ' TO WS-SL-CAPTION.
           MOVE WS-CHANGE-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-LOG-SUMMARY THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'BOM LINES DELETED             ' TO WS-SL-CAPTION.
           MOVE WS-DELETE-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-LOG-SUMMARY THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'REQUESTS REJECTED             ' TO WS-SL-CAPTION.
           MOVE WS-REJECT-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-LOG-SUMMARY THRU 8100-EXIT.

           MOVE SPACES TO WHERE-USED-RECORD.
           MOVE '1' TO WU-CARRIAGE-CONTROL.
           WRITE WHERE-USED-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'COMPONENTS LISTED             ' TO WS-SL-CAPTION.
           MOVE WS-COMPONENT-COUNT TO WS-SL-COUNT.
           PERFORM 8200-WRITE-WU-SUMMARY THRU 8200-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'BOM LINES LISTED              ' TO WS-SL-CAPTION.
           MOVE WS-WHERE-USED-COUNT TO WS-SL-COUNT.
           PERFORM 8200-WRITE-WU-SUMMARY THRU 8200-EXIT.

           CLOSE BOM-TRAN-FILE
                 BOM-MASTER
                 INVENTORY-MASTER
                 SORTED-BOM-FILE
                 BOM-LOG-RPT
                 WHERE-USED-RPT.
       8000-EXIT.
           EXIT.

       8100-WRITE-LOG-SUMMARY.
           MOVE SPACES TO BOM-LOG-RECORD.
           MOVE ' ' TO BL-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO BL-REPORT-TEXT.
           WRITE BOM-LOG-RECORD.
       8100-EXIT.
           EXIT.

       8200-WRITE-WU-SUMMARY.
           MOVE SPACES TO WHERE-USED-RECORD.
           MOVE ' ' TO WU-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO WU-REPORT-TEXT.
           WRITE WHERE-USED-RECORD.
       8200-EXIT.
           EXIT.
