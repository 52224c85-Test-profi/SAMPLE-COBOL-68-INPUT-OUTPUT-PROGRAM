       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVATS.
       AUTHOR. J. HALVORSEN.
       INSTALLATION. DISTRIBUTION CENTER DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      * 2026-10-15  JH  INITIAL VERSION.  NIGHTLY AVAILABLE-TO-SELL   *
      *                 EXTRACT FOR THE ORDER-ENTRY SYSTEM, RUN AT    *
      *                 THE END OF THE STREAM AFTER INVBREL.  WRITES  *
      *                 ONE RECORD PER ITEM PER LOCATION ON           *
      *                 LOCBAL.DAT WITH THE ON-HAND, ALLOCATED, AND   *
      *                 AVAILABLE QUANTITY, THE ITEM'S OPEN           *
      *                 BACKORDER QUANTITY FROM BACKORD.DAT, ITS      *
      *                 DUE-IN QUANTITY AND OLDEST OPEN ORDER DATE    *
      *                 FROM OPENPO.DAT, AND ITS STATUS, SO CUSTOMER  *
      *                 SERVICE AND THE WEB STOREFRONT QUOTE STOCK    *
      *                 FROM THE SAME FIGURES THE NIGHTLY RUN LEFT ON *
      *                 THE BOOKS.  ITEMS ON HOLD OR DISCONTINUED ARE *
      *                 MARKED NOT FOR SALE.  A CONTROL CARD CHOOSES  *
      *                 A FULL REFRESH OR A CHANGE-ONLY FILE AGAINST  *
      *                 A KEPT COPY OF THE LAST EXTRACT.  START AND   *
      *                 END RECORDS GO TO THE RUN LOG FOR INVOPSB.    *
      * 2026-10-15  JH  WAITS FOR INVALOC'S COMPLETE END RECORD FOR   *
      *                 THE DAY INSTEAD OF INVBREL'S, SINCE THE       *
      *                 ALLOCATED QUANTITIES IT SENDS ARE ONLY SET BY *
      *                 INVALOC.  THE RUN LOG START RECORD IS WRITTEN *
      *                 ONLY ONCE EVERY FILE HAS OPENED, SO A FAILED  *
      *                 OPEN NO LONGER LEAVES A START WITH NO END.    *
      *****************************************************************
      *
      *    THIS PROGRAM BROWSES INVMAST.DAT FROM BEGINNING TO END.
      *    FOR EACH ITEM IT TOTALS THE OPEN BACKORDERS (BACKORD.DAT,
      *    SORTED BY ITEM AND MATCHED AGAINST THE MASTER) AND THE
      *    DUE-IN QUANTITY ON PENDING AND OPEN PURCHASE ORDERS, THEN
      *    BUILDS A RECORD FOR EACH OF THE ITEM'S LOCATION BALANCES.
      *    AN ITEM WITH NO LOCATION RECORDS IS SENT AT THE MAIN
      *    WAREHOUSE WITH THE MASTER ON-HAND QUANTITY.  SEE ATSEXTC
      *    FOR WHAT EACH FIGURE MEANS.  A MISSING LOCBAL.DAT,
      *    OPENPO.DAT, OR BACKORD.DAT IS TAKEN AS NO RECORDS.
      *
      *    EVERY RECORD BUILT IS WRITTEN TO THE KEPT COPY (DD ATSKEEP)
      *    WHATEVER THE MODE.  THE CONTROL CARD (DD ATSCTL) CARRIES
      *    'F' (FULL REFRESH, ALSO THE DEFAULT WHEN THE CARD IS
      *    MISSING OR BLANK) OR 'C' (CHANGE ONLY) IN COLUMN 1.  ON A
      *    FULL REFRESH THE INTERFACE FILE (DD ATSEXT) IS THE SAME AS
      *    THE KEPT COPY.  ON A CHANGE-ONLY RUN THE NEW RECORDS ARE
      *    MATCHED AGAINST THE PRIOR NIGHT'S KEPT COPY (DD ATSPRV) AND
      *    ONLY A NEW ITEM/LOCATION, ONE WHOSE FIGURES MOVED, OR ONE
      *    NO LONGER ON FILE IS SENT.  WITH NO PRIOR KEPT COPY ON
      *    FILE, A CHANGE-ONLY RUN SENDS A FULL REFRESH INSTEAD.
      *
      *    TONIGHT'S ATSKEEP IS CATALOGED AS TOMORROW'S ATSPRV ONLY
      *    ONCE ORDER ENTRY HAS LOADED TONIGHT'S ATSEXT.  IF A FILE IS
      *    NOT LOADED, THE NEXT RUN MUST BE A FULL REFRESH, OR THE
      *    CHANGES IN THE MISSED FILE ARE NEVER SENT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO ATSCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-CARD-STATUS.
           SELECT INVENTORY-MASTER ASSIGN TO INVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-ITEM-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT LOCATION-BALANCE ASSIGN TO LOCBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-BALANCE-KEY
               FILE STATUS IS WS-LOCBAL-FILE-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO OPENPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-PO-KEY
               FILE STATUS IS WS-OPENPO-FILE-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO BACKORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKORDER-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
           SELECT SORTED-BACKORDER-FILE ASSIGN TO SRTBORD
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRIOR-EXTRACT-FILE ASSIGN TO ATSPRV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-FILE-STATUS.
           SELECT ATS-EXTRACT-FILE ASSIGN TO ATSEXT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ATS-KEEP-FILE ASSIGN TO ATSKEEP
               ORGANIZATION IS SEQUENTIAL.
           SELECT ATS-CONTROL-RPT ASSIGN TO ATSRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05  CC-EXTRACT-MODE         PIC X(1).
           05  FILLER                  PIC X(79).

       FD  INVENTORY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY INVMASTC.

       FD  LOCATION-BALANCE
           LABEL RECORDS ARE STANDARD.
           COPY LOCBALC.

       FD  OPEN-PO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPENPOC.

       FD  BACKORDER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY BACKORDC.

       SD  SORT-WORK-FILE.
           COPY BACKORDC REPLACING
               ==BACKORDER-COPYBOOK-RECORD== BY ==SORT-WORK-RECORD==
               ==BO-ITEM-NUMBER==          BY ==SW-ITEM-NUMBER==
               ==BO-QUANTITY-SHORT==       BY ==SW-QUANTITY-SHORT==
               ==BO-TRANS-DATE==           BY ==SW-TRANS-DATE==
               ==BO-LOCATION-CODE==        BY ==SW-LOCATION-CODE==
               ==BO-ORDER-NUMBER==         BY ==SW-ORDER-NUMBER==
               ==BO-ORDER-LINE==           BY ==SW-ORDER-LINE==.

       FD  SORTED-BACKORDER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY BACKORDC REPLACING
               ==BACKORDER-COPYBOOK-RECORD==
                   BY ==SORTED-BACKORDER-RECORD==
               ==BO-ITEM-NUMBER==          BY ==SB-ITEM-NUMBER==
               ==BO-QUANTITY-SHORT==       BY ==SB-QUANTITY-SHORT==
               ==BO-TRANS-DATE==           BY ==SB-TRANS-DATE==
               ==BO-LOCATION-CODE==        BY ==SB-LOCATION-CODE==
               ==BO-ORDER-NUMBER==         BY ==SB-ORDER-NUMBER==
               ==BO-ORDER-LINE==           BY ==SB-ORDER-LINE==.

       FD  PRIOR-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ATSEXTC REPLACING
               ==AVAILABLE-TO-SELL-COPYBOOK-RECORD==
                                           BY ==PRIOR-EXTRACT-RECORD==
               ==AT-EXTRACT-KEY==          BY ==AP-EXTRACT-KEY==
               ==AT-ITEM-NUMBER==          BY ==AP-ITEM-NUMBER==
               ==AT-LOCATION-CODE==        BY ==AP-LOCATION-CODE==
               ==AT-RECORD-ACTION==        BY ==AP-RECORD-ACTION==
               ==AT-FULL-REFRESH==         BY ==AP-FULL-REFRESH==
               ==AT-NEW-RECORD==           BY ==AP-NEW-RECORD==
               ==AT-CHANGED-RECORD==       BY ==AP-CHANGED-RECORD==
               ==AT-DELETED-RECORD==       BY ==AP-DELETED-RECORD==
               ==AT-EXTRACT-DATE==         BY ==AP-EXTRACT-DATE==
               ==AT-FIGURES==              BY ==AP-FIGURES==
               ==AT-SALE-FLAG==            BY ==AP-SALE-FLAG==
               ==AT-FOR-SALE==             BY ==AP-FOR-SALE==
               ==AT-NOT-FOR-SALE==         BY ==AP-NOT-FOR-SALE==
               ==AT-ITEM-STATUS==          BY ==AP-ITEM-STATUS==
               ==AT-ON-HAND-QTY==          BY ==AP-ON-HAND-QTY==
               ==AT-ALLOCATED-QTY==        BY ==AP-ALLOCATED-QTY==
               ==AT-AVAILABLE-QTY==        BY ==AP-AVAILABLE-QTY==
               ==AT-BACKORDER-QTY==        BY ==AP-BACKORDER-QTY==
               ==AT-DUE-IN-QTY==           BY ==AP-DUE-IN-QTY==
               ==AT-EARLIEST-PO-DATE==     BY ==AP-EARLIEST-PO-DATE==.

       FD  ATS-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ATSEXTC.

       FD  ATS-KEEP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ATS-KEEP-RECORD             PIC X(80).

       FD  ATS-CONTROL-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ATS-CONTROL-RPT-RECORD.
           05  AR-CARRIAGE-CONTROL     PIC X(1).
           05  AR-REPORT-TEXT          PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOGC.

       WORKING-STORAGE SECTION.
       77  WS-CONTROL-CARD-STATUS  PIC X(2)   VALUE SPACES.
       77  WS-MASTER-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-LOCBAL-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-OPENPO-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-BACKORDER-FILE-STATUS PIC X(2)  VALUE SPACES.
       77  WS-PRIOR-FILE-STATUS    PIC X(2)   VALUE SPACES.
       77  WS-RUN-LOG-STATUS       PIC X(2)   VALUE SPACES.
       77  WS-EOF-RUNLOG-SW        PIC X(1)   VALUE 'N'.
           88  WS-EOF-RUNLOG                  VALUE 'Y'.
       77  WS-PRED-COMPLETE-SW     PIC X(1)   VALUE 'N'.
           88  WS-PRED-COMPLETE               VALUE 'Y'.
       77  WS-EOF-MASTER-SW        PIC X(1)   VALUE 'N'.
           88  WS-EOF-MASTER                  VALUE 'Y'.
       77  WS-EOF-BACKORDER-SW     PIC X(1)   VALUE 'N'.
           88  WS-EOF-BACKORDER               VALUE 'Y'.
       77  WS-EOF-PRIOR-SW         PIC X(1)   VALUE 'N'.
           88  WS-EOF-PRIOR                   VALUE 'Y'.
       77  WS-LOCBAL-PRESENT-SW    PIC X(1)   VALUE 'N'.
           88  WS-LOCBAL-PRESENT              VALUE 'Y'.
       77  WS-OPENPO-PRESENT-SW    PIC X(1)   VALUE 'N'.
           88  WS-OPENPO-PRESENT              VALUE 'Y'.
       77  WS-LOC-SCAN-DONE-SW     PIC X(1)   VALUE 'N'.
           88  WS-LOC-SCAN-DONE               VALUE 'Y'.
       77  WS-PO-SCAN-DONE-SW      PIC X(1)   VALUE 'N'.
           88  WS-PO-SCAN-DONE                VALUE 'Y'.
       77  WS-EXTRACT-MODE-SW      PIC X(1)   VALUE 'F'.
           88  WS-FULL-REFRESH                VALUE 'F'.
           88  WS-CHANGE-ONLY                 VALUE 'C'.
       77  WS-NO-PRIOR-SW          PIC X(1)   VALUE 'N'.
           88  WS-NO-PRIOR                    VALUE 'Y'.

       77  WS-ITEMS-READ-COUNT     PIC 9(7)   VALUE ZERO.
       77  WS-FOR-SALE-COUNT       PIC 9(7)   VALUE ZERO.
       77  WS-NOT-FOR-SALE-COUNT   PIC 9(7)   VALUE ZERO.
       77  WS-LOCATION-REC-COUNT   PIC 9(7)   VALUE ZERO.
       77  WS-RECORDS-SENT-COUNT   PIC 9(7)   VALUE ZERO.
       77  WS-NEW-RECORD-COUNT     PIC 9(7)   VALUE ZERO.
       77  WS-CHANGED-RECORD-COUNT PIC 9(7)   VALUE ZERO.
       77  WS-DELETED-RECORD-COUNT PIC 9(7)   VALUE ZERO.
       77  WS-UNCHANGED-COUNT      PIC 9(7)   VALUE ZERO.
       77  WS-LOC-RECS-THIS-ITEM   PIC 9(5)   VALUE ZERO.

       77  WS-BO-NEXT-ITEM         PIC 9(7)   VALUE ZERO.
       77  WS-BACKORDER-QTY        PIC 9(9)   VALUE ZERO.
       77  WS-DUE-IN-QTY           PIC 9(9)   VALUE ZERO.
       77  WS-PO-OPEN-QTY          PIC 9(7)   VALUE ZERO.
       77  WS-EARLIEST-PO-DATE     PIC X(10)  VALUE SPACES.
       77  WS-ITEM-SALE-FLAG       PIC X(1)   VALUE SPACES.
       77  WS-ITEM-STATUS          PIC X(1)   VALUE SPACES.
       77  WS-LOC-ON-HAND          PIC 9(7)   VALUE ZERO.
       77  WS-LOC-ALLOCATED        PIC 9(7)   VALUE ZERO.
       77  WS-PRIOR-KEY            PIC X(9)   VALUE SPACES.

       01  WS-CURRENT-KEY.
           05  WS-CK-ITEM-NUMBER       PIC 9(6).
           05  WS-CK-LOCATION-CODE     PIC X(3).

      *****************************************************************
      * THE FIGURES FOR THE RECORD BEING BUILT.  SAME LAYOUT AS       *
      * AT-FIGURES IN ATSEXTC, SO THE TWO COMPARE AND MOVE AS A WHOLE.*
      *****************************************************************
       01  WS-ATS-FIGURES.
           05  WS-AF-SALE-FLAG         PIC X(1).
               88  WS-AF-NOT-FOR-SALE             VALUE 'N'.
           05  WS-AF-ITEM-STATUS       PIC X(1).
           05  WS-AF-ON-HAND-QTY       PIC 9(7).
           05  WS-AF-ALLOCATED-QTY     PIC 9(7).
           05  WS-AF-AVAILABLE-QTY     PIC 9(7).
           05  WS-AF-BACKORDER-QTY     PIC 9(7).
           05  WS-AF-DUE-IN-QTY        PIC 9(7).
           05  WS-AF-EARLIEST-PO-DATE  PIC X(10).

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

       01  WS-HEADING-1.
           05  FILLER                  PIC X(30)
               VALUE 'AVAILABLE-TO-SELL EXTRACT -- C'.
           05  FILLER                  PIC X(14)
               VALUE 'ONTROL TOTALS '.
           05  FILLER                  PIC X(12)
               VALUE '  RUN DATE: '.
           05  WS-H1-RUN-DATE          PIC X(10).
           05  FILLER                  PIC X(66)  VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(14)
               VALUE 'EXTRACT MODE: '.
           05  WS-H2-MODE              PIC X(50).
           05  FILLER                  PIC X(68)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION           PIC X(30).
           05  WS-SL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91)  VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- CONTROLS THE OVERALL EXTRACT RUN.            *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ITEM-NUMBER
               INPUT PROCEDURE IS 1500-RELEASE-BACKORDERS
                   THRU 1500-EXIT
               GIVING SORTED-BACKORDER-FILE.
           PERFORM 1300-OPEN-SORTED THRU 1300-EXIT.
           PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
               UNTIL WS-EOF-MASTER.
           IF WS-CHANGE-ONLY
               PERFORM 3600-SEND-DELETE THRU 3600-EXIT
                   UNTIL WS-EOF-PRIOR
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE -- TAKE THE MODE FROM THE CONTROL CARD, CHECK *
      * THE PREDECESSOR, OPEN FILES, LOG THE RUN START ONCE THE INPUT *
      * FILES HAVE OPENED, PRINT HEADINGS, PRIME THE READ.            *
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1150-BUILD-RUN-DATE THRU 1150-EXIT.
           PERFORM 1020-READ-CONTROL-CARD THRU 1020-EXIT.
           PERFORM 1700-CHECK-PREDECESSOR THRU 1700-EXIT.
           OPEN INPUT INVENTORY-MASTER.
           PERFORM 1050-VERIFY-MASTER-OPEN THRU 1050-EXIT.
           PERFORM 1060-OPEN-OPTIONAL-FILES THRU 1060-EXIT.
           IF WS-CHANGE-ONLY
               PERFORM 1080-OPEN-PRIOR-EXTRACT THRU 1080-EXIT
           END-IF.
           PERFORM 1750-LOG-RUN-START THRU 1750-EXIT.
           OPEN OUTPUT ATS-EXTRACT-FILE.
           OPEN OUTPUT ATS-KEEP-FILE.
           OPEN OUTPUT ATS-CONTROL-RPT.
           PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
           PERFORM 1200-READ-MASTER THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1020-READ-CONTROL-CARD -- 'F' IN COLUMN 1 ASKS FOR A FULL     *
      * REFRESH AND 'C' FOR A CHANGE-ONLY FILE.  A MISSING OR BLANK   *
      * CARD TAKES A FULL REFRESH; ANYTHING ELSE STOPS THE RUN BEFORE *
      * A FILE IS WRITTEN.                                            *
      *****************************************************************
       1020-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CONTROL-CARD-STATUS = '00'
               READ CONTROL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-EXTRACT-MODE = 'F' OR 'C'
                           MOVE CC-EXTRACT-MODE TO WS-EXTRACT-MODE-SW
                       ELSE
                           IF CC-EXTRACT-MODE NOT = SPACE
                               DISPLAY 'INVATS: EXTRACT MODE '
                                   CC-EXTRACT-MODE ' IS NOT F OR C'
                               DISPLAY 'INVATS: CORRECT THE CONTROL '
                                   'CARD AND RESUBMIT'
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.
       1020-EXIT.
           EXIT.

      *****************************************************************
      * 1050-VERIFY-MASTER-OPEN -- CONFIRM INVMAST.DAT OPENED         *
      * SUCCESSFULLY.  IF NOT, THERE IS NOTHING TO EXTRACT, SO STOP   *
      * RATHER THAN SEND ORDER ENTRY AN EMPTY FILE.                   *
      *****************************************************************
       1050-VERIFY-MASTER-OPEN.
           IF NOT WS-MASTER-FILE-STATUS = '00'
               DISPLAY 'INVATS: INVENTORY-MASTER OPEN FAILED, '
                   'FILE STATUS = ' WS-MASTER-FILE-STATUS
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * 1060-OPEN-OPTIONAL-FILES -- OPEN LOCBAL.DAT AND OPENPO.DAT.   *
      * A FILE NOT ON FILE YET IS TAKEN AS HAVING NO RECORDS: EVERY   *
      * ITEM IS THEN SENT AT THE MAIN WAREHOUSE, OR WITH NOTHING DUE  *
      * IN.                                                           *
      *****************************************************************
       1060-OPEN-OPTIONAL-FILES.
           OPEN INPUT LOCATION-BALANCE.
           IF WS-LOCBAL-FILE-STATUS = '00'
               SET WS-LOCBAL-PRESENT TO TRUE
           END-IF.
           OPEN INPUT OPEN-PO-FILE.
           IF WS-OPENPO-FILE-STATUS = '00'
               SET WS-OPENPO-PRESENT TO TRUE
           END-IF.
       1060-EXIT.
           EXIT.

      *****************************************************************
      * 1080-OPEN-PRIOR-EXTRACT -- OPEN THE PRIOR NIGHT'S KEPT COPY   *
      * FOR A CHANGE-ONLY RUN AND PRIME THE READ.  WITH NO KEPT COPY  *
      * THERE IS NOTHING TO COMPARE AGAINST, SO A FULL REFRESH IS     *
      * SENT INSTEAD AND THE CONTROL REPORT SAYS SO.                  *
      *****************************************************************
       1080-OPEN-PRIOR-EXTRACT.
           OPEN INPUT PRIOR-EXTRACT-FILE.
           IF WS-PRIOR-FILE-STATUS = '00'
               PERFORM 3700-READ-PRIOR THRU 3700-EXIT
           ELSE
               DISPLAY 'INVATS: NO PRIOR EXTRACT ON FILE, '
                   'FILE STATUS = ' WS-PRIOR-FILE-STATUS
               DISPLAY 'INVATS: A FULL REFRESH IS BEING SENT INSTEAD'
               SET WS-NO-PRIOR TO TRUE
               SET WS-FULL-REFRESH TO TRUE
           END-IF.
       1080-EXIT.
           EXIT.

      *****************************************************************
      * 1150-BUILD-RUN-DATE -- GET TODAY'S DATE FROM THE SYSTEM AND   *
      * FORMAT IT AS YYYY-MM-DD FOR THE EXTRACT AND RUN LOG RECORDS.  *
      *****************************************************************
       1150-BUILD-RUN-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CD-YEAR  TO WS-RD-YEAR.
           MOVE WS-CD-MONTH TO WS-RD-MONTH.
           MOVE WS-CD-DAY   TO WS-RD-DAY.
       1150-EXIT.
           EXIT.

      *****************************************************************
      * 1700-CHECK-PREDECESSOR -- REFUSE TO START UNTIL INVALOC HAS   *
      * LOGGED A COMPLETE END RECORD FOR TODAY ON THE SHARED RUN LOG, *
      * SO ORDER ENTRY IS SENT BALANCES AFTER TODAY'S RELEASES AND    *
      * ALLOCATIONS.  INVALOC ITSELF RUNS ONLY AFTER INVBREL, AND IT  *
      * IS THE ONLY STEP THAT SETS THE ALLOCATED QUANTITY ON          *
      * LOCBAL.DAT THAT THE AVAILABLE FIGURE IS TAKEN NET OF.         *
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
               DISPLAY 'INVATS: RUN STOPPED -- INVALOC HAS NOT '
                   'LOGGED A COMPLETE END FOR ' WS-RUN-DATE
               DISPLAY 'INVATS: RUN THE CUSTOMER ORDER ALLOCATION '
                   'FIRST, THEN RESUBMIT'
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
           IF RG-PROGRAM-ID = 'INVALOC '
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
           MOVE 'INVATS  ' TO RG-PROGRAM-ID.
           SET RG-START-RECORD TO TRUE.
           MOVE WS-RUN-DATE TO RG-RUN-DATE.
           MOVE ZERO TO RG-COUNT-1.
           MOVE ZERO TO RG-COUNT-2.
           MOVE ZERO TO RG-COUNT-3.
           MOVE ZERO TO RG-COUNT-4.
           WRITE RUN-LOG-COPYBOOK-RECORD.
       1750-EXIT.
           EXIT.

       1100-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
           IF WS-CHANGE-ONLY
               MOVE 'CHANGE ONLY' TO WS-H2-MODE
           ELSE
               IF WS-NO-PRIOR
                   MOVE 'FULL REFRESH -- NO PRIOR EXTRACT ON FILE'
                       TO WS-H2-MODE
               ELSE
                   MOVE 'FULL REFRESH' TO WS-H2-MODE
               END-IF
           END-IF.
           MOVE SPACES TO ATS-CONTROL-RPT-RECORD.
           MOVE '1' TO AR-CARRIAGE-CONTROL.
           MOVE WS-HEADING-1 TO AR-REPORT-TEXT.
           WRITE ATS-CONTROL-RPT-RECORD.
           MOVE SPACES TO ATS-CONTROL-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-HEADING-2 TO AR-REPORT-TEXT.
           WRITE ATS-CONTROL-RPT-RECORD.
       1100-EXIT.
           EXIT.

       1200-READ-MASTER.
           READ INVENTORY-MASTER
               AT END
                   SET WS-EOF-MASTER TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 1300-OPEN-SORTED -- OPEN THE BACKORDERS IN ITEM ORDER AND     *
      * PRIME THE READ FOR THE MATCH AGAINST THE MASTER.              *
      *****************************************************************
       1300-OPEN-SORTED.
           OPEN INPUT SORTED-BACKORDER-FILE.
           PERFORM 1350-READ-SORTED THRU 1350-EXIT.
       1300-EXIT.
           EXIT.

      *****************************************************************
      * 1350-READ-SORTED -- READ THE NEXT BACKORDER.  AT END THE NEXT *
      * ITEM NUMBER IS SET ABOVE ANY ITEM ON THE MASTER, SO NO MORE   *
      * BACKORDERS MATCH.                                             *
      *****************************************************************
       1350-READ-SORTED.
           READ SORTED-BACKORDER-FILE
               AT END
                   MOVE 9999999 TO WS-BO-NEXT-ITEM
               NOT AT END
                   MOVE SB-ITEM-NUMBER TO WS-BO-NEXT-ITEM
           END-READ.
       1350-EXIT.
           EXIT.

      *****************************************************************
      * 1500-RELEASE-BACKORDERS -- SORT INPUT PROCEDURE.  RELEASES    *
      * EVERY OPEN BACKORDER ON BACKORD.DAT INTO THE SORT.  A FILE    *
      * NOT ON FILE MEANS NO BACKORDERS ARE OPEN.                     *
      *****************************************************************
       1500-RELEASE-BACKORDERS.
           OPEN INPUT BACKORDER-FILE.
           IF WS-BACKORDER-FILE-STATUS = '00'
               PERFORM 1510-READ-BACKORDER THRU 1510-EXIT
               PERFORM 1520-RELEASE-BACKORDER THRU 1520-EXIT
                   UNTIL WS-EOF-BACKORDER
               CLOSE BACKORDER-FILE
           END-IF.
       1500-EXIT.
           EXIT.

       1510-READ-BACKORDER.
           READ BACKORDER-FILE
               AT END
                   SET WS-EOF-BACKORDER TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

       1520-RELEASE-BACKORDER.
           RELEASE SORT-WORK-RECORD FROM BACKORDER-COPYBOOK-RECORD.
           PERFORM 1510-READ-BACKORDER THRU 1510-EXIT.
       1520-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESS-MASTER -- GATHER THE CURRENT ITEM'S ITEM-LEVEL   *
      * FIGURES AND BUILD A RECORD FOR EACH OF ITS LOCATIONS.  AN     *
      * ITEM ON HOLD, DISCONTINUED, OR CARRYING A STATUS THIS RUN     *
      * DOES NOT KNOW IS NOT FOR SALE.                                *
      *****************************************************************
       2000-PROCESS-MASTER.
           ADD 1 TO WS-ITEMS-READ-COUNT.
           IF IM-ACTIVE
               MOVE 'Y' TO WS-ITEM-SALE-FLAG
               ADD 1 TO WS-FOR-SALE-COUNT
           ELSE
               MOVE 'N' TO WS-ITEM-SALE-FLAG
               ADD 1 TO WS-NOT-FOR-SALE-COUNT
           END-IF.
           IF IM-STATUS-CODE = SPACE
               MOVE 'A' TO WS-ITEM-STATUS
           ELSE
               MOVE IM-STATUS-CODE TO WS-ITEM-STATUS
           END-IF.
           PERFORM 2100-SUM-BACKORDERS THRU 2100-EXIT.
           PERFORM 2200-SUM-DUE-IN THRU 2200-EXIT.

           MOVE ZERO TO WS-LOC-RECS-THIS-ITEM.
           IF WS-LOCBAL-PRESENT
               PERFORM 2300-EXTRACT-LOCATIONS THRU 2300-EXIT
           END-IF.
           IF WS-LOC-RECS-THIS-ITEM = ZERO
               MOVE 'MN ' TO WS-CK-LOCATION-CODE
               MOVE IM-QUANTITY-ON-HAND TO WS-LOC-ON-HAND
               MOVE ZERO TO WS-LOC-ALLOCATED
               PERFORM 3000-EXTRACT-LOCATION THRU 3000-EXIT
           END-IF.
           PERFORM 1200-READ-MASTER THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-SUM-BACKORDERS -- TOTAL THE CURRENT ITEM'S OPEN          *
      * BACKORDERS FROM THE SORTED FILE.  BACKORDERS FOR AN ITEM NO   *
      * LONGER ON THE MASTER ARE PASSED OVER.                         *
      *****************************************************************
       2100-SUM-BACKORDERS.
           MOVE ZERO TO WS-BACKORDER-QTY.
           PERFORM 2150-ADD-NEXT-BACKORDER THRU 2150-EXIT
               UNTIL WS-BO-NEXT-ITEM > IM-ITEM-NUMBER.
       2100-EXIT.
           EXIT.

       2150-ADD-NEXT-BACKORDER.
           IF WS-BO-NEXT-ITEM = IM-ITEM-NUMBER
               ADD SB-QUANTITY-SHORT TO WS-BACKORDER-QTY
           END-IF.
           PERFORM 1350-READ-SORTED THRU 1350-EXIT.
       2150-EXIT.
           EXIT.

      *****************************************************************
      * 2200-SUM-DUE-IN -- TOTAL THE CURRENT ITEM'S DUE-IN QUANTITY   *
      * (ORDERED LESS RECEIVED, PENDING AND OPEN ORDERS ONLY) FROM    *
      * OPENPO.DAT AND NOTE THE OLDEST ORDER DATE AMONG THE ORDERS    *
      * STILL DUE IN, POSITIONING AT THE ITEM'S FIRST ORDER AND       *
      * READING FORWARD UNTIL THE ITEM NUMBER CHANGES.                *
      *****************************************************************
       2200-SUM-DUE-IN.
           MOVE ZERO TO WS-DUE-IN-QTY.
           MOVE SPACES TO WS-EARLIEST-PO-DATE.
           IF WS-OPENPO-PRESENT
               MOVE 'N' TO WS-PO-SCAN-DONE-SW
               MOVE IM-ITEM-NUMBER TO PO-ITEM-NUMBER
               MOVE ZERO TO PO-ORDER-NUMBER
               START OPEN-PO-FILE
                   KEY IS NOT < PO-PO-KEY
                   INVALID KEY
                       SET WS-PO-SCAN-DONE TO TRUE
               END-START
               PERFORM 2250-ADD-NEXT-PO THRU 2250-EXIT
                   UNTIL WS-PO-SCAN-DONE
           END-IF.
       2200-EXIT.
           EXIT.

       2250-ADD-NEXT-PO.
           READ OPEN-PO-FILE NEXT RECORD
               AT END
                   SET WS-PO-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-PO-SCAN-DONE
               IF PO-ITEM-NUMBER NOT = IM-ITEM-NUMBER
                   SET WS-PO-SCAN-DONE TO TRUE
               ELSE
                   IF PO-ON-ORDER
                     AND PO-QUANTITY-ORDERED > PO-QUANTITY-RECEIVED
                       COMPUTE WS-PO-OPEN-QTY =
                           PO-QUANTITY-ORDERED - PO-QUANTITY-RECEIVED
                       ADD WS-PO-OPEN-QTY TO WS-DUE-IN-QTY
                       IF WS-EARLIEST-PO-DATE = SPACES
                         OR PO-ORDER-DATE < WS-EARLIEST-PO-DATE
                           MOVE PO-ORDER-DATE TO WS-EARLIEST-PO-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2250-EXIT.
           EXIT.

      *****************************************************************
      * 2300-EXTRACT-LOCATIONS -- POSITION INTO LOCBAL.DAT AT THE     *
      * ITEM'S FIRST LOCATION RECORD AND BUILD AN EXTRACT RECORD FOR  *
      * EACH ONE UNTIL THE ITEM NUMBER CHANGES.  AN ALLOCATED         *
      * QUANTITY OF SPACES (A RECORD WRITTEN BEFORE THE FIELD WENT    *
      * IN) READS AS ZERO.                                            *
      *****************************************************************
       2300-EXTRACT-LOCATIONS.
           MOVE 'N' TO WS-LOC-SCAN-DONE-SW.
           MOVE IM-ITEM-NUMBER TO LB-ITEM-NUMBER.
           MOVE LOW-VALUES TO LB-LOCATION-CODE.
           START LOCATION-BALANCE
               KEY IS NOT < LB-BALANCE-KEY
               INVALID KEY
                   SET WS-LOC-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2350-READ-NEXT-LOCATION THRU 2350-EXIT
               UNTIL WS-LOC-SCAN-DONE.
       2300-EXIT.
           EXIT.

       2350-READ-NEXT-LOCATION.
           READ LOCATION-BALANCE NEXT RECORD
               AT END
                   SET WS-LOC-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-LOC-SCAN-DONE
               IF LB-ITEM-NUMBER NOT = IM-ITEM-NUMBER
                   SET WS-LOC-SCAN-DONE TO TRUE
               ELSE
                   MOVE LB-LOCATION-CODE TO WS-CK-LOCATION-CODE
                   MOVE LB-QUANTITY-ON-HAND TO WS-LOC-ON-HAND
                   IF LB-QUANTITY-ALLOCATED IS NUMERIC
                       MOVE LB-QUANTITY-ALLOCATED TO WS-LOC-ALLOCATED
                   ELSE
                       MOVE ZERO TO WS-LOC-ALLOCATED
                   END-IF
                   PERFORM 3000-EXTRACT-LOCATION THRU 3000-EXIT
               END-IF
           END-IF.
       2350-EXIT.
           EXIT.

      *****************************************************************
      * 3000-EXTRACT-LOCATION -- BUILD THE RECORD FOR ONE ITEM AND    *
      * LOCATION AND WRITE IT TO THE KEPT COPY.  ON A FULL REFRESH IT *
      * GOES TO ORDER ENTRY AS WELL; ON A CHANGE-ONLY RUN, PRIOR      *
      * RECORDS THAT SORT AHEAD OF IT ARE NO LONGER ON FILE AND ARE   *
      * SENT AS DELETES FIRST, THEN IT IS MATCHED AGAINST THE PRIOR.  *
      *****************************************************************
       3000-EXTRACT-LOCATION.
           MOVE IM-ITEM-NUMBER TO WS-CK-ITEM-NUMBER.
           PERFORM 3100-SET-FIGURES THRU 3100-EXIT.
           IF WS-CHANGE-ONLY
               PERFORM 3600-SEND-DELETE THRU 3600-EXIT
                   UNTIL WS-PRIOR-KEY NOT < WS-CURRENT-KEY
           END-IF.

           MOVE SPACES TO AVAILABLE-TO-SELL-COPYBOOK-RECORD.
           MOVE WS-CURRENT-KEY TO AT-EXTRACT-KEY.
           SET AT-FULL-REFRESH TO TRUE.
           MOVE WS-RUN-DATE TO AT-EXTRACT-DATE.
           MOVE WS-ATS-FIGURES TO AT-FIGURES.
           MOVE AVAILABLE-TO-SELL-COPYBOOK-RECORD TO ATS-KEEP-RECORD.
           WRITE ATS-KEEP-RECORD.
           ADD 1 TO WS-LOCATION-REC-COUNT.
           ADD 1 TO WS-LOC-RECS-THIS-ITEM.

           IF WS-CHANGE-ONLY
               PERFORM 3200-MATCH-PRIOR THRU 3200-EXIT
           ELSE
               PERFORM 3900-SEND-RECORD THRU 3900-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-SET-FIGURES -- FILL IN THE FIGURES FOR THE CURRENT ITEM  *
      * AND LOCATION.  NOTHING IS AVAILABLE TO SELL FROM AN ITEM NOT  *
      * FOR SALE, FROM THE RETURNS QUARANTINE, OR FROM A LOCATION     *
      * WHOSE STOCK IS ALL ALLOCATED.                                 *
      *****************************************************************
       3100-SET-FIGURES.
           MOVE WS-ITEM-SALE-FLAG TO WS-AF-SALE-FLAG.
           IF WS-CK-LOCATION-CODE = 'QR '
               MOVE 'N' TO WS-AF-SALE-FLAG
           END-IF.
           MOVE WS-ITEM-STATUS TO WS-AF-ITEM-STATUS.
           MOVE WS-LOC-ON-HAND TO WS-AF-ON-HAND-QTY.
           MOVE WS-LOC-ALLOCATED TO WS-AF-ALLOCATED-QTY.
           IF WS-AF-NOT-FOR-SALE
             OR WS-LOC-ALLOCATED NOT < WS-LOC-ON-HAND
               MOVE ZERO TO WS-AF-AVAILABLE-QTY
           ELSE
               COMPUTE WS-AF-AVAILABLE-QTY =
                   WS-LOC-ON-HAND - WS-LOC-ALLOCATED
           END-IF.
           MOVE WS-BACKORDER-QTY TO WS-AF-BACKORDER-QTY.
           MOVE WS-DUE-IN-QTY TO WS-AF-DUE-IN-QTY.
           MOVE WS-EARLIEST-PO-DATE TO WS-AF-EARLIEST-PO-DATE.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3200-MATCH-PRIOR -- CHANGE-ONLY RUN.  A RECORD WITH THE SAME  *
      * KEY ON THE PRIOR KEPT COPY IS SENT ONLY IF ITS FIGURES MOVED; *
      * A RECORD WITH NO PRIOR MATCH IS SENT AS NEW.                  *
      *****************************************************************
       3200-MATCH-PRIOR.
           IF WS-PRIOR-KEY = WS-CURRENT-KEY
               IF AP-FIGURES = WS-ATS-FIGURES
                   ADD 1 TO WS-UNCHANGED-COUNT
               ELSE
                   SET AT-CHANGED-RECORD TO TRUE
                   PERFORM 3900-SEND-RECORD THRU 3900-EXIT
                   ADD 1 TO WS-CHANGED-RECORD-COUNT
               END-IF
               PERFORM 3700-READ-PRIOR THRU 3700-EXIT
           ELSE
               SET AT-NEW-RECORD TO TRUE
               PERFORM 3900-SEND-RECORD THRU 3900-EXIT
               ADD 1 TO WS-NEW-RECORD-COUNT
           END-IF.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 3600-SEND-DELETE -- CHANGE-ONLY RUN.  THE CURRENT PRIOR       *
      * RECORD HAS NO MATCH TONIGHT (THE ITEM OR ITS LOCATION IS GONE)*
      * SO IT IS SENT BACK TO ORDER ENTRY AS A DELETE.                *
      *****************************************************************
       3600-SEND-DELETE.
           MOVE PRIOR-EXTRACT-RECORD
               TO AVAILABLE-TO-SELL-COPYBOOK-RECORD.
           SET AT-DELETED-RECORD TO TRUE.
           MOVE WS-RUN-DATE TO AT-EXTRACT-DATE.
           PERFORM 3900-SEND-RECORD THRU 3900-EXIT.
           ADD 1 TO WS-DELETED-RECORD-COUNT.
           PERFORM 3700-READ-PRIOR THRU 3700-EXIT.
       3600-EXIT.
           EXIT.

      *****************************************************************
      * 3700-READ-PRIOR -- READ THE NEXT PRIOR RECORD.  AT END THE    *
      * PRIOR KEY IS SET ABOVE ANY REAL KEY, SO NOTHING MORE MATCHES  *
      * OR IS SENT AS A DELETE.                                       *
      *****************************************************************
       3700-READ-PRIOR.
           READ PRIOR-EXTRACT-FILE
               AT END
                   SET WS-EOF-PRIOR TO TRUE
                   MOVE HIGH-VALUES TO WS-PRIOR-KEY
               NOT AT END
                   MOVE AP-EXTRACT-KEY TO WS-PRIOR-KEY
           END-READ.
       3700-EXIT.
           EXIT.

       3900-SEND-RECORD.
           WRITE AVAILABLE-TO-SELL-COPYBOOK-RECORD.
           ADD 1 TO WS-RECORDS-SENT-COUNT.
       3900-EXIT.
           EXIT.

      *****************************************************************
      * 8000-TERMINATE -- PRINT RUN TOTALS, LOG THE END RECORD, AND   *
      * CLOSE FILES.                                                  *
      *****************************************************************
       8000-TERMINATE.
           MOVE SPACES TO ATS-CONTROL-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           WRITE ATS-CONTROL-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'MASTER ITEMS READ             ' TO WS-SL-CAPTION.
           MOVE WS-ITEMS-READ-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ATS-CONTROL-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AR-REPORT-TEXT.
           WRITE ATS-CONTROL-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ITEMS FOR SALE                ' TO WS-SL-CAPTION.
           MOVE WS-FOR-SALE-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ATS-CONTROL-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AR-REPORT-TEXT.
           WRITE ATS-CONTROL-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ITEMS NOT FOR SALE            ' TO WS-SL-CAPTION.
           MOVE WS-NOT-FOR-SALE-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ATS-CONTROL-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AR-REPORT-TEXT.
           WRITE ATS-CONTROL-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'LOCATION RECORDS KEPT         ' TO WS-SL-CAPTION.
           MOVE WS-LOCATION-REC-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ATS-CONTROL-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AR-REPORT-TEXT.
           WRITE ATS-CONTROL-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'RECORDS SENT TO ORDER ENTRY   ' TO WS-SL-CAPTION.
           MOVE WS-RECORDS-SENT-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ATS-CONTROL-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AR-REPORT-TEXT.
           WRITE ATS-CONTROL-RPT-RECORD.

           IF WS-CHANGE-ONLY
               PERFORM 8100-PRINT-CHANGE-TOTALS THRU 8100-EXIT
           END-IF.

           MOVE SPACES TO RUN-LOG-COPYBOOK-RECORD.
           MOVE 'INVATS  ' TO RG-PROGRAM-ID.
           SET RG-END-RECORD TO TRUE.
           MOVE WS-RUN-DATE TO RG-RUN-DATE.
           MOVE WS-ITEMS-READ-COUNT TO RG-COUNT-1.
           MOVE WS-FOR-SALE-COUNT TO RG-COUNT-2.
           MOVE WS-RECORDS-SENT-COUNT TO RG-COUNT-3.
           MOVE WS-NOT-FOR-SALE-COUNT TO RG-COUNT-4.
           WRITE RUN-LOG-COPYBOOK-RECORD.

           IF WS-LOCBAL-PRESENT
               CLOSE LOCATION-BALANCE
           END-IF.
           IF WS-OPENPO-PRESENT
               CLOSE OPEN-PO-FILE
           END-IF.
           IF WS-CHANGE-ONLY
               CLOSE PRIOR-EXTRACT-FILE
           END-IF.
           CLOSE INVENTORY-MASTER
                 SORTED-BACKORDER-FILE
                 ATS-EXTRACT-FILE
                 ATS-KEEP-FILE
                 ATS-CONTROL-RPT
                 RUN-LOG-FILE.
       8000-EXIT.
           EXIT.

      *****************************************************************
      * 8100-PRINT-CHANGE-TOTALS -- HOW THE CHANGE-ONLY FILE BREAKS   *
      * DOWN.  NEW PLUS CHANGED PLUS DELETED IS THE RECORDS SENT.     *
      *****************************************************************
       8100-PRINT-CHANGE-TOTALS.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE '  NEW LOCATION RECORDS        ' TO WS-SL-CAPTION.
           MOVE WS-NEW-RECORD-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ATS-CONTROL-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AR-REPORT-TEXT.
           WRITE ATS-CONTROL-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE '  FIGURES CHANGED             ' TO WS-SL-CAPTION.
           MOVE WS-CHANGED-RECORD-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ATS-CONTROL-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AR-REPORT-TEXT.
           WRITE ATS-CONTROL-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE '  NO LONGER ON FILE (DELETES) ' TO WS-SL-CAPTION.
           MOVE WS-DELETED-RECORD-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ATS-CONTROL-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AR-REPORT-TEXT.
           WRITE ATS-CONTROL-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'UNCHANGED, NOT SENT           ' TO WS-SL-CAPTION.
           MOVE WS-UNCHANGED-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ATS-CONTROL-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AR-REPORT-TEXT.
           WRITE ATS-CONTROL-RPT-RECORD.
       8100-EXIT.
           EXIT.
