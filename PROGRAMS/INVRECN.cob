      *                 AND WRITES ITS OWN START AND END RECORDS WITH *
      *                 THE RECONCILED / IN-BALANCE / OUT-OF-BALANCE  *
      *                 COUNTS FOR INVOPSB.                           *
      * 2026-10-15  JH  AUDITLOG.DAT RECORDS ARE NOW 120 BYTES AND    *
      *                 CARRY THE LOT NUMBER AND LOT EXPIRY DATE OF   *
      *                 STOCK DRAWN FROM A LOT; THE AUDIT RECORD      *
      *                 LAYOUTS HERE PICK UP THE NEW FIELDS.  NO      *
      *                 CHANGE TO WHAT IS REPORTED.                   *
      * 2026-10-15  JH  AUDIT RECORD LAYOUT NOW CARRIES THE PURCHASE  *
      *                 ORDER NUMBER OF A RETURN TO VENDOR.  NO       *
      *                 CHANGE TO PROCESSING.                         *
      * 2026-10-15  JH  COUNT ADJUSTMENTS HELD FOR SUPERVISOR         *
      *                 APPROVAL ON PENDADJ.DAT NOW PRINT ON A PAGE   *
      *                 OF THEIR OWN WITH THE PENDING COUNT AND THE   *
      *                 WRITE-DOWN AND WRITE-UP VALUE IN THE RUN      *
      *                 TOTALS.  THE PENDING COUNT GOES TO THE RUN    *
      *                 LOG AS COUNT 4.                               *
      * 2026-10-15  JH  AUDIT RECORD LAYOUT NOW CARRIES THE KIT ITEM  *
      *                 NUMBER AND BUILD LINK OF A KIT BUILD.  NO     *
      *                 CHANGE TO PROCESSING.                         *
      *****************************************************************
      *
      *    THIS PROGRAM SORTS THE LIVE AUDIT LOG (THE CURRENT PERIOD,
      *    LONGER ON THE MASTER IS ALSO REPORTED.  ITEMS WITH NO
      *    AUDIT ACTIVITY THIS PERIOD HAVE NOTHING TO PROVE AND DO
      *    NOT APPEAR.
      *
      *    AFTER THE EXCEPTIONS, EVERY COUNT ADJUSTMENT STILL HELD
      *    OUT OF THE BOOKS ON PENDADJ.DAT -- AWAITING A DECISION,
      *    APPROVED BUT NOT YET POSTED, OR REJECTED FOR RECOUNT --
      *    PRINTS ON A PAGE OF ITS OWN WITH ITS VARIANCE QUANTITY AND
      *    VALUE, SO A BOOK FIGURE THAT IS KNOWN TO BE WRONG IS NOT
      *    MISTAKEN FOR A PROVED ONE.  A MISSING PENDADJ.DAT MEANS
      *    NOTHING IS HELD.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT PENDING-ADJ-FILE  ASSIGN TO PENDADJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-PENDING-KEY
               FILE STATUS IS WS-PENDADJ-FILE-STATUS.
           SELECT RECON-RPT         ASSIGN TO RECNRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LOG-FILE      ASSIGN TO RUNLOG
               ==AL-UNIT-COST-AFTER==      BY ==SW-UNIT-COST-AFTER==
               ==AL-LOCATION-CODE==        BY ==SW-LOCATION-CODE==
               ==AL-LOC-QTY-BEFORE==       BY ==SW-LOC-QTY-BEFORE==
               ==AL-LOC-QTY-AFTER==        BY ==SW-LOC-QTY-AFTER==
               ==AL-LOT-NUMBER==           BY ==SW-LOT-NUMBER==
               ==AL-LOT-EXPIRY-DATE==      BY ==SW-LOT-EXPIRY-DATE==
               ==AL-PO-NUMBER==            BY ==SW-PO-NUMBER==
               ==AL-KIT-ITEM-NUMBER==      BY ==SW-KIT-ITEM-NUMBER==
               ==AL-BUILD-LINK==           BY ==SW-BUILD-LINK==.

       FD  SORTED-AUDIT-FILE
           RECORDING MODE IS F
               ==AL-UNIT-COST-AFTER==      BY ==SA-UNIT-COST-AFTER==
               ==AL-LOCATION-CODE==        BY ==SA-LOCATION-CODE==
               ==AL-LOC-QTY-BEFORE==       BY ==SA-LOC-QTY-BEFORE==
               ==AL-LOC-QTY-AFTER==        BY ==SA-LOC-QTY-AFTER==
               ==AL-LOT-NUMBER==           BY ==SA-LOT-NUMBER==
               ==AL-LOT-EXPIRY-DATE==      BY ==SA-LOT-EXPIRY-DATE==
               ==AL-PO-NUMBER==            BY ==SA-PO-NUMBER==
               ==AL-KIT-ITEM-NUMBER==      BY ==SA-KIT-ITEM-NUMBER==
               ==AL-BUILD-LINK==           BY ==SA-BUILD-LINK==.

       FD  INVENTORY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY INVMASTC.

       FD  PENDING-ADJ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDADJC.

       FD  RECON-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       77  WS-AUDIT-LOG-FILE-STATUS PIC X(2)  VALUE SPACES.
       77  WS-MASTER-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-RUN-LOG-STATUS       PIC X(2)   VALUE SPACES.
       77  WS-PENDADJ-FILE-STATUS  PIC X(2)   VALUE SPACES.
       77  WS-EOF-PENDADJ-SW       PIC X(1)   VALUE 'N'.
           88  WS-EOF-PENDADJ                 VALUE 'Y'.
       77  WS-EOF-RUNLOG-SW        PIC X(1)   VALUE 'N'.
           88  WS-EOF-RUNLOG                  VALUE 'Y'.
       77  WS-PRED-COMPLETE-SW     PIC X(1)   VALUE 'N'.
       77  WS-ITEM-COUNT           PIC 9(7)   VALUE ZERO.
       77  WS-IN-BALANCE-COUNT     PIC 9(7)   VALUE ZERO.
       77  WS-OUT-BALANCE-COUNT    PIC 9(7)   VALUE ZERO.
       77  WS-PENDING-ADJ-COUNT    PIC 9(7)   VALUE ZERO.
       77  WS-PENDING-VARIANCE-QTY PIC S9(8)  VALUE ZERO.
       77  WS-PENDING-DOWN-TOTAL   PIC 9(11)V99 VALUE ZERO.
       77  WS-PENDING-UP-TOTAL     PIC 9(11)V99 VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  WS-DL-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(18)  VALUE 'RESULT'.
           05  FILLER                  PIC X(76)  VALUE SPACES.

       01  WS-PENDING-LINE.
           05  WS-PL-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-PL-LOCATION-CODE     PIC X(3).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-PL-STATUS            PIC X(10).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-PL-COUNT-DATE        PIC X(10).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-PL-BOOK-QTY          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-PL-COUNTED-QTY       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-PL-VARIANCE-QTY      PIC --,---,--9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-PL-VARIANCE-VALUE    PIC -,---,---,--9.99.
           05  FILLER                  PIC X(38)  VALUE SPACES.

       01  WS-PA-HEADING-1.
           05  FILLER                  PIC X(30)
               VALUE 'COUNT ADJUSTMENTS PENDING -- H'.
           05  FILLER                  PIC X(30)
               VALUE 'ELD OUT OF THE BOOKS          '.
           05  FILLER                  PIC X(72)  VALUE SPACES.

       01  WS-PA-HEADING-2.
           05  FILLER                  PIC X(6)   VALUE 'ITEM #'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE 'LOC'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE 'STATUS'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE 'COUNT DATE'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE '     BOOK'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE '  COUNTED'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE '  VARIANCE'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE '  VARIANCE VALUE'.
           05  FILLER                  PIC X(38)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION           PIC X(30).
           05  WS-SL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91)  VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  WS-AM-CAPTION           PIC X(30).
           05  WS-AM-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(86)  VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- CONTROLS THE OVERALL RECONCILIATION RUN.     *
           IF WS-NOT-FIRST-ITEM
               PERFORM 3000-RECONCILE-ITEM THRU 3000-EXIT
           END-IF.
           PERFORM 5000-LIST-PENDING-ADJ THRU 5000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * 5000-LIST-PENDING-ADJ -- READ PENDADJ.DAT FROM BEGINNING TO   *
      * END AND PRINT EVERY COUNT ADJUSTMENT STILL HELD OUT OF THE    *
      * BOOKS, TOTALING THE WRITE-DOWN AND WRITE-UP VALUE SEPARATELY. *
      * A MISSING FILE MEANS NOTHING IS HELD, SO THE PAGE PRINTS      *
      * WITH HEADINGS ONLY.                                           *
      *****************************************************************
       5000-LIST-PENDING-ADJ.
           MOVE SPACES TO RECON-RPT-RECORD.
           MOVE '1' TO RC-CARRIAGE-CONTROL.
           MOVE WS-PA-HEADING-1 TO RC-REPORT-TEXT.
           WRITE RECON-RPT-RECORD.
           MOVE SPACES TO RECON-RPT-RECORD.
           MOVE ' ' TO RC-CARRIAGE-CONTROL.
           MOVE WS-PA-HEADING-2 TO RC-REPORT-TEXT.
           WRITE RECON-RPT-RECORD.
           OPEN INPUT PENDING-ADJ-FILE.
           IF WS-PENDADJ-FILE-STATUS = '00'
               PERFORM 5100-READ-PENDING-ADJ THRU 5100-EXIT
               PERFORM 5200-PRINT-PENDING-ADJ THRU 5200-EXIT
                   UNTIL WS-EOF-PENDADJ
               CLOSE PENDING-ADJ-FILE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-READ-PENDING-ADJ.
           READ PENDING-ADJ-FILE
               AT END
                   SET WS-EOF-PENDADJ TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

       5200-PRINT-PENDING-ADJ.
           ADD 1 TO WS-PENDING-ADJ-COUNT.
           IF PA-VARIANCE-VALUE < ZERO
               SUBTRACT PA-VARIANCE-VALUE FROM WS-PENDING-DOWN-TOTAL
           ELSE
               ADD PA-VARIANCE-VALUE TO WS-PENDING-UP-TOTAL
           END-IF.
           MOVE PA-ITEM-NUMBER TO WS-PL-ITEM-NUMBER.
           MOVE PA-LOCATION-CODE TO WS-PL-LOCATION-CODE.
           EVALUATE TRUE
               WHEN PA-HELD
                   MOVE 'HELD' TO WS-PL-STATUS
               WHEN PA-APPROVED
                   MOVE 'APPROVED' TO WS-PL-STATUS
               WHEN PA-REJECTED
                   MOVE 'REJECTED' TO WS-PL-STATUS
               WHEN OTHER
                   MOVE PA-STATUS TO WS-PL-STATUS
           END-EVALUATE.
           MOVE PA-COUNT-DATE TO WS-PL-COUNT-DATE.
           MOVE PA-BOOK-QTY TO WS-PL-BOOK-QTY.
           MOVE PA-COUNTED-QTY TO WS-PL-COUNTED-QTY.
           COMPUTE WS-PENDING-VARIANCE-QTY =
               PA-COUNTED-QTY - PA-BOOK-QTY.
           MOVE WS-PENDING-VARIANCE-QTY TO WS-PL-VARIANCE-QTY.
           MOVE PA-VARIANCE-VALUE TO WS-PL-VARIANCE-VALUE.
           MOVE SPACES TO RECON-RPT-RECORD.
           MOVE ' ' TO RC-CARRIAGE-CONTROL.
           MOVE WS-PENDING-LINE TO RC-REPORT-TEXT.
           WRITE RECON-RPT-RECORD.
           PERFORM 5100-READ-PENDING-ADJ THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

      *****************************************************************
      * 8000-TERMINATE -- PRINT RUN TOTALS AND CLOSE FILES.           *
      *****************************************************************
           MOVE WS-SUMMARY-LINE TO RC-REPORT-TEXT.
           WRITE RECON-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'COUNT ADJUSTMENTS PENDING     ' TO WS-SL-CAPTION.
           MOVE WS-PENDING-ADJ-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO RECON-RPT-RECORD.
           MOVE ' ' TO RC-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO RC-REPORT-TEXT.
           WRITE RECON-RPT-RECORD.

           MOVE SPACES TO WS-AMOUNT-LINE.
           MOVE 'PENDING WRITE-DOWN VALUE      ' TO WS-AM-CAPTION.
           MOVE WS-PENDING-DOWN-TOTAL TO WS-AM-AMOUNT.
           MOVE SPACES TO RECON-RPT-RECORD.
           MOVE ' ' TO RC-CARRIAGE-CONTROL.
           MOVE WS-AMOUNT-LINE TO RC-REPORT-TEXT.
           WRITE RECON-RPT-RECORD.

           MOVE SPACES TO WS-AMOUNT-LINE.
           MOVE 'PENDING WRITE-UP VALUE        ' TO WS-AM-CAPTION.
           MOVE WS-PENDING-UP-TOTAL TO WS-AM-AMOUNT.
           MOVE SPACES TO RECON-RPT-RECORD.
           MOVE ' ' TO RC-CARRIAGE-CONTROL.
           MOVE WS-AMOUNT-LINE TO RC-REPORT-TEXT.
           WRITE RECON-RPT-RECORD.

           MOVE SPACES TO RUN-LOG-COPYBOOK-RECORD.
           MOVE 'INVRECN ' TO RG-PROGRAM-ID.
           SET RG-END-RECORD TO TRUE.
           MOVE WS-ITEM-COUNT TO RG-COUNT-1.
           MOVE WS-IN-BALANCE-COUNT TO RG-COUNT-2.
           MOVE WS-OUT-BALANCE-COUNT TO RG-COUNT-3.
           MOVE WS-PENDING-ADJ-COUNT TO RG-COUNT-4.
           WRITE RUN-LOG-COPYBOOK-RECORD.

           CLOSE SORTED-AUDIT-FILE
