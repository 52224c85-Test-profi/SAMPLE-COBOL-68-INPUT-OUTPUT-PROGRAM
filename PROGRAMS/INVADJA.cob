       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVADJA.
       AUTHOR. J. HALVORSEN.
       INSTALLATION. DISTRIBUTION CENTER DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      * 2026-10-15  JH  INITIAL VERSION.  COUNT ADJUSTMENT APPROVAL.  *
      *                 READS THE SUPERVISOR'S DECISION CARDS         *
      *                 (ADJAPPR.DAT) FOR THE PHYSICAL COUNTS INVUPDT *
      *                 HELD ON PENDADJ.DAT AND LISTED ON THE         *
      *                 RECOUNT-OR-APPROVE REPORT.  AN APPROVED HOLD  *
      *                 IS MARKED APPROVED AND AN 'A' ADJUSTMENT      *
      *                 CARRYING THE APPROVAL FLAG IS WRITTEN FOR IT  *
      *                 TO ADJTRN, BATCHED WITH HEADER AND TRAILER    *
      *                 RECORDS EXACTLY AS THE KEY STATION BATCHES    *
      *                 ITS WORK.  ADJTRN IS CONCATENATED BEHIND      *
      *                 TRANIN FOR THE NIGHT'S INVEDIT STEP, SO THE   *
      *                 APPROVED ADJUSTMENT IS EDITED, POSTED, AND    *
      *                 AUDITED LIKE ANY OTHER WITHOUT BEING          *
      *                 RE-KEYED.  A REJECTED HOLD IS MARKED REJECTED *
      *                 AND STAYS ON FILE UNTIL A RECOUNT REPLACES    *
      *                 IT; INVCYCL PUTS THE ITEM ON THE NEXT COUNT   *
      *                 WORKSHEET AS A MANDATORY RECOUNT.             *
      * 2026-10-15  JH  A MISSING PENDADJ.DAT NO LONGER STOPS THE     *
      *                 RUN.  IT MEANS NO COUNT HAS EVER BEEN HELD,   *
      *                 SO EVERY CARD IS REJECTED AS NO HOLD AND THE  *
      *                 RUN ENDS NORMALLY WITH ITS TOTALS.            *
      *****************************************************************
      *
      *    EACH CARD NAMES ONE HELD COUNT -- ITEM AND LOCATION -- THE
      *    DECISION ('A' APPROVE, 'R' REJECT) AND THE SUPERVISOR'S
      *    INITIALS.  A CARD IS REJECTED IF THE ITEM IS NOT NUMERIC,
      *    THE DECISION IS NOT A OR R, THE INITIALS ARE BLANK, OR NO
      *    HOLD IS ON FILE FOR THE ITEM AND LOCATION.  A HOLD ALREADY
      *    REJECTED IS AWAITING ITS RECOUNT AND TAKES NO FURTHER
      *    DECISION.  A SECOND APPROVAL OF AN APPROVED HOLD WRITES THE
      *    ADJUSTMENT AGAIN (FOR ONE LOST FROM A PRIOR NIGHT'S RUN);
      *    THE POSTING RUN CLEARS THE HOLD ON THE FIRST ONE TO POST,
      *    SO A DUPLICATE CANNOT POST TWICE.  REJECTING AN APPROVED
      *    HOLD WITHDRAWS THE APPROVAL.
      *
      *    THE ADJUSTMENT WRITTEN CARRIES THE COUNTED QUANTITY AND
      *    TODAY'S DATE.  WHAT INVUPDT POSTS IS THE APPROVED VARIANCE
      *    (COUNTED LESS BOOK AS OF THE COUNT DATE), APPLIED TO THE
      *    LOCATION'S BOOK QUANTITY ON THE NIGHT IT POSTS.
      *
      *    THE BATCH NUMBER OF THE FIRST BATCH WRITTEN COMES FROM THE
      *    CONTROL CARD (ADJCTL, COLUMNS 1-4); A MISSING, BLANK OR
      *    NON-NUMERIC CARD MEANS 9501.  A NEW BATCH, NUMBERED ONE
      *    HIGHER, IS STARTED EVERY 500 ADJUSTMENTS SO NO BATCH
      *    OUTGROWS INVEDIT'S HOLD LIMIT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO ADJCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-CARD-STATUS.
           SELECT ADJ-APPROVAL-FILE ASSIGN TO ADJAPPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-APPROVAL-STATUS.
           SELECT PENDING-ADJ-FILE ASSIGN TO PENDADJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-PENDING-KEY
               FILE STATUS IS WS-PENDADJ-FILE-STATUS.
           SELECT ADJ-TRAN-FILE  ASSIGN TO ADJTRN
               ORGANIZATION IS SEQUENTIAL.
           SELECT ADJ-APPROVAL-RPT ASSIGN TO ADJARPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05  CC-FIRST-BATCH-NUMBER   PIC 9(4).
           05  FILLER                  PIC X(76).

       FD  ADJ-APPROVAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ADJAPPC.

       FD  PENDING-ADJ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDADJC.

       FD  ADJ-TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY TRANFILC.

       FD  ADJ-APPROVAL-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ADJ-APPROVAL-RPT-RECORD.
           05  AR-CARRIAGE-CONTROL     PIC X(1).
           05  AR-REPORT-TEXT          PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-CONTROL-CARD-STATUS  PIC X(2)   VALUE SPACES.
       77  WS-ADJ-APPROVAL-STATUS  PIC X(2)   VALUE SPACES.
       77  WS-PENDADJ-FILE-STATUS  PIC X(2)   VALUE SPACES.

       77  WS-EOF-ADJ-APPROVAL-SW  PIC X(1)   VALUE 'N'.
           88  WS-EOF-ADJ-APPROVAL            VALUE 'Y'.
       77  WS-PENDADJ-PRESENT-SW   PIC X(1)   VALUE 'N'.
           88  WS-PENDADJ-PRESENT             VALUE 'Y'.
       77  WS-HOLD-FOUND-SW        PIC X(1)   VALUE 'N'.
           88  WS-HOLD-FOUND                  VALUE 'Y'.
           88  WS-HOLD-NOT-FOUND              VALUE 'N'.
       77  WS-BATCH-OPEN-SW        PIC X(1)   VALUE 'N'.
           88  WS-BATCH-OPEN                  VALUE 'Y'.

       77  WS-BATCH-LIMIT          PIC 9(5)   VALUE 500.
       77  WS-NEXT-BATCH-NUMBER    PIC 9(4)   VALUE 9501.
       77  WS-BATCH-REC-COUNT      PIC 9(5)   VALUE ZERO.
       77  WS-BATCH-QTY-HASH       PIC 9(9)   VALUE ZERO.
       77  WS-BATCH-ITEM-HASH      PIC 9(9)   VALUE ZERO.

       77  WS-CARDS-READ-COUNT     PIC 9(7)   VALUE ZERO.
       77  WS-APPROVED-COUNT       PIC 9(7)   VALUE ZERO.
       77  WS-RECOUNT-COUNT        PIC 9(7)   VALUE ZERO.
       77  WS-REJECT-COUNT         PIC 9(7)   VALUE ZERO.
       77  WS-ADJ-WRITTEN-COUNT    PIC 9(7)   VALUE ZERO.
       77  WS-BATCHES-WRITTEN      PIC 9(7)   VALUE ZERO.

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
           05  WS-LL-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-LOCATION-CODE     PIC X(3).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-DECISION          PIC X(1).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-APPROVER-ID       PIC X(3).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-COUNT-DATE        PIC X(10).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-BOOK-QTY          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-COUNTED-QTY       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-VARIANCE-VALUE    PIC -,---,---,--9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-BATCH-NUMBER      PIC Z(4).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-RESULT            PIC X(20).
           05  FILLER                  PIC X(24)  VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(30)
               VALUE 'COUNT ADJUSTMENT APPROVAL REGI'.
           05  FILLER                  PIC X(30)
               VALUE 'STER                          '.
           05  FILLER                  PIC X(12)
               VALUE '  RUN DATE: '.
           05  WS-H1-RUN-DATE          PIC X(10).
           05  FILLER                  PIC X(50)  VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(6)   VALUE 'ITEM #'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE 'LOC'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE 'A/R'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE 'BY '.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE 'COUNT DATE'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE ' BOOK QTY'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE 'COUNT QTY'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE '  VARIANCE VALUE'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE 'BTCH'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(20)  VALUE 'RESULT'.
           05  FILLER                  PIC X(24)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION           PIC X(30).
           05  WS-SL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91)  VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- CONTROLS THE OVERALL APPROVAL RUN.           *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-DECISION THRU 2000-EXIT
               UNTIL WS-EOF-ADJ-APPROVAL.
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
                       MOVE 9501 TO WS-NEXT-BATCH-NUMBER
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
           OPEN INPUT ADJ-APPROVAL-FILE.
           PERFORM 1040-VERIFY-APPROVAL-OPEN THRU 1040-EXIT.
           OPEN I-O PENDING-ADJ-FILE.
           PERFORM 1050-VERIFY-PENDADJ-OPEN THRU 1050-EXIT.
           OPEN OUTPUT ADJ-TRAN-FILE.
           OPEN OUTPUT ADJ-APPROVAL-RPT.
           PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
           PERFORM 1200-READ-DECISION THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1040-VERIFY-APPROVAL-OPEN -- CONFIRM ADJAPPR.DAT OPENED       *
      * SUCCESSFULLY.  IF NOT, THERE IS NOTHING TO DECIDE, SO STOP    *
      * RATHER THAN RUN AGAINST A FILE THAT IS NOT ACTUALLY OPEN.     *
      *****************************************************************
       1040-VERIFY-APPROVAL-OPEN.
           IF NOT WS-ADJ-APPROVAL-STATUS = '00'
               DISPLAY 'INVADJA: ADJ-APPROVAL-FILE OPEN FAILED, '
                   'FILE STATUS = ' WS-ADJ-APPROVAL-STATUS
               STOP RUN
           END-IF.
       1040-EXIT.
           EXIT.

      *****************************************************************
      * 1050-VERIFY-PENDADJ-OPEN -- PENDADJ.DAT IS CREATED BY INVUPDT *
      * THE FIRST TIME IT HOLDS A COUNT.  IF IT IS NOT THERE, NO      *
      * COUNT HAS EVER BEEN HELD AND THERE IS NOTHING TO APPROVE --   *
      * THE RUN CARRIES ON SO EACH CARD IS REJECTED AS NO HOLD.  ANY  *
      * OTHER FAILURE STOPS THE RUN.                                  *
      *****************************************************************
       1050-VERIFY-PENDADJ-OPEN.
           IF WS-PENDADJ-FILE-STATUS = '00'
               SET WS-PENDADJ-PRESENT TO TRUE
           END-IF.
           IF NOT WS-PENDADJ-FILE-STATUS = '00'
             AND NOT WS-PENDADJ-FILE-STATUS = '35'
               DISPLAY 'INVADJA: PENDING-ADJ-FILE OPEN FAILED, '
                   'FILE STATUS = ' WS-PENDADJ-FILE-STATUS
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

       1100-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
           MOVE SPACES TO ADJ-APPROVAL-RPT-RECORD.
           MOVE '1' TO AR-CARRIAGE-CONTROL.
           MOVE WS-HEADING-1 TO AR-REPORT-TEXT.
           WRITE ADJ-APPROVAL-RPT-RECORD.
           MOVE SPACES TO ADJ-APPROVAL-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-HEADING-2 TO AR-REPORT-TEXT.
           WRITE ADJ-APPROVAL-RPT-RECORD.
       1100-EXIT.
           EXIT.

       1150-BUILD-RUN-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CD-YEAR  TO WS-RD-YEAR.
           MOVE WS-CD-MONTH TO WS-RD-MONTH.
           MOVE WS-CD-DAY   TO WS-RD-DAY.
       1150-EXIT.
           EXIT.

       1200-READ-DECISION.
           READ ADJ-APPROVAL-FILE
               AT END
                   SET WS-EOF-ADJ-APPROVAL TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESS-DECISION -- CHECK THE CARD AGAINST ITS HOLD,     *
      * THEN APPLY IT OR REJECT IT.                                   *
      *****************************************************************
       2000-PROCESS-DECISION.
           ADD 1 TO WS-CARDS-READ-COUNT.
           MOVE SPACES TO WS-LOG-LINE.
           MOVE 'N' TO WS-HOLD-FOUND-SW.
           IF AA-ITEM-NUMBER IS NUMERIC
             AND WS-PENDADJ-PRESENT
               PERFORM 2100-FIND-HOLD THRU 2100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN AA-ITEM-NUMBER IS NOT NUMERIC
                   MOVE 'REJECT-NOT NUMERIC' TO WS-LL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN NOT (AA-APPROVE OR AA-REJECT)
                   MOVE 'REJECT-BAD DECISION' TO WS-LL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN AA-APPROVER-ID = SPACES
                   MOVE 'REJECT-NO INITIALS' TO WS-LL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN WS-HOLD-NOT-FOUND
                   MOVE 'REJECT-NO HOLD' TO WS-LL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN PA-REJECTED
                   PERFORM 3900-SHOW-HOLD THRU 3900-EXIT
                   MOVE 'REJECT-AWAITING RCNT' TO WS-LL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN AA-APPROVE
                   PERFORM 3000-APPROVE-HOLD THRU 3000-EXIT
               WHEN OTHER
                   PERFORM 3100-REJECT-HOLD THRU 3100-EXIT
           END-EVALUATE.
           PERFORM 3950-WRITE-LOG-LINE THRU 3950-EXIT.
           PERFORM 1200-READ-DECISION THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

       2100-FIND-HOLD.
           MOVE AA-ITEM-NUMBER TO PA-ITEM-NUMBER.
           MOVE AA-LOCATION-CODE TO PA-LOCATION-CODE.
           READ PENDING-ADJ-FILE
               INVALID KEY
                   SET WS-HOLD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-HOLD-FOUND TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 3000-APPROVE-HOLD -- MARK THE HOLD APPROVED WITH THE DATE AND *
      * THE SUPERVISOR'S INITIALS, AND WRITE THE APPROVAL-FLAGGED     *
      * ADJUSTMENT THAT WILL POST IT.                                 *
      *****************************************************************
       3000-APPROVE-HOLD.
           PERFORM 3900-SHOW-HOLD THRU 3900-EXIT.
           IF PA-APPROVED
               MOVE 'APPROVAL RE-ISSUED' TO WS-LL-RESULT
           ELSE
               MOVE 'APPROVED' TO WS-LL-RESULT
           END-IF.
           SET PA-APPROVED TO TRUE.
           MOVE WS-RUN-DATE TO PA-DECISION-DATE.
           MOVE AA-APPROVER-ID TO PA-APPROVER-ID.
           REWRITE PENDING-ADJUSTMENT-COPYBOOK-RECORD.
           PERFORM 4200-WRITE-ADJUSTMENT THRU 4200-EXIT.
           ADD 1 TO WS-APPROVED-COUNT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-REJECT-HOLD -- MARK THE HOLD REJECTED WITH THE DATE AND  *
      * THE SUPERVISOR'S INITIALS.  THE HOLD STAYS ON FILE, KEEPING   *
      * THE ITEM ON THE COUNT WORKSHEET, UNTIL A RECOUNT POSTS OR IS  *
      * HELD IN ITS PLACE.                                            *
      *****************************************************************
       3100-REJECT-HOLD.
           PERFORM 3900-SHOW-HOLD THRU 3900-EXIT.
           SET PA-REJECTED TO TRUE.
           MOVE WS-RUN-DATE TO PA-DECISION-DATE.
           MOVE AA-APPROVER-ID TO PA-APPROVER-ID.
           REWRITE PENDING-ADJUSTMENT-COPYBOOK-RECORD.
           MOVE 'REJECTED FOR RECOUNT' TO WS-LL-RESULT.
           ADD 1 TO WS-RECOUNT-COUNT.
       3100-EXIT.
           EXIT.

       3900-SHOW-HOLD.
           MOVE PA-COUNT-DATE TO WS-LL-COUNT-DATE.
           MOVE PA-BOOK-QTY TO WS-LL-BOOK-QTY.
           MOVE PA-COUNTED-QTY TO WS-LL-COUNTED-QTY.
           MOVE PA-VARIANCE-VALUE TO WS-LL-VARIANCE-VALUE.
       3900-EXIT.
           EXIT.

       3950-WRITE-LOG-LINE.
           MOVE AA-ITEM-NUMBER TO WS-LL-ITEM-NUMBER.
           MOVE AA-LOCATION-CODE TO WS-LL-LOCATION-CODE.
           MOVE AA-DECISION TO WS-LL-DECISION.
           MOVE AA-APPROVER-ID TO WS-LL-APPROVER-ID.
           MOVE SPACES TO ADJ-APPROVAL-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-LOG-LINE TO AR-REPORT-TEXT.
           WRITE ADJ-APPROVAL-RPT-RECORD.
       3950-EXIT.
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
           MOVE 'ADJ' TO BH-OPERATOR-ID.
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
      * 4200-WRITE-ADJUSTMENT -- WRITE ONE APPROVAL-FLAGGED 'A' FOR   *
      * THE HOLD INTO THE OPEN BATCH, STARTING A BATCH FIRST IF NONE  *
      * IS OPEN AND CLOSING IT WHEN IT REACHES THE BATCH LIMIT.  THE  *
      * UNIT COST IS LEFT ZERO, AS ON A KEYED ADJUSTMENT.             *
      *****************************************************************
       4200-WRITE-ADJUSTMENT.
           IF NOT WS-BATCH-OPEN
               PERFORM 4000-START-BATCH THRU 4000-EXIT
           END-IF.
           MOVE SPACES TO TRANSACTION-COPYBOOK-RECORD.
           MOVE PA-ITEM-NUMBER TO TR-ITEM-NUMBER.
           SET TR-ADJUSTMENT TO TRUE.
           MOVE PA-COUNTED-QTY TO TR-QUANTITY.
           MOVE WS-RUN-DATE TO TR-TRANS-DATE.
           MOVE ZERO TO TR-UNIT-COST.
           MOVE PA-LOCATION-CODE TO TR-LOCATION-CODE.
           SET TR-APPROVED-ADJUSTMENT TO TRUE.
           WRITE TRANSACTION-COPYBOOK-RECORD.
           ADD 1 TO WS-BATCH-REC-COUNT.
           ADD TR-QUANTITY TO WS-BATCH-QTY-HASH.
           ADD TR-ITEM-NUMBER TO WS-BATCH-ITEM-HASH.
           ADD 1 TO WS-ADJ-WRITTEN-COUNT.
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
           MOVE SPACES TO ADJ-APPROVAL-RPT-RECORD.
           MOVE '1' TO AR-CARRIAGE-CONTROL.
           WRITE ADJ-APPROVAL-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'DECISION CARDS READ           ' TO WS-SL-CAPTION.
           MOVE WS-CARDS-READ-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ADJ-APPROVAL-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AR-REPORT-TEXT.
           WRITE ADJ-APPROVAL-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'HOLDS APPROVED                ' TO WS-SL-CAPTION.
           MOVE WS-APPROVED-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ADJ-APPROVAL-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AR-REPORT-TEXT.
           WRITE ADJ-APPROVAL-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'HOLDS REJECTED FOR RECOUNT    ' TO WS-SL-CAPTION.
           MOVE WS-RECOUNT-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ADJ-APPROVAL-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AR-REPORT-TEXT.
           WRITE ADJ-APPROVAL-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'DECISION CARDS REJECTED       ' TO WS-SL-CAPTION.
           MOVE WS-REJECT-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ADJ-APPROVAL-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AR-REPORT-TEXT.
           WRITE ADJ-APPROVAL-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ADJUSTMENTS WRITTEN           ' TO WS-SL-CAPTION.
           MOVE WS-ADJ-WRITTEN-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ADJ-APPROVAL-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AR-REPORT-TEXT.
           WRITE ADJ-APPROVAL-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ADJUSTMENT BATCHES WRITTEN    ' TO WS-SL-CAPTION.
           MOVE WS-BATCHES-WRITTEN TO WS-SL-COUNT.
           MOVE SPACES TO ADJ-APPROVAL-RPT-RECORD.
           MOVE ' ' TO AR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AR-REPORT-TEXT.
           WRITE ADJ-APPROVAL-RPT-RECORD.

           IF WS-PENDADJ-PRESENT
               CLOSE PENDING-ADJ-FILE
           END-IF.
           CLOSE ADJ-APPROVAL-FILE
                 ADJ-TRAN-FILE
                 ADJ-APPROVAL-RPT.
       8000-EXIT.
           EXIT.
