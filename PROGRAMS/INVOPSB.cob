      *                 IT READ TONIGHT.  A MIS-SEQUENCED OR SKIPPED  *
      *                 STEP NOW SHOWS UP THE SAME NIGHT INSTEAD OF   *
      *                 DAYS LATER WHEN THE NUMBERS LOOK WRONG.       *
      * 2026-10-15  JH  THE NEW NIGHTLY CUSTOMER ORDER ALLOCATION     *
      *                 STEP, INVALOC (AFTER INVBREL), IS NOW AN      *
      *                 EXPECTED STEP AND PRINTS WITH ITS LINES-READ, *
      *                 LINES-ALLOCATED, QUANTITY-ALLOCATED AND       *
      *                 LINES-UNFILLED COUNTS.                        *
      * 2026-10-15  JH  COUNT ADJUSTMENTS HELD FOR SUPERVISOR         *
      *                 APPROVAL ON PENDADJ.DAT NOW PRINT AS A COUNT  *
      *                 BY STATUS WITH THE WRITE-DOWN AND WRITE-UP    *
      *                 VALUE STILL OUT OF THE BOOKS, AND THE TOTAL   *
      *                 IS PROVED AGAINST THE PENDING COUNT INVRECN   *
      *                 LOGGED.                                       *
      * 2026-10-15  JH  THE NEW AVAILABLE-TO-SELL EXTRACT, INVATS     *
      *                 (AFTER INVBREL), IS NOW AN EXPECTED STEP.     *
      *                 ITS ITEMS FOR SALE PLUS ITEMS NOT FOR SALE    *
      *                 ARE PROVED AGAINST THE MASTER ITEMS INVRORD   *
      *                 READ, SO AN EXTRACT THAT MISSED PART OF THE   *
      *                 MASTER SHOWS UP BEFORE ORDER ENTRY LOADS IT.  *
      *****************************************************************
      *
      *    THIS PROGRAM SCANS RUNLOG.DAT FRONT TO BACK.  RECORDS
      *    INVUPDT END RECORD FROM AN EARLIER DATE IS REMEMBERED FOR
      *    THE SUSPENSE-CYCLE PROOF.  A STEP WITH A START AND NO END
      *    ABENDED OR IS STILL RUNNING; ONE WITH NEITHER NEVER RAN.
      *
      *    PENDADJ.DAT IS THEN READ FRONT TO BACK FOR THE COUNT
      *    ADJUSTMENTS STILL HELD OUT OF THE BOOKS.  A MISSING FILE
      *    MEANS NOTHING IS HELD.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT PENDING-ADJ-FILE ASSIGN TO PENDADJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-PENDING-KEY
               FILE STATUS IS WS-PENDADJ-FILE-STATUS.
           SELECT OPS-BALANCE-RPT ASSIGN TO OPSRPT
               ORGANIZATION IS SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
           COPY RUNLOGC.

       FD  PENDING-ADJ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDADJC.

       FD  OPS-BALANCE-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           88  WS-EOF-RUNLOG                  VALUE 'Y'.
       77  WS-PRIOR-UPDT-SEEN-SW   PIC X(1)   VALUE 'N'.
           88  WS-PRIOR-UPDT-SEEN             VALUE 'Y'.
       77  WS-PENDADJ-FILE-STATUS  PIC X(2)   VALUE SPACES.
       77  WS-EOF-PENDADJ-SW       PIC X(1)   VALUE 'N'.
           88  WS-EOF-PENDADJ                 VALUE 'Y'.

       77  WS-RECORDS-READ-COUNT   PIC 9(9)   VALUE ZERO.
       77  WS-STEPS-COMPLETE-COUNT PIC 9(2)   VALUE ZERO.
       77  WS-STEP-SUB             PIC 9(2)   VALUE ZERO.
       77  WS-STEP-LIMIT           PIC 9(2)   VALUE 11.
       77  WS-PRIOR-UPDT-RECYCLED  PIC 9(7)   VALUE ZERO.
       77  WS-HANDOFF-EXPECTED     PIC 9(9)   VALUE ZERO.
       77  WS-PENDING-ADJ-COUNT    PIC 9(7)   VALUE ZERO.
       77  WS-PENDING-HELD-COUNT   PIC 9(7)   VALUE ZERO.
       77  WS-PENDING-APPR-COUNT   PIC 9(7)   VALUE ZERO.
       77  WS-PENDING-REJ-COUNT    PIC 9(7)   VALUE ZERO.
       77  WS-PENDING-DOWN-TOTAL   PIC 9(11)V99 VALUE ZERO.
       77  WS-PENDING-UP-TOTAL     PIC 9(11)V99 VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CD-YEAR              PIC 9(4).
           05  FILLER                  PIC X(8)   VALUE 'INVEDIT '.
           05  FILLER                  PIC X(8)   VALUE 'INVUPDT '.
           05  FILLER                  PIC X(8)   VALUE 'INVBREL '.
           05  FILLER                  PIC X(8)   VALUE 'INVALOC '.
           05  FILLER                  PIC X(8)   VALUE 'INVRORD '.
           05  FILLER                  PIC X(8)   VALUE 'INVPOGN '.
           05  FILLER                  PIC X(8)   VALUE 'INVCYCL '.
           05  FILLER                  PIC X(8)   VALUE 'INVGLEX '.
           05  FILLER                  PIC X(8)   VALUE 'INVACTS '.
           05  FILLER                  PIC X(8)   VALUE 'INVRECN '.
           05  FILLER                  PIC X(8)   VALUE 'INVATS  '.
       01  WS-STEP-NAMES REDEFINES WS-STEP-NAME-VALUES.
           05  WS-STEP-NAME            OCCURS 11
                                       PIC X(8).

       01  WS-STEP-STATUS-TABLE.
           05  WS-STEP-ENTRY           OCCURS 11.
               10  WS-ST-START-SW      PIC X(1).
               10  WS-ST-END-SW        PIC X(1).
               10  WS-ST-COUNT-1       PIC 9(7).
           05  WS-SL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91)  VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  WS-AM-CAPTION           PIC X(30).
           05  WS-AM-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(86)  VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- CONTROLS THE OVERALL BALANCING RUN.          *
               UNTIL WS-EOF-RUNLOG.
           PERFORM 3000-PRINT-STEP-TABLE THRU 3000-EXIT.
           PERFORM 4000-PRINT-HANDOFF-PROOFS THRU 4000-EXIT.
           PERFORM 5000-PRINT-PENDING-ADJ THRU 5000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      * HANDOFFS.  INVEDIT'S ACCEPTED COUNT PLUS THE SUSPENSE         *
      * RECORDS INVUPDT READ MUST EQUAL THE TRANSACTIONS INVUPDT      *
      * PROCESSED, AND THE SUSPENSE RECORDS RECYCLED ON THE PRIOR     *
      * CYCLE MUST EQUAL THE SUSPENSE RECORDS READ TONIGHT.  THE      *
      * ITEMS INVATS EXTRACTED, FOR SALE OR NOT, MUST EQUAL THE       *
      * MASTER ITEMS INVRORD READ.  A PROOF WHOSE STEPS DID NOT BOTH  *
      * COMPLETE IS MARKED NOT PROVABLE.  TABLE ENTRY 1 IS INVEDIT,   *
      * ENTRY 2 IS INVUPDT, ENTRY 5 IS INVRORD AND ENTRY 11 IS INVATS.*
      *****************************************************************
       4000-PRINT-HANDOFF-PROOFS.
           MOVE SPACES TO OPS-BALANCE-RPT-RECORD.
           MOVE ' ' TO OB-CARRIAGE-CONTROL.
           MOVE WS-PROOF-LINE TO OB-REPORT-TEXT.
           WRITE OPS-BALANCE-RPT-RECORD.

           MOVE SPACES TO WS-PROOF-LINE.
           MOVE 'ATS EXTRACT ITEM COVERAGE     ' TO WS-PL-CAPTION.
           IF WS-ST-END-SW (5) = 'Y'
             AND WS-ST-END-SW (11) = 'Y'
               COMPUTE WS-HANDOFF-EXPECTED =
                   WS-ST-COUNT-2 (11) + WS-ST-COUNT-4 (11)
               IF WS-HANDOFF-EXPECTED = WS-ST-COUNT-1 (5)
                   MOVE 'IN BALANCE    ' TO WS-PL-RESULT
               ELSE
                   MOVE 'OUT OF BALANCE' TO WS-PL-RESULT
               END-IF
           ELSE
               MOVE 'NOT PROVABLE  ' TO WS-PL-RESULT
           END-IF.
           MOVE SPACES TO OPS-BALANCE-RPT-RECORD.
           MOVE ' ' TO OB-CARRIAGE-CONTROL.
           MOVE WS-PROOF-LINE TO OB-REPORT-TEXT.
           WRITE OPS-BALANCE-RPT-RECORD.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 5000-PRINT-PENDING-ADJ -- TOTAL THE COUNT ADJUSTMENTS STILL   *
      * HELD ON PENDADJ.DAT BY STATUS AND BY DIRECTION OF VALUE, AND  *
      * PROVE THE TOTAL AGAINST THE PENDING COUNT INVRECN LOGGED      *
      * (TABLE ENTRY 10) -- NOTHING RUNS BETWEEN THE TWO THAT WRITES  *
      * THE FILE.                                                     *
      *****************************************************************
       5000-PRINT-PENDING-ADJ.
           OPEN INPUT PENDING-ADJ-FILE.
           IF WS-PENDADJ-FILE-STATUS = '00'
               PERFORM 5100-READ-PENDING-ADJ THRU 5100-EXIT
               PERFORM 5200-TOTAL-PENDING-ADJ THRU 5200-EXIT
                   UNTIL WS-EOF-PENDADJ
               CLOSE PENDING-ADJ-FILE
           END-IF.

           MOVE SPACES TO WS-PROOF-LINE.
           MOVE 'PENDING ADJUSTMENT HANDOFF    ' TO WS-PL-CAPTION.
           IF WS-ST-END-SW (10) = 'Y'
               IF WS-PENDING-ADJ-COUNT = WS-ST-COUNT-4 (10)
                   MOVE 'IN BALANCE    ' TO WS-PL-RESULT
               ELSE
                   MOVE 'OUT OF BALANCE' TO WS-PL-RESULT
               END-IF
           ELSE
               MOVE 'NOT PROVABLE  ' TO WS-PL-RESULT
           END-IF.
           MOVE SPACES TO OPS-BALANCE-RPT-RECORD.
           MOVE ' ' TO OB-CARRIAGE-CONTROL.
           MOVE WS-PROOF-LINE TO OB-REPORT-TEXT.
           WRITE OPS-BALANCE-RPT-RECORD.

           MOVE SPACES TO OPS-BALANCE-RPT-RECORD.
           MOVE ' ' TO OB-CARRIAGE-CONTROL.
           WRITE OPS-BALANCE-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ADJUSTMENTS AWAITING DECISION ' TO WS-SL-CAPTION.
           MOVE WS-PENDING-HELD-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO OPS-BALANCE-RPT-RECORD.
           MOVE ' ' TO OB-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO OB-REPORT-TEXT.
           WRITE OPS-BALANCE-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ADJUSTMENTS APPROVED, UNPOSTED' TO WS-SL-CAPTION.
           MOVE WS-PENDING-APPR-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO OPS-BALANCE-RPT-RECORD.
           MOVE ' ' TO OB-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO OB-REPORT-TEXT.
           WRITE OPS-BALANCE-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ADJUSTMENTS REJECTED, RECOUNT ' TO WS-SL-CAPTION.
           MOVE WS-PENDING-REJ-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO OPS-BALANCE-RPT-RECORD.
           MOVE ' ' TO OB-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO OB-REPORT-TEXT.
           WRITE OPS-BALANCE-RPT-RECORD.

           MOVE SPACES TO WS-AMOUNT-LINE.
           MOVE 'PENDING WRITE-DOWN VALUE      ' TO WS-AM-CAPTION.
           MOVE WS-PENDING-DOWN-TOTAL TO WS-AM-AMOUNT.
           MOVE SPACES TO OPS-BALANCE-RPT-RECORD.
           MOVE ' ' TO OB-CARRIAGE-CONTROL.
           MOVE WS-AMOUNT-LINE TO OB-REPORT-TEXT.
           WRITE OPS-BALANCE-RPT-RECORD.

           MOVE SPACES TO WS-AMOUNT-LINE.
           MOVE 'PENDING WRITE-UP VALUE        ' TO WS-AM-CAPTION.
           MOVE WS-PENDING-UP-TOTAL TO WS-AM-AMOUNT.
           MOVE SPACES TO OPS-BALANCE-RPT-RECORD.
           MOVE ' ' TO OB-CARRIAGE-CONTROL.
           MOVE WS-AMOUNT-LINE TO OB-REPORT-TEXT.
           WRITE OPS-BALANCE-RPT-RECORD.

           MOVE SPACES TO OPS-BALANCE-RPT-RECORD.
           MOVE ' ' TO OB-CARRIAGE-CONTROL.
           WRITE OPS-BALANCE-RPT-RECORD.
       5000-EXIT.
           EXIT.

       5100-READ-PENDING-ADJ.
           READ PENDING-ADJ-FILE
               AT END
                   SET WS-EOF-PENDADJ TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

       5200-TOTAL-PENDING-ADJ.
           ADD 1 TO WS-PENDING-ADJ-COUNT.
           EVALUATE TRUE
               WHEN PA-APPROVED
                   ADD 1 TO WS-PENDING-APPR-COUNT
               WHEN PA-REJECTED
                   ADD 1 TO WS-PENDING-REJ-COUNT
               WHEN OTHER
                   ADD 1 TO WS-PENDING-HELD-COUNT
           END-EVALUATE.
           IF PA-VARIANCE-VALUE < ZERO
               SUBTRACT PA-VARIANCE-VALUE FROM WS-PENDING-DOWN-TOTAL
           ELSE
               ADD PA-VARIANCE-VALUE TO WS-PENDING-UP-TOTAL
           END-IF.
           PERFORM 5100-READ-PENDING-ADJ THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

      *****************************************************************
      * 8000-TERMINATE -- PRINT RUN TOTALS AND CLOSE FILES.           *
      *****************************************************************
