       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVABCR.
       AUTHOR. J. HALVORSEN.
       INSTALLATION. DISTRIBUTION CENTER DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      * 2026-10-15  JH  INITIAL VERSION.  ABC STRATIFICATION FROM     *
      *                 ANNUAL USAGE VALUE, RUN AFTER THE MONTH-END   *
      *                 USAGE ROLL (INVUSAG).  VALUES EACH ITEM'S     *
      *                 TWELVE-MONTH ISSUE QUANTITY AT ITS UNIT COST, *
      *                 RANKS THE ITEMS HIGHEST VALUE FIRST, AND      *
      *                 CLASSES THEM A, B, OR C BY CUMULATIVE SHARE   *
      *                 OF THE TOTAL USAGE VALUE, WITH THE CUT-OFF    *
      *                 PERCENTAGES FROM A CONTROL CARD.  EVERY ITEM  *
      *                 WHOSE COMPUTED CLASS DIFFERS FROM THE CLASS   *
      *                 ON THE MASTER IS PRINTED FOR APPROVAL AND A   *
      *                 MAINTENANCE CHANGE CARD CARRYING THE NEW      *
      *                 CLASS IS WRITTEN FOR INVMNT, SO THE CYCLE     *
      *                 COUNT SCHEDULE (INVCYCL) FOLLOWS REAL DEMAND  *
      *                 INSTEAD OF THE CLASS GUESSED WHEN THE ITEM    *
      *                 WAS ADDED.                                    *
      *****************************************************************
      *
      *    THE CONTROL CARD CARRIES THE A CUT-OFF PERCENT IN COLUMNS
      *    1-3 AND THE B CUT-OFF PERCENT IN COLUMNS 4-6 (BLANK TAKES
      *    THE USUAL 80 AND 95).  THE A CUT-OFF MUST BE BELOW THE B
      *    CUT-OFF AND THE B CUT-OFF NO MORE THAN 100, OR THE RUN
      *    STOPS.  WORKING DOWN THE RANKING, AN ITEM IS CLASS A WHILE
      *    THE ITEMS RANKED AHEAD OF IT ACCOUNT FOR LESS THAN THE A
      *    CUT-OFF OF TOTAL USAGE VALUE, CLASS B WHILE THEY ACCOUNT FOR
      *    LESS THAN THE B CUT-OFF, AND CLASS C AFTER THAT -- SO THE
      *    ITEM THAT CARRIES THE CUMULATIVE SHARE ACROSS A CUT-OFF
      *    STAYS IN THE HIGHER CLASS, AND THE TOP ITEM IS ALWAYS A.
      *    AN ITEM WITH NO USAGE VALUE IS ALWAYS C.  DISCONTINUED
      *    ITEMS ARE NOT RANKED AND THEIR CLASS IS LEFT ALONE.
      *
      *    THE CHANGE CARDS (DD ABCTRAN) ARE IN MAINTRAN.DAT LAYOUT:
      *    ACTION 'C' WITH ONLY THE ABC CLASS COLUMN FILLED IN, SO
      *    INVMNT CHANGES THE CLASS AND NOTHING ELSE.  ONCE A
      *    SUPERVISOR HAS SIGNED OFF THE RECLASSIFICATION REPORT, THE
      *    DATASET IS SUPPLIED AS INVMNT'S MAINTRAN INPUT; A LINE THE
      *    SUPERVISOR STRIKES IS REMOVED FROM THE DATASET FIRST.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO ABCCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-CARD-STATUS.
           SELECT INVENTORY-MASTER ASSIGN TO INVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-ITEM-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT USAGE-FILE ASSIGN TO USGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USAGE-KEY
               FILE STATUS IS WS-USAGE-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
           SELECT SORTED-VALUE-FILE ASSIGN TO SRTABC
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-TRAN-FILE ASSIGN TO ABCTRAN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECLASS-RPT ASSIGN TO ABCRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05  CC-A-CUTOFF-PCT         PIC X(3).
           05  CC-B-CUTOFF-PCT         PIC X(3).
           05  FILLER                  PIC X(74).

       FD  INVENTORY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY INVMASTC.

       FD  USAGE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USAGEC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SV-USAGE-VALUE          PIC 9(11)V99.
           05  SV-ITEM-NUMBER          PIC 9(6).
           05  SV-DESCRIPTION          PIC X(29).
           05  SV-ISSUE-TOTAL          PIC 9(9).
           05  SV-UNIT-COST            PIC 9(5)V99.
           05  SV-CURRENT-CLASS        PIC X(1).
           05  FILLER                  PIC X(15).

       FD  SORTED-VALUE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SORTED-VALUE-RECORD.
           05  SR-USAGE-VALUE          PIC 9(11)V99.
           05  SR-ITEM-NUMBER          PIC 9(6).
           05  SR-DESCRIPTION          PIC X(29).
           05  SR-ISSUE-TOTAL          PIC 9(9).
           05  SR-UNIT-COST            PIC 9(5)V99.
           05  SR-CURRENT-CLASS        PIC X(1).
           05  FILLER                  PIC X(15).

       FD  MAINT-TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MAINTRNC.

       FD  RECLASS-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RECLASS-RPT-RECORD.
           05  RC-CARRIAGE-CONTROL     PIC X(1).
           05  RC-REPORT-TEXT          PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-CONTROL-CARD-STATUS  PIC X(2)   VALUE SPACES.
       77  WS-MASTER-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-USAGE-FILE-STATUS    PIC X(2)   VALUE SPACES.
       77  WS-EOF-MASTER-SW        PIC X(1)   VALUE 'N'.
           88  WS-EOF-MASTER                  VALUE 'Y'.
       77  WS-EOF-SORTED-SW        PIC X(1)   VALUE 'N'.
           88  WS-EOF-SORTED                  VALUE 'Y'.
       77  WS-USAGE-SCAN-DONE-SW   PIC X(1)   VALUE 'N'.
           88  WS-USAGE-SCAN-DONE             VALUE 'Y'.

       77  WS-A-CUTOFF-PCT         PIC 9(3)   VALUE 80.
       77  WS-B-CUTOFF-PCT         PIC 9(3)   VALUE 95.

       77  WS-ITEMS-READ-COUNT     PIC 9(7)   VALUE ZERO.
       77  WS-DISCONTINUED-COUNT   PIC 9(7)   VALUE ZERO.
       77  WS-RANK                 PIC 9(7)   VALUE ZERO.
       77  WS-CLASS-A-COUNT        PIC 9(7)   VALUE ZERO.
       77  WS-CLASS-B-COUNT        PIC 9(7)   VALUE ZERO.
       77  WS-CLASS-C-COUNT        PIC 9(7)   VALUE ZERO.
       77  WS-RECLASS-COUNT        PIC 9(7)   VALUE ZERO.
       77  WS-CARD-COUNT           PIC 9(7)   VALUE ZERO.

       77  WS-ISSUE-TOTAL          PIC 9(9)   VALUE ZERO.
       77  WS-USAGE-VALUE          PIC 9(11)V99 VALUE ZERO.
       77  WS-TOTAL-USAGE-VALUE    PIC 9(13)V99 VALUE ZERO.
       77  WS-CUMULATIVE-VALUE     PIC 9(13)V99 VALUE ZERO.
       77  WS-PRIOR-PCT            PIC 9(3)V99 VALUE ZERO.
       77  WS-CUMULATIVE-PCT       PIC 9(3)V99 VALUE ZERO.
       77  WS-NEW-CLASS            PIC X(1)   VALUE SPACE.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(30)
               VALUE 'ABC RECLASSIFICATION REPORT   '.
           05  FILLER                  PIC X(14)
               VALUE 'A CUT-OFF PCT '.
           05  WS-H1-A-CUTOFF          PIC ZZ9.
           05  FILLER                  PIC X(16)
               VALUE '   B CUT-OFF PCT'.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  WS-H1-B-CUTOFF          PIC ZZ9.
           05  FILLER                  PIC X(65)  VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(7)   VALUE '   RANK'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE 'ITEM #'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(29)  VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE ' ANNUAL QTY'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE 'UNIT COST'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE '       USAGE VALUE'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE 'CUM PCT'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE 'OLD'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE 'NEW'.
           05  FILLER                  PIC X(15)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-RANK              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  WS-DL-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-DESCRIPTION       PIC X(29).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-ISSUE-TOTAL       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-UNIT-COST         PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-USAGE-VALUE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-CUMULATIVE-PCT    PIC ZZ9.99.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  WS-DL-OLD-CLASS         PIC X(1).
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  WS-DL-NEW-CLASS         PIC X(1).
           05  FILLER                  PIC X(16)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION           PIC X(30).
           05  WS-SL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91)  VALUE SPACES.

       01  WS-VALUE-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'TOTAL ANNUAL USAGE VALUE      '.
           05  WS-VL-TOTAL-VALUE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(84)  VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- CONTROLS THE OVERALL RECLASSIFICATION RUN.   *
      * THE SORT INPUT PROCEDURE VALUES EVERY RANKED ITEM'S USAGE AND *
      * TOTALS IT; THE SORTED FILE IS THEN READ HIGHEST VALUE FIRST,  *
      * WHEN THE TOTAL IS KNOWN AND CUMULATIVE SHARES CAN BE TAKEN.   *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SV-USAGE-VALUE
               ON ASCENDING KEY SV-ITEM-NUMBER
               INPUT PROCEDURE IS 2000-BROWSE-MASTER
                   THRU 2000-EXIT
               GIVING SORTED-VALUE-FILE.
           PERFORM 3000-CLASSIFY-ITEMS THRU 3000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE -- TAKE THE CUT-OFFS FROM THE CONTROL CARD    *
      * (BLANK COLUMNS KEEP THE DEFAULTS), OPEN THE USAGE HISTORY,    *
      * THE CHANGE CARD FILE, AND THE REPORT, AND PRINT HEADINGS.     *
      * CUT-OFFS OUT OF ORDER STOP THE RUN BEFORE ANY CARD IS WRITTEN.*
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CONTROL-CARD-STATUS = '00'
               READ CONTROL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-A-CUTOFF-PCT IS NUMERIC
                           MOVE CC-A-CUTOFF-PCT TO WS-A-CUTOFF-PCT
                       END-IF
                       IF CC-B-CUTOFF-PCT IS NUMERIC
                           MOVE CC-B-CUTOFF-PCT TO WS-B-CUTOFF-PCT
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.
           IF WS-A-CUTOFF-PCT = ZERO
             OR WS-A-CUTOFF-PCT NOT < WS-B-CUTOFF-PCT
             OR WS-B-CUTOFF-PCT > 100
               DISPLAY 'INVABCR: CUT-OFF PERCENTS OUT OF ORDER, A = '
                   WS-A-CUTOFF-PCT ' B = ' WS-B-CUTOFF-PCT
               DISPLAY 'INVABCR: CORRECT THE CONTROL CARD AND RESUBMIT'
               STOP RUN
           END-IF.

           OPEN INPUT USAGE-FILE.
           IF NOT WS-USAGE-FILE-STATUS = '00'
               DISPLAY 'INVABCR: USAGE-FILE OPEN FAILED, '
                   'FILE STATUS = ' WS-USAGE-FILE-STATUS
               DISPLAY 'INVABCR: RUN INVUSAG TO BUILD THE USAGE '
                   'HISTORY, THEN RESUBMIT'
               STOP RUN
           END-IF.
           OPEN OUTPUT MAINT-TRAN-FILE.
           OPEN OUTPUT RECLASS-RPT.
           MOVE WS-A-CUTOFF-PCT TO WS-H1-A-CUTOFF.
           MOVE WS-B-CUTOFF-PCT TO WS-H1-B-CUTOFF.
           MOVE SPACES TO RECLASS-RPT-RECORD.
           MOVE '1' TO RC-CARRIAGE-CONTROL.
           MOVE WS-HEADING-1 TO RC-REPORT-TEXT.
           WRITE RECLASS-RPT-RECORD.
           MOVE SPACES TO RECLASS-RPT-RECORD.
           MOVE ' ' TO RC-CARRIAGE-CONTROL.
           MOVE WS-HEADING-2 TO RC-REPORT-TEXT.
           WRITE RECLASS-RPT-RECORD.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-BROWSE-MASTER -- SORT INPUT PROCEDURE.  ONE PASS OVER    *
      * THE MASTER: EACH ITEM THAT IS NOT DISCONTINUED HAS ITS        *
      * TWELVE-MONTH ISSUE QUANTITY VALUED AT ITS UNIT COST, ADDED TO *
      * THE TOTAL, AND RELEASED INTO THE SORT.                        *
      *****************************************************************
       2000-BROWSE-MASTER.
           OPEN INPUT INVENTORY-MASTER.
           PERFORM 2050-VERIFY-MASTER-OPEN THRU 2050-EXIT.
           PERFORM 2080-READ-MASTER THRU 2080-EXIT.
           PERFORM 2100-PROCESS-ITEM THRU 2100-EXIT
               UNTIL WS-EOF-MASTER.
           CLOSE INVENTORY-MASTER.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2050-VERIFY-MASTER-OPEN -- CONFIRM INVMAST.DAT OPENED         *
      * SUCCESSFULLY.  IF NOT, THERE IS NOTHING TO CLASSIFY, SO STOP  *
      * RATHER THAN RUN AGAINST A FILE THAT IS NOT ACTUALLY OPEN.     *
      *****************************************************************
       2050-VERIFY-MASTER-OPEN.
           IF NOT WS-MASTER-FILE-STATUS = '00'
               DISPLAY 'INVABCR: INVENTORY-MASTER OPEN FAILED, '
                   'FILE STATUS = ' WS-MASTER-FILE-STATUS
               STOP RUN
           END-IF.
       2050-EXIT.
           EXIT.

       2080-READ-MASTER.
           READ INVENTORY-MASTER
               AT END
                   SET WS-EOF-MASTER TO TRUE
           END-READ.
       2080-EXIT.
           EXIT.

       2100-PROCESS-ITEM.
           ADD 1 TO WS-ITEMS-READ-COUNT.
           IF IM-DISCONTINUED
               ADD 1 TO WS-DISCONTINUED-COUNT
           ELSE
               PERFORM 2200-SUM-USAGE THRU 2200-EXIT
               COMPUTE WS-USAGE-VALUE =
                   WS-ISSUE-TOTAL * IM-UNIT-COST
               ADD WS-USAGE-VALUE TO WS-TOTAL-USAGE-VALUE
               MOVE SPACES TO SORT-WORK-RECORD
               MOVE WS-USAGE-VALUE TO SV-USAGE-VALUE
               MOVE IM-ITEM-NUMBER TO SV-ITEM-NUMBER
               MOVE IM-ITEM-DESCRIPTION TO SV-DESCRIPTION
               MOVE WS-ISSUE-TOTAL TO SV-ISSUE-TOTAL
               MOVE IM-UNIT-COST TO SV-UNIT-COST
               MOVE IM-ABC-CLASS TO SV-CURRENT-CLASS
               RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM 2080-READ-MASTER THRU 2080-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-SUM-USAGE -- TOTAL THE ITEM'S ISSUE QUANTITY ACROSS ITS  *
      * USAGE RECORDS, POSITIONING AT THE ITEM'S FIRST PERIOD AND     *
      * READING FORWARD UNTIL THE ITEM NUMBER CHANGES.  THE FILE      *
      * HOLDS AT MOST TWELVE PERIODS PER ITEM; MONTHS WITH NO RECORD  *
      * ARE MONTHS WITH NO DEMAND.                                    *
      *****************************************************************
       2200-SUM-USAGE.
           MOVE ZERO TO WS-ISSUE-TOTAL.
           MOVE 'N' TO WS-USAGE-SCAN-DONE-SW.
           MOVE IM-ITEM-NUMBER TO US-ITEM-NUMBER.
           MOVE LOW-VALUES TO US-PERIOD.
           START USAGE-FILE
               KEY IS NOT < US-USAGE-KEY
               INVALID KEY
                   SET WS-USAGE-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2250-ADD-NEXT-PERIOD THRU 2250-EXIT
               UNTIL WS-USAGE-SCAN-DONE.
       2200-EXIT.
           EXIT.

       2250-ADD-NEXT-PERIOD.
           READ USAGE-FILE NEXT RECORD
               AT END
                   SET WS-USAGE-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-USAGE-SCAN-DONE
               IF US-ITEM-NUMBER NOT = IM-ITEM-NUMBER
                   SET WS-USAGE-SCAN-DONE TO TRUE
               ELSE
                   ADD US-ISSUE-QTY TO WS-ISSUE-TOTAL
               END-IF
           END-IF.
       2250-EXIT.
           EXIT.

      *****************************************************************
      * 3000-CLASSIFY-ITEMS -- READ THE RANKING HIGHEST VALUE FIRST   *
      * AND CLASS EACH ITEM.                                          *
      *****************************************************************
       3000-CLASSIFY-ITEMS.
           OPEN INPUT SORTED-VALUE-FILE.
           PERFORM 3100-READ-SORTED THRU 3100-EXIT.
           PERFORM 3200-CLASSIFY-ITEM THRU 3200-EXIT
               UNTIL WS-EOF-SORTED.
           CLOSE SORTED-VALUE-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-SORTED.
           READ SORTED-VALUE-FILE
               AT END
                   SET WS-EOF-SORTED TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3200-CLASSIFY-ITEM -- THE CLASS FOLLOWS FROM THE SHARE OF     *
      * TOTAL USAGE VALUE HELD BY THE ITEMS RANKED AHEAD OF THIS ONE. *
      * WITH NO USAGE VALUE ANYWHERE (A NEW HISTORY, OR ALL COSTS     *
      * ZERO) THERE IS NO RANKING TO GO ON AND EVERY ITEM IS C.  A    *
      * CHANGED CLASS IS PRINTED AND CARRIED ON A CHANGE CARD.        *
      *****************************************************************
       3200-CLASSIFY-ITEM.
           ADD 1 TO WS-RANK.
           IF WS-TOTAL-USAGE-VALUE = ZERO
               MOVE ZERO TO WS-PRIOR-PCT
               MOVE ZERO TO WS-CUMULATIVE-PCT
           ELSE
               COMPUTE WS-PRIOR-PCT =
                   WS-CUMULATIVE-VALUE * 100 / WS-TOTAL-USAGE-VALUE
               ADD SR-USAGE-VALUE TO WS-CUMULATIVE-VALUE
               COMPUTE WS-CUMULATIVE-PCT ROUNDED =
                   WS-CUMULATIVE-VALUE * 100 / WS-TOTAL-USAGE-VALUE
           END-IF.
           EVALUATE TRUE
               WHEN SR-USAGE-VALUE = ZERO
                   MOVE 'C' TO WS-NEW-CLASS
               WHEN WS-PRIOR-PCT < WS-A-CUTOFF-PCT
                   MOVE 'A' TO WS-NEW-CLASS
               WHEN WS-PRIOR-PCT < WS-B-CUTOFF-PCT
                   MOVE 'B' TO WS-NEW-CLASS
               WHEN OTHER
                   MOVE 'C' TO WS-NEW-CLASS
           END-EVALUATE.
           EVALUATE WS-NEW-CLASS
               WHEN 'A'
                   ADD 1 TO WS-CLASS-A-COUNT
               WHEN 'B'
                   ADD 1 TO WS-CLASS-B-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CLASS-C-COUNT
           END-EVALUATE.
           IF WS-NEW-CLASS NOT = SR-CURRENT-CLASS
               ADD 1 TO WS-RECLASS-COUNT
               PERFORM 3300-WRITE-DETAIL-LINE THRU 3300-EXIT
               PERFORM 3400-WRITE-CHANGE-CARD THRU 3400-EXIT
           END-IF.
           PERFORM 3100-READ-SORTED THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3300-WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-RANK TO WS-DL-RANK.
           MOVE SR-ITEM-NUMBER TO WS-DL-ITEM-NUMBER.
           MOVE SR-DESCRIPTION TO WS-DL-DESCRIPTION.
           MOVE SR-ISSUE-TOTAL TO WS-DL-ISSUE-TOTAL.
           MOVE SR-UNIT-COST TO WS-DL-UNIT-COST.
           MOVE SR-USAGE-VALUE TO WS-DL-USAGE-VALUE.
           MOVE WS-CUMULATIVE-PCT TO WS-DL-CUMULATIVE-PCT.
           MOVE SR-CURRENT-CLASS TO WS-DL-OLD-CLASS.
           MOVE WS-NEW-CLASS TO WS-DL-NEW-CLASS.
           MOVE SPACES TO RECLASS-RPT-RECORD.
           MOVE ' ' TO RC-CARRIAGE-CONTROL.
           MOVE WS-DETAIL-LINE TO RC-REPORT-TEXT.
           WRITE RECLASS-RPT-RECORD.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3400-WRITE-CHANGE-CARD -- A CHANGE CARD WITH ONLY THE ITEM    *
      * NUMBER, ACTION, AND ABC CLASS COLUMNS FILLED IN.  INVMNT      *
      * LEAVES EVERY BLANK COLUMN AS THE MASTER HAS IT.               *
      *****************************************************************
       3400-WRITE-CHANGE-CARD.
           MOVE SPACES TO MAINT-TRAN-COPYBOOK-RECORD.
           MOVE SR-ITEM-NUMBER TO MT-ITEM-NUMBER.
           SET MT-CHANGE-ITEM TO TRUE.
           MOVE WS-NEW-CLASS TO MT-ABC-CLASS.
           WRITE MAINT-TRAN-COPYBOOK-RECORD.
           ADD 1 TO WS-CARD-COUNT.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * 8000-TERMINATE -- PRINT THE CLASS COUNTS, THE RECLASSIFIED    *
      * AND CARD COUNTS, AND THE TOTAL USAGE VALUE, AND CLOSE FILES.  *
      *****************************************************************
       8000-TERMINATE.
           MOVE SPACES TO RECLASS-RPT-RECORD.
           MOVE '1' TO RC-CARRIAGE-CONTROL.
           WRITE RECLASS-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'MASTER ITEMS READ             ' TO WS-SL-CAPTION.
           MOVE WS-ITEMS-READ-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'DISCONTINUED - NOT RANKED     ' TO WS-SL-CAPTION.
           MOVE WS-DISCONTINUED-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ITEMS RANKED                  ' TO WS-SL-CAPTION.
           MOVE WS-RANK TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE '  CLASS A                     ' TO WS-SL-CAPTION.
           MOVE WS-CLASS-A-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE '  CLASS B                     ' TO WS-SL-CAPTION.
           MOVE WS-CLASS-B-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE '  CLASS C                     ' TO WS-SL-CAPTION.
           MOVE WS-CLASS-C-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ITEMS RECLASSIFIED            ' TO WS-SL-CAPTION.
           MOVE WS-RECLASS-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'CHANGE CARDS WRITTEN          ' TO WS-SL-CAPTION.
           MOVE WS-CARD-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE WS-TOTAL-USAGE-VALUE TO WS-VL-TOTAL-VALUE.
           MOVE SPACES TO RECLASS-RPT-RECORD.
           MOVE ' ' TO RC-CARRIAGE-CONTROL.
           MOVE WS-VALUE-LINE TO RC-REPORT-TEXT.
           WRITE RECLASS-RPT-RECORD.

           CLOSE USAGE-FILE
                 MAINT-TRAN-FILE
                 RECLASS-RPT.
       8000-EXIT.
           EXIT.

       8100-WRITE-SUMMARY-LINE.
           MOVE SPACES TO RECLASS-RPT-RECORD.
           MOVE ' ' TO RC-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO RC-REPORT-TEXT.
           WRITE RECLASS-RPT-RECORD.
       8100-EXIT.
           EXIT.
