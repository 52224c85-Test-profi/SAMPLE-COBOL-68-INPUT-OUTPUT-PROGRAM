      *                 SELECTS ON ARE STAMPED BY THE DAILY UPDATE -- *
      *                 AND WRITES ITS OWN START AND END RECORDS WITH *
      *                 THE READ / DUE / PAST-DUE TOTALS FOR INVOPSB. *
      * 2026-10-15  JH  AN ITEM WITH A COUNT ADJUSTMENT HELD ON       *
      *                 PENDADJ.DAT FOR APPROVAL, OR REJECTED BY THE  *
      *                 SUPERVISOR, NOW PRINTS ON THE WORKSHEET AS A  *
      *                 MANDATORY RECOUNT WHETHER OR NOT IT IS DUE.   *
      *                 THE MANDATORY RECOUNT TOTAL GOES TO THE RUN   *
      *                 LOG AS COUNT 4.                               *
      *****************************************************************
      *
      *    THIS PROGRAM BROWSES INVMAST.DAT FROM BEGINNING TO END.
      *    GOES ON THE EXCEPTION LIST.  A MISSING LOCBAL.DAT, OR AN
      *    ITEM WITH NO LOCATION RECORDS, PRINTS A SINGLE MAIN-
      *    WAREHOUSE COUNT LINE.
      *
      *    AN ITEM WITH A COUNT ADJUSTMENT HELD ON PENDADJ.DAT THAT
      *    IS STILL AWAITING A DECISION, OR THAT THE SUPERVISOR HAS
      *    REJECTED, PRINTS ON THE WORKSHEET WHETHER OR NOT IT IS
      *    DUE, MARKED AS A MANDATORY RECOUNT, WITH THE HELD
      *    LOCATION'S COUNT LINE MARKED AS WELL.  A HOLD ALREADY
      *    APPROVED IS WAITING TO POST AND NEEDS NO RECOUNT.  A
      *    MISSING PENDADJ.DAT MEANS NOTHING IS HELD.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-BALANCE-KEY
               FILE STATUS IS WS-LOCBAL-FILE-STATUS.
           SELECT PENDING-ADJ-FILE ASSIGN TO PENDADJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-PENDING-KEY
               FILE STATUS IS WS-PENDADJ-FILE-STATUS.
           SELECT COUNT-WORKSHEET ASSIGN TO CYCWRK
               ORGANIZATION IS SEQUENTIAL.
           SELECT COUNT-EXCEPTION-RPT ASSIGN TO CYCEXC
           LABEL RECORDS ARE STANDARD.
           COPY LOCBALC.

       FD  PENDING-ADJ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDADJC.

       FD  COUNT-WORKSHEET
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       77  WS-MASTER-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-LOCBAL-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-RUN-LOG-STATUS       PIC X(2)   VALUE SPACES.
       77  WS-PENDADJ-FILE-STATUS  PIC X(2)   VALUE SPACES.
       77  WS-EOF-RUNLOG-SW        PIC X(1)   VALUE 'N'.
           88  WS-EOF-RUNLOG                  VALUE 'Y'.
       77  WS-PRED-COMPLETE-SW     PIC X(1)   VALUE 'N'.
           88  WS-LOCBAL-PRESENT              VALUE 'Y'.
       77  WS-LOC-SCAN-DONE-SW     PIC X(1)   VALUE 'N'.
           88  WS-LOC-SCAN-DONE               VALUE 'Y'.
       77  WS-PENDADJ-PRESENT-SW   PIC X(1)   VALUE 'N'.
           88  WS-PENDADJ-PRESENT             VALUE 'Y'.
       77  WS-HOLD-SCAN-DONE-SW    PIC X(1)   VALUE 'N'.
           88  WS-HOLD-SCAN-DONE              VALUE 'Y'.
       77  WS-RECOUNT-SW           PIC X(1)   VALUE 'N'.
           88  WS-RECOUNT-REQUIRED            VALUE 'Y'.
       77  WS-ITEM-DUE-SW          PIC X(1)   VALUE 'N'.
           88  WS-ITEM-DUE                    VALUE 'Y'.
       77  WS-ITEM-OVERDUE-SW      PIC X(1)   VALUE 'N'.
       77  WS-ITEMS-READ-COUNT     PIC 9(7)   VALUE ZERO.
       77  WS-ITEMS-DUE-COUNT      PIC 9(7)   VALUE ZERO.
       77  WS-ITEMS-OVERDUE-COUNT  PIC 9(7)   VALUE ZERO.
       77  WS-RECOUNT-ITEM-COUNT   PIC 9(7)   VALUE ZERO.
       77  WS-COUNT-LINE-COUNT     PIC 9(7)   VALUE ZERO.
       77  WS-LOC-LINES-THIS-ITEM  PIC 9(5)   VALUE ZERO.

           05  WS-IL-LAST-COUNTED      PIC X(10).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-IL-DUE-DATE          PIC X(10).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-IL-NOTE              PIC X(17).
           05  FILLER                  PIC X(44)  VALUE SPACES.

       01  WS-LOC-LINE.
           05  FILLER                  PIC X(9)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE 'COUNT: '.
           05  FILLER                  PIC X(12)
               VALUE '____________'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LO-NOTE              PIC X(20).
           05  FILLER                  PIC X(72)  VALUE SPACES.

       01  WS-WK-HEADING-1.
           05  FILLER                  PIC X(30)
           05  FILLER                  PIC X(10)  VALUE 'LAST COUNT'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE 'COUNT DUE '.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(17)  VALUE 'NOTE'.
           05  FILLER                  PIC X(44)  VALUE SPACES.

       01  WS-EX-HEADING-1.
           05  FILLER                  PIC X(30)
           IF WS-LOCBAL-FILE-STATUS = '00'
               SET WS-LOCBAL-PRESENT TO TRUE
           END-IF.
           OPEN INPUT PENDING-ADJ-FILE.
           IF WS-PENDADJ-FILE-STATUS = '00'
               SET WS-PENDADJ-PRESENT TO TRUE
           END-IF.
           PERFORM 1150-BUILD-RUN-DATE THRU 1150-EXIT.
           PERFORM 1700-CHECK-PREDECESSOR THRU 1700-EXIT.
           PERFORM 1750-LOG-RUN-START THRU 1750-EXIT.
      *****************************************************************
      * 2000-PROCESS-MASTER -- WORK OUT WHETHER THE CURRENT ITEM IS   *
      * DUE FOR COUNTING AND ROUTE IT TO THE WORKSHEET AND, WHEN IT   *
      * IS ALREADY PAST DUE, TO THE EXCEPTION LIST.  AN ITEM WITH A   *
      * HELD OR REJECTED COUNT GOES ON THE WORKSHEET REGARDLESS.      *
      *****************************************************************
       2000-PROCESS-MASTER.
           ADD 1 TO WS-ITEMS-READ-COUNT.
           PERFORM 2100-DETERMINE-DUE THRU 2100-EXIT.
           MOVE 'N' TO WS-RECOUNT-SW.
           IF WS-PENDADJ-PRESENT
               PERFORM 2400-CHECK-HELD-COUNTS THRU 2400-EXIT
           END-IF.
           IF WS-ITEM-DUE
               ADD 1 TO WS-ITEMS-DUE-COUNT
           END-IF.
           IF WS-RECOUNT-REQUIRED
               ADD 1 TO WS-RECOUNT-ITEM-COUNT
           END-IF.
           IF WS-ITEM-DUE OR WS-RECOUNT-REQUIRED
               PERFORM 3000-WRITE-WORKSHEET-ITEM THRU 3000-EXIT
           END-IF.
           IF WS-ITEM-OVERDUE
       2360-EXIT.
           EXIT.

      *****************************************************************
      * 2400-CHECK-HELD-COUNTS -- POSITION INTO PENDADJ.DAT AT THE    *
      * ITEM'S FIRST HELD COUNT AND LOOK AT EACH ONE UNTIL THE ITEM   *
      * NUMBER CHANGES.  ANY HOLD STILL AWAITING A DECISION, OR       *
      * REJECTED, MAKES THE ITEM A MANDATORY RECOUNT.                 *
      *****************************************************************
       2400-CHECK-HELD-COUNTS.
           MOVE 'N' TO WS-HOLD-SCAN-DONE-SW.
           MOVE IM-ITEM-NUMBER TO PA-ITEM-NUMBER.
           MOVE LOW-VALUES TO PA-LOCATION-CODE.
           START PENDING-ADJ-FILE
               KEY IS NOT < PA-PENDING-KEY
               INVALID KEY
                   SET WS-HOLD-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2450-READ-NEXT-HOLD THRU 2450-EXIT
               UNTIL WS-HOLD-SCAN-DONE.
       2400-EXIT.
           EXIT.

       2450-READ-NEXT-HOLD.
           READ PENDING-ADJ-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-HOLD-SCAN-DONE
               IF PA-ITEM-NUMBER NOT = IM-ITEM-NUMBER
                   SET WS-HOLD-SCAN-DONE TO TRUE
               ELSE
                   IF PA-HELD OR PA-REJECTED
                       SET WS-RECOUNT-REQUIRED TO TRUE
                   END-IF
               END-IF
           END-IF.
       2450-EXIT.
           EXIT.

      *****************************************************************
      * 3000-WRITE-WORKSHEET-ITEM -- PRINT THE DUE ITEM'S HEADER LINE *
      * AND ONE COUNT LINE PER STOCKING LOCATION, EACH WITH A BLANK   *
           MOVE IM-ABC-CLASS TO WS-IL-ABC-CLASS.
           MOVE IM-LAST-COUNT-DATE TO WS-IL-LAST-COUNTED.
           MOVE WS-DUE-DATE TO WS-IL-DUE-DATE.
           IF WS-RECOUNT-REQUIRED
               MOVE 'MANDATORY RECOUNT' TO WS-IL-NOTE
           END-IF.
           MOVE SPACES TO COUNT-WORKSHEET-RECORD.
           MOVE ' ' TO CW-CARRIAGE-CONTROL.
           MOVE WS-ITEM-LINE TO CW-REPORT-TEXT.
           EXIT.

       3200-WRITE-COUNT-LINE.
           MOVE SPACES TO WS-LO-NOTE.
           IF WS-RECOUNT-REQUIRED
               PERFORM 3250-CHECK-LOCATION-HOLD THRU 3250-EXIT
           END-IF.
           MOVE SPACES TO COUNT-WORKSHEET-RECORD.
           MOVE ' ' TO CW-CARRIAGE-CONTROL.
           MOVE WS-LOC-LINE TO CW-REPORT-TEXT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 3250-CHECK-LOCATION-HOLD -- MARK THE COUNT LINE FOR A         *
      * LOCATION WHOSE LAST COUNT IS HELD OR WAS REJECTED.            *
      *****************************************************************
       3250-CHECK-LOCATION-HOLD.
           MOVE IM-ITEM-NUMBER TO PA-ITEM-NUMBER.
           MOVE WS-LO-LOCATION-CODE TO PA-LOCATION-CODE.
           READ PENDING-ADJ-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PA-HELD
                       MOVE 'RECOUNT - COUNT HELD' TO WS-LO-NOTE
                   END-IF
                   IF PA-REJECTED
                       MOVE 'RECOUNT - REJECTED' TO WS-LO-NOTE
                   END-IF
           END-READ.
       3250-EXIT.
           EXIT.

      *****************************************************************
      * 3500-WRITE-EXCEPTION-LINE -- PRINT AN ITEM ALREADY PAST ITS   *
      * COUNT DUE DATE ON THE SUPERVISOR'S EXCEPTION LIST.            *
           MOVE WS-SUMMARY-LINE TO CW-REPORT-TEXT.
           WRITE COUNT-WORKSHEET-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'MANDATORY RECOUNTS            ' TO WS-SL-CAPTION.
           MOVE WS-RECOUNT-ITEM-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO COUNT-WORKSHEET-RECORD.
           MOVE ' ' TO CW-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO CW-REPORT-TEXT.
           WRITE COUNT-WORKSHEET-RECORD.

           MOVE SPACES TO COUNT-EXCEPTION-RECORD.
           MOVE '1' TO CE-CARRIAGE-CONTROL.
           WRITE COUNT-EXCEPTION-RECORD.
           MOVE WS-ITEMS-READ-COUNT TO RG-COUNT-1.
           MOVE WS-ITEMS-DUE-COUNT TO RG-COUNT-2.
           MOVE WS-ITEMS-OVERDUE-COUNT TO RG-COUNT-3.
           MOVE WS-RECOUNT-ITEM-COUNT TO RG-COUNT-4.
           WRITE RUN-LOG-COPYBOOK-RECORD.

           IF WS-LOCBAL-PRESENT
               CLOSE LOCATION-BALANCE
           END-IF.
           IF WS-PENDADJ-PRESENT
               CLOSE PENDING-ADJ-FILE
           END-IF.
           CLOSE INVENTORY-MASTER
                 COUNT-WORKSHEET
                 COUNT-EXCEPTION-RPT
