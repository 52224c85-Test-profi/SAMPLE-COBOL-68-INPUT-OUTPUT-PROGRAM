       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVNMT.
       AUTHOR. J. HALVORSEN.
       INSTALLATION. DISTRIBUTION CENTER DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      * 2026-10-15  JH  INITIAL VERSION.  APPLIES ADD/CHANGE/         *
      *                 INACTIVATE MAINTENANCE REQUESTS FROM          *
      *                 VENDTRAN.DAT TO THE NEW VENDOR MASTER FILE,   *
      *                 VENDMAST.DAT, AND PRINTS A MAINTENANCE LOG,   *
      *                 THE SAME WAY INVMNT MAINTAINS THE INVENTORY   *
      *                 MASTER.  THE ITEM MASTER'S PRIMARY VENDOR     *
      *                 (SET THROUGH INVMNT) AND THE VENDOR NUMBER    *
      *                 INVPOGN NOW CARRIES ON EVERY OPEN ORDER POINT *
      *                 AT THIS FILE, SO PURCHASING NO LONGER LOOKS   *
      *                 UP THE SUPPLIER BY HAND.                      *
      *****************************************************************
      *
      *    EACH VENDTRAN.DAT RECORD REQUESTS ONE OF THREE ACTIONS
      *    AGAINST VENDMAST.DAT:
      *       A - ADD A NEW VENDOR (VENDOR NUMBER MUST NOT ALREADY
      *           EXIST AND MUST NOT BE ZERO, WHICH MEANS "NO VENDOR"
      *           ON THE ITEM MASTER)
      *       C - CHANGE A VENDOR'S NAME, ADDRESS, PHONE, LEAD TIME,
      *           AND/OR STATUS (VENDOR MUST EXIST)
      *       I - INACTIVATE A VENDOR (VENDOR MUST EXIST; THE RECORD
      *           IS KEPT WITH STATUS 'I' FOR THE ORDERS AND ITEMS
      *           THAT STILL POINT AT IT)
      *    A CHANGE CARD APPLIES ONLY THE FIELDS IT CARRIES: BLANK
      *    TEXT COLUMNS, A NON-NUMERIC LEAD TIME, OR A STATUS OTHER
      *    THAN 'A' OR 'I' LEAVE THE FIELD ON FILE AS IT STANDS.
      *    REQUESTS THAT FAIL THESE RULES ARE REJECTED AND NOTED ON
      *    THE MAINTENANCE LOG RATHER THAN APPLIED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEND-TRAN-FILE ASSIGN TO VENDTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VEND-TRAN-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO VENDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDOR-NUMBER
               FILE STATUS IS WS-VENDOR-FILE-STATUS.
           SELECT VEND-LOG-RPT ASSIGN TO VENDLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VEND-TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY VENDTRNC.

       FD  VENDOR-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY VENDMSTC.

       FD  VEND-LOG-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  VEND-LOG-RECORD.
           05  VL-CARRIAGE-CONTROL     PIC X(1).
           05  VL-REPORT-TEXT          PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-VEND-TRAN-STATUS     PIC X(2)   VALUE SPACES.
       77  WS-VENDOR-FILE-STATUS   PIC X(2)   VALUE SPACES.

       77  WS-EOF-VEND-TRAN-SW     PIC X(1)   VALUE 'N'.
           88  WS-EOF-VEND-TRAN               VALUE 'Y'.
       77  WS-VENDOR-FOUND-SW      PIC X(1)   VALUE 'N'.
           88  WS-VENDOR-FOUND                VALUE 'Y'.
           88  WS-VENDOR-NOT-FOUND            VALUE 'N'.

       77  WS-ADD-COUNT            PIC 9(7)   VALUE ZERO.
       77  WS-CHANGE-COUNT         PIC 9(7)   VALUE ZERO.
       77  WS-INACTIVATE-COUNT     PIC 9(7)   VALUE ZERO.
       77  WS-REJECT-COUNT         PIC 9(7)   VALUE ZERO.

       01  WS-LOG-LINE.
           05  WS-LL-VENDOR-NUMBER     PIC 9(4).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-ACTION            PIC X(1).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-RESULT            PIC X(20).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-LL-VENDOR-NAME       PIC X(30).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-LEAD-TIME         PIC ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-LL-STATUS            PIC X(1).
           05  FILLER                  PIC X(59)  VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(30)
               VALUE 'VENDOR MASTER MAINTENANCE LOG '.
           05  FILLER                  PIC X(102) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(4)   VALUE 'VND#'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(1)   VALUE 'A'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(20)  VALUE 'RESULT'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE 'VENDOR NAME'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE 'LT '.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(1)   VALUE 'S'.
           05  FILLER                  PIC X(59)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION           PIC X(30).
           05  WS-SL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91)  VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- CONTROLS THE OVERALL MAINTENANCE RUN.        *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-VEND-TRAN THRU 2000-EXIT
               UNTIL WS-EOF-VEND-TRAN.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE -- OPEN FILES, PRINT HEADINGS, PRIME THE READ.*
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT VEND-TRAN-FILE.
           PERFORM 1040-VERIFY-VEND-TRAN-OPEN THRU 1040-EXIT.
           PERFORM 1050-OPEN-VENDOR-MASTER THRU 1050-EXIT.
           OPEN OUTPUT VEND-LOG-RPT.
           PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
           PERFORM 1200-READ-VEND-TRAN THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1040-VERIFY-VEND-TRAN-OPEN -- CONFIRM VENDTRAN.DAT OPENED     *
      * SUCCESSFULLY.  IF NOT, THERE IS NOTHING TO APPLY, SO STOP     *
      * RATHER THAN RUN AGAINST A FILE THAT IS NOT ACTUALLY OPEN.     *
      *****************************************************************
       1040-VERIFY-VEND-TRAN-OPEN.
           IF NOT WS-VEND-TRAN-STATUS = '00'
               DISPLAY 'INVVNMT: VEND-TRAN-FILE OPEN FAILED, '
                   'FILE STATUS = ' WS-VEND-TRAN-STATUS
               STOP RUN
           END-IF.
       1040-EXIT.
           EXIT.

      *****************************************************************
      * 1050-OPEN-VENDOR-MASTER -- OPEN VENDMAST.DAT FOR UPDATE,      *
      * CREATING IT ON FIRST USE (THE FIRST RUN IS THE ONE THAT       *
      * LOADS THE VENDORS), AND CONFIRM THE OPEN SUCCEEDED.           *
      *****************************************************************
       1050-OPEN-VENDOR-MASTER.
           OPEN I-O VENDOR-MASTER.
           IF WS-VENDOR-FILE-STATUS = '35'
               OPEN OUTPUT VENDOR-MASTER
               CLOSE VENDOR-MASTER
               OPEN I-O VENDOR-MASTER
           END-IF.
           IF NOT WS-VENDOR-FILE-STATUS = '00'
               DISPLAY 'INVVNMT: VENDOR-MASTER OPEN FAILED, '
                   'FILE STATUS = ' WS-VENDOR-FILE-STATUS
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

       1100-WRITE-HEADINGS.
           MOVE SPACES TO VEND-LOG-RECORD.
           MOVE '1' TO VL-CARRIAGE-CONTROL.
           MOVE WS-HEADING-1 TO VL-REPORT-TEXT.
           WRITE VEND-LOG-RECORD.
           MOVE SPACES TO VEND-LOG-RECORD.
           MOVE ' ' TO VL-CARRIAGE-CONTROL.
           MOVE WS-HEADING-2 TO VL-REPORT-TEXT.
           WRITE VEND-LOG-RECORD.
       1100-EXIT.
           EXIT.

       1200-READ-VEND-TRAN.
           READ VEND-TRAN-FILE
               AT END
                   SET WS-EOF-VEND-TRAN TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESS-VEND-TRAN -- DISPATCH ON THE ACTION CODE.        *
      *****************************************************************
       2000-PROCESS-VEND-TRAN.
           EVALUATE TRUE
               WHEN VT-ADD-VENDOR
                   PERFORM 3000-ADD-VENDOR THRU 3000-EXIT
               WHEN VT-CHANGE-VENDOR
                   PERFORM 3100-CHANGE-VENDOR THRU 3100-EXIT
               WHEN VT-INACTIVATE-VENDOR
                   PERFORM 3200-INACTIVATE-VENDOR THRU 3200-EXIT
               WHEN OTHER
                   MOVE VT-VENDOR-NAME TO WS-LL-VENDOR-NAME
                   MOVE 'INVALID ACTION CODE' TO WS-LL-RESULT
                   PERFORM 3900-WRITE-LOG-LINE THRU 3900-EXIT
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.
           PERFORM 1200-READ-VEND-TRAN THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

       2100-FIND-VENDOR.
           MOVE VT-VENDOR-NUMBER TO VM-VENDOR-NUMBER.
           READ VENDOR-MASTER
               INVALID KEY
                   SET WS-VENDOR-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-VENDOR-FOUND TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 3000-ADD-VENDOR -- ADD A NEW VENDOR RECORD, ACTIVE.  REJECTED *
      * IF THE VENDOR NUMBER IS ZERO OR NOT NUMERIC, HAS NO NAME, OR  *
      * ALREADY EXISTS ON VENDMAST.DAT.  A BLANK LEAD TIME STARTS AT  *
      * ZERO DAYS.                                                    *
      *****************************************************************
       3000-ADD-VENDOR.
           MOVE VT-VENDOR-NAME TO WS-LL-VENDOR-NAME.
           IF VT-VENDOR-NUMBER IS NOT NUMERIC
             OR VT-VENDOR-NUMBER = ZERO
               MOVE 'REJECT-BAD VENDOR #' TO WS-LL-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF VT-VENDOR-NAME = SPACES
                   MOVE 'REJECT-NO NAME' TO WS-LL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   PERFORM 2100-FIND-VENDOR THRU 2100-EXIT
                   IF WS-VENDOR-FOUND
                       MOVE 'REJECT-VENDOR EXISTS' TO WS-LL-RESULT
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       PERFORM 3050-BUILD-NEW-VENDOR THRU 3050-EXIT
                       WRITE VENDOR-MASTER-COPYBOOK-RECORD
                           INVALID KEY
                               MOVE 'REJECT-WRITE ERROR'
                                   TO WS-LL-RESULT
                               ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY
                               MOVE VM-LEAD-TIME-DAYS
                                   TO WS-LL-LEAD-TIME
                               MOVE VM-STATUS-CODE TO WS-LL-STATUS
                               MOVE 'ADDED' TO WS-LL-RESULT
                               ADD 1 TO WS-ADD-COUNT
                       END-WRITE
                   END-IF
               END-IF
           END-IF.
           PERFORM 3900-WRITE-LOG-LINE THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

       3050-BUILD-NEW-VENDOR.
           MOVE SPACES TO VENDOR-MASTER-COPYBOOK-RECORD.
           MOVE VT-VENDOR-NUMBER TO VM-VENDOR-NUMBER.
           MOVE VT-VENDOR-NAME TO VM-VENDOR-NAME.
           MOVE VT-ADDRESS-LINE-1 TO VM-ADDRESS-LINE-1.
           MOVE VT-ADDRESS-LINE-2 TO VM-ADDRESS-LINE-2.
           MOVE VT-PHONE-NUMBER TO VM-PHONE-NUMBER.
           IF VT-LEAD-TIME-DAYS IS NUMERIC
               MOVE VT-LEAD-TIME-DAYS TO VM-LEAD-TIME-DAYS
           ELSE
               MOVE ZERO TO VM-LEAD-TIME-DAYS
           END-IF.
           SET VM-ACTIVE TO TRUE.
       3050-EXIT.
           EXIT.

      *****************************************************************
      * 3100-CHANGE-VENDOR -- CORRECT A VENDOR'S NAME, ADDRESS,       *
      * PHONE, LEAD TIME AND/OR STATUS.  EVERY CARD FIELD IS APPLIED  *
      * ONLY WHEN THE CARD CARRIES IT, SO ONE CARD CAN CHANGE ANY     *
      * SUBSET.  REJECTED IF THE VENDOR IS NOT ON VENDMAST.DAT.       *
      *****************************************************************
       3100-CHANGE-VENDOR.
           PERFORM 2100-FIND-VENDOR THRU 2100-EXIT.
           IF WS-VENDOR-FOUND
               PERFORM 3150-APPLY-CHANGE-FIELDS THRU 3150-EXIT
               REWRITE VENDOR-MASTER-COPYBOOK-RECORD
                   INVALID KEY
                       MOVE 'REJECT-REWRITE ERROR' TO WS-LL-RESULT
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       MOVE 'CHANGED' TO WS-LL-RESULT
                       ADD 1 TO WS-CHANGE-COUNT
               END-REWRITE
               MOVE VM-VENDOR-NAME TO WS-LL-VENDOR-NAME
               MOVE VM-LEAD-TIME-DAYS TO WS-LL-LEAD-TIME
               MOVE VM-STATUS-CODE TO WS-LL-STATUS
           ELSE
               MOVE VT-VENDOR-NAME TO WS-LL-VENDOR-NAME
               MOVE 'REJECT-NOT FOUND' TO WS-LL-RESULT
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           PERFORM 3900-WRITE-LOG-LINE THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

       3150-APPLY-CHANGE-FIELDS.
           IF VT-VENDOR-NAME NOT = SPACES
               MOVE VT-VENDOR-NAME TO VM-VENDOR-NAME
           END-IF.
           IF VT-ADDRESS-LINE-1 NOT = SPACES
               MOVE VT-ADDRESS-LINE-1 TO VM-ADDRESS-LINE-1
           END-IF.
           IF VT-ADDRESS-LINE-2 NOT = SPACES
               MOVE VT-ADDRESS-LINE-2 TO VM-ADDRESS-LINE-2
           END-IF.
           IF VT-PHONE-NUMBER NOT = SPACES
               MOVE VT-PHONE-NUMBER TO VM-PHONE-NUMBER
           END-IF.
           IF VT-LEAD-TIME-DAYS IS NUMERIC
               MOVE VT-LEAD-TIME-DAYS TO VM-LEAD-TIME-DAYS
           END-IF.
           IF VT-STATUS-CODE = 'A' OR VT-STATUS-CODE = 'I'
               MOVE VT-STATUS-CODE TO VM-STATUS-CODE
           END-IF.
       3150-EXIT.
           EXIT.

      *****************************************************************
      * 3200-INACTIVATE-VENDOR -- RETIRE A VENDOR BY SETTING ITS      *
      * STATUS TO INACTIVE, KEEPING THE RECORD FOR THE ITEMS AND      *
      * ORDERS THAT STILL POINT AT IT.  INVMNT WILL NOT ASSIGN AN     *
      * INACTIVE VENDOR TO AN ITEM, AND INVPOGN FLAGS A PURCHASE      *
      * ORDER RAISED ON ONE FOR THE BUYER TO RE-SOURCE.  REJECTED IF  *
      * THE VENDOR IS NOT ON FILE OR IS ALREADY INACTIVE.             *
      *****************************************************************
       3200-INACTIVATE-VENDOR.
           PERFORM 2100-FIND-VENDOR THRU 2100-EXIT.
           IF WS-VENDOR-FOUND
               MOVE VM-VENDOR-NAME TO WS-LL-VENDOR-NAME
               MOVE VM-LEAD-TIME-DAYS TO WS-LL-LEAD-TIME
               IF VM-INACTIVE
                   MOVE 'REJECT-ALREADY INACT' TO WS-LL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   SET VM-INACTIVE TO TRUE
                   REWRITE VENDOR-MASTER-COPYBOOK-RECORD
                       INVALID KEY
                           MOVE 'REJECT-REWRITE ERROR' TO WS-LL-RESULT
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           MOVE 'INACTIVATED' TO WS-LL-RESULT
                           ADD 1 TO WS-INACTIVATE-COUNT
                   END-REWRITE
               END-IF
               MOVE VM-STATUS-CODE TO WS-LL-STATUS
           ELSE
               MOVE SPACES TO WS-LL-VENDOR-NAME
               MOVE 'REJECT-NOT FOUND' TO WS-LL-RESULT
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           PERFORM 3900-WRITE-LOG-LINE THRU 3900-EXIT.
       3200-EXIT.
           EXIT.

       3900-WRITE-LOG-LINE.
           MOVE VT-VENDOR-NUMBER TO WS-LL-VENDOR-NUMBER.
           MOVE VT-ACTION-CODE TO WS-LL-ACTION.
           MOVE SPACES TO VEND-LOG-RECORD.
           MOVE ' ' TO VL-CARRIAGE-CONTROL.
           MOVE WS-LOG-LINE TO VL-REPORT-TEXT.
           WRITE VEND-LOG-RECORD.
           MOVE SPACES TO WS-LOG-LINE.
       3900-EXIT.
           EXIT.

      *****************************************************************
      * 8000-TERMINATE -- PRINT RUN TOTALS AND CLOSE FILES.           *
      *****************************************************************
       8000-TERMINATE.
           MOVE SPACES TO VEND-LOG-RECORD.
           MOVE '1' TO VL-CARRIAGE-CONTROL.
           WRITE VEND-LOG-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'VENDORS ADDED                 ' TO WS-SL-CAPTION.
           MOVE WS-ADD-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO VEND-LOG-RECORD.
           MOVE ' ' TO VL-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO VL-REPORT-TEXT.
           WRITE VEND-LOG-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'VENDORS CHANGED               ' TO WS-SL-CAPTION.
           MOVE WS-CHANGE-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO VEND-LOG-RECORD.
           MOVE ' ' TO VL-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO VL-REPORT-TEXT.
           WRITE VEND-LOG-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'VENDORS INACTIVATED           ' TO WS-SL-CAPTION.
           MOVE WS-INACTIVATE-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO VEND-LOG-RECORD.
           MOVE ' ' TO VL-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO VL-REPORT-TEXT.
           WRITE VEND-LOG-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'REQUESTS REJECTED             ' TO WS-SL-CAPTION.
           MOVE WS-REJECT-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO VEND-LOG-RECORD.
           MOVE ' ' TO VL-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO VL-REPORT-TEXT.
           WRITE VEND-LOG-RECORD.

           CLOSE VEND-TRAN-FILE
                 VENDOR-MASTER
                 VEND-LOG-RPT.
       8000-EXIT.
           EXIT.
