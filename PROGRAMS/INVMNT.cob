      *                 CAN ALSO SET THE STATUS DIRECTLY THROUGH THE   *
      *                 NEW MT-STATUS-CODE COLUMN ('A', 'H', OR 'D');  *
      *                 AN ADD STARTS ACTIVE.                          *
      * 2026-10-15  JH  THE MASTER NOW CARRIES THE ITEM'S PRIMARY      *
      *                 VENDOR (IM-PRIMARY-VENDOR), MAINTAINED HERE    *
      *                 FROM THE NEW MT-PRIMARY-VENDOR CARD COLUMN ON  *
      *                 AN ADD OR CHANGE.  BLANK COLUMNS LEAVE THE     *
      *                 VENDOR AS IT STANDS AND '0000' CLEARS IT.  A   *
      *                 NON-ZERO VENDOR MUST BE ACTIVE ON THE NEW      *
      *                 VENDOR MASTER (VENDMAST.DAT, MAINTAINED BY     *
      *                 INVVNMT) OR THE WHOLE CARD IS REJECTED, SO AN  *
      *                 ITEM CANNOT POINT AT A SUPPLIER WE DO NOT      *
      *                 KNOW.  INVRORD AND INVPOGN CARRY THE VENDOR    *
      *                 ONTO THE REQUISITION AND THE OPEN ORDER.       *
      * 2026-10-15  JH  THE MASTER NOW CARRIES A LOT CONTROL FLAG     *
      *                 (IM-LOT-CONTROL-FLAG), SET FROM THE NEW       *
      *                 MT-LOT-CONTROL-FLAG CARD COLUMN ON AN ADD OR  *
      *                 CHANGE: 'Y' PUTS THE ITEM UNDER LOT CONTROL,  *
      *                 'N' TAKES IT OFF, AND A BLANK COLUMN LEAVES   *
      *                 IT AS IT STANDS.  AN ADD STARTS NOT           *
      *                 LOT-CONTROLLED.  SEE INVEDIT AND INVUPDT FOR  *
      *                 THE LOT RECEIPT AND OLDEST-EXPIRY-FIRST       *
      *                 ISSUING.                                      *
      *****************************************************************
      *
      *    EACH MAINTRAN.DAT RECORD REQUESTS ONE OF THREE ACTIONS
      *    AGAINST INVMAST.DAT:
      *       A - ADD A NEW ITEM (ITEM NUMBER MUST NOT ALREADY EXIST)
      *       C - CHANGE AN ITEM'S DESCRIPTION, REORDER VALUES, ABC
      *           CLASS, STATUS, PRIMARY VENDOR, AND/OR LOT CONTROL
      *           FLAG (ITEM MUST EXIST)
      *       D - DISCONTINUE AN ITEM (ITEM MUST EXIST; THE RECORD IS
      *           KEPT WITH STATUS 'D' AND INVPURG REMOVES IT LATER)
      *    REQUESTS THAT FAIL THESE RULES ARE REJECTED AND NOTED ON
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-BALANCE-KEY
               FILE STATUS IS WS-LOCBAL-FILE-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO VENDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDOR-NUMBER
               FILE STATUS IS WS-VENDOR-FILE-STATUS.
           SELECT MAINT-LOG-RPT ASSIGN TO MAINTLOG
               ORGANIZATION IS SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
           COPY LOCBALC.

       FD  VENDOR-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY VENDMSTC.

       FD  MAINT-LOG-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
       77  WS-MASTER-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-LOCBAL-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-VENDOR-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-DEFAULT-LOCATION     PIC X(3)   VALUE 'MN '.

       77  WS-EOF-MAINT-SW         PIC X(1)   VALUE 'N'.
       77  WS-MASTER-FOUND-SW      PIC X(1)   VALUE 'N'.
           88  WS-MASTER-FOUND                VALUE 'Y'.
           88  WS-MASTER-NOT-FOUND            VALUE 'N'.
       77  WS-VENDMAST-PRESENT-SW  PIC X(1)   VALUE 'N'.
           88  WS-VENDMAST-PRESENT            VALUE 'Y'.
       77  WS-VENDOR-OK-SW         PIC X(1)   VALUE 'Y'.
           88  WS-VENDOR-OK                   VALUE 'Y'.
           88  WS-VENDOR-NOT-OK               VALUE 'N'.

       77  WS-ADD-COUNT            PIC 9(7)   VALUE ZERO.
       77  WS-CHANGE-COUNT         PIC 9(7)   VALUE ZERO.
           OPEN I-O   INVENTORY-MASTER.
           PERFORM 1050-VERIFY-MASTER-OPEN THRU 1050-EXIT.
           PERFORM 1060-OPEN-LOCATION-BALANCE THRU 1060-EXIT.
           PERFORM 1070-OPEN-VENDOR-MASTER THRU 1070-EXIT.
           OPEN OUTPUT MAINT-LOG-RPT.
           PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
           PERFORM 1200-READ-MAINT-RECORD THRU 1200-EXIT.
       1060-EXIT.
           EXIT.

      *****************************************************************
      * 1070-OPEN-VENDOR-MASTER -- OPEN VENDMAST.DAT TO VALIDATE THE  *
      * PRIMARY VENDOR ON ADD AND CHANGE CARDS.  IF THE FILE IS NOT   *
      * ON FILE YET (INVVNMT HAS NEVER RUN), ANY CARD NAMING A VENDOR *
      * IS REJECTED, SINCE THE VENDOR CANNOT BE CONFIRMED.            *
      *****************************************************************
       1070-OPEN-VENDOR-MASTER.
           OPEN INPUT VENDOR-MASTER.
           IF WS-VENDOR-FILE-STATUS = '00'
               SET WS-VENDMAST-PRESENT TO TRUE
           END-IF.
       1070-EXIT.
           EXIT.

       1100-WRITE-HEADINGS.
           MOVE SPACES TO MAINT-LOG-RECORD.
           MOVE '1' TO ML-CARRIAGE-CONTROL.

      *****************************************************************
      * 3000-ADD-ITEM -- ADD A NEW MASTER RECORD.  REJECTED IF THE    *
      * ITEM NUMBER ALREADY EXISTS ON INVMAST.DAT, OR THE CARD NAMES  *
      * A PRIMARY VENDOR THAT IS NOT ACTIVE ON VENDMAST.DAT.          *
      *****************************************************************
       3000-ADD-ITEM.
           MOVE MT-ITEM-NUMBER TO IM-ITEM-NUMBER.
                   SET WS-MASTER-FOUND TO TRUE
           END-READ.
           MOVE MT-ITEM-DESCRIPTION TO WS-LL-DESCRIPTION.
           PERFORM 3060-CHECK-VENDOR THRU 3060-EXIT.
           IF WS-MASTER-FOUND
               MOVE 'REJECT-ITEM EXISTS' TO WS-LL-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF WS-VENDOR-NOT-OK
                   MOVE 'REJECT-NO VENDOR' TO WS-LL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE MT-ITEM-NUMBER TO IM-ITEM-NUMBER
                   MOVE MT-ITEM-DESCRIPTION TO IM-ITEM-DESCRIPTION
                   MOVE MT-INITIAL-QUANTITY TO IM-QUANTITY-ON-HAND
                   MOVE ZERO TO IM-UNIT-COST
                   MOVE ZERO TO IM-REORDER-POINT
                   MOVE ZERO TO IM-REORDER-QUANTITY
                   MOVE SPACES TO IM-ABC-CLASS
                   MOVE SPACES TO IM-LAST-COUNT-DATE
                   MOVE 'A' TO IM-STATUS-CODE
                   MOVE ZERO TO IM-PRIMARY-VENDOR
                   MOVE 'N' TO IM-LOT-CONTROL-FLAG
                   PERFORM 3050-APPLY-REORDER-FIELDS THRU 3050-EXIT
                   WRITE INVENTORY-COPYBOOK-RECORD
                       INVALID KEY
                           MOVE 'REJECT-WRITE ERROR' TO WS-LL-RESULT
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           PERFORM 3070-SEED-LOCATION-BALANCE
                               THRU 3070-EXIT
                           MOVE 'ADDED' TO WS-LL-RESULT
                           ADD 1 TO WS-ADD-COUNT
                   END-WRITE
               END-IF
           END-IF.
           MOVE MT-ITEM-NUMBER TO WS-LL-ITEM-NUMBER.
           MOVE MT-ACTION-CODE TO WS-LL-ACTION.
      * TO THE MASTER RECORD.  A BLANK (NON-NUMERIC OR NON-A/B/C)     *
      * CARD FIELD LEAVES THE MASTER FIELD AS IT STANDS, SO A         *
      * DESCRIPTION-ONLY CHANGE CARD DOES NOT WIPE VALUES ALREADY ON  *
      * FILE.  THE STATUS, PRIMARY VENDOR, AND LOT CONTROL FLAG ARE   *
      * GUARDED THE SAME WAY; THE VENDOR HAS ALREADY PASSED           *
      * 3060-CHECK-VENDOR.                                            *
      *****************************************************************
       3050-APPLY-REORDER-FIELDS.
           IF MT-REORDER-POINT IS NUMERIC
             OR MT-STATUS-CODE = 'D'
               MOVE MT-STATUS-CODE TO IM-STATUS-CODE
           END-IF.
           IF MT-PRIMARY-VENDOR IS NUMERIC
               MOVE MT-PRIMARY-VENDOR TO IM-PRIMARY-VENDOR
           END-IF.
           IF MT-LOT-CONTROL-FLAG = 'Y' OR MT-LOT-CONTROL-FLAG = 'N'
               MOVE MT-LOT-CONTROL-FLAG TO IM-LOT-CONTROL-FLAG
           END-IF.
       3050-EXIT.
           EXIT.

      *****************************************************************
      * 3060-CHECK-VENDOR -- A CARD THAT NAMES A NON-ZERO PRIMARY     *
      * VENDOR IS ACCEPTABLE ONLY IF THAT VENDOR IS ON VENDMAST.DAT   *
      * AND ACTIVE.  BLANK VENDOR COLUMNS, OR '0000' TO CLEAR THE     *
      * ASSIGNMENT, NEED NO CHECK.                                    *
      *****************************************************************
       3060-CHECK-VENDOR.
           SET WS-VENDOR-OK TO TRUE.
           IF MT-PRIMARY-VENDOR IS NUMERIC
             AND MT-PRIMARY-VENDOR > ZERO
               IF WS-VENDMAST-PRESENT
                   MOVE MT-PRIMARY-VENDOR TO VM-VENDOR-NUMBER
                   READ VENDOR-MASTER
                       INVALID KEY
                           SET WS-VENDOR-NOT-OK TO TRUE
                       NOT INVALID KEY
                           IF NOT VM-ACTIVE
                               SET WS-VENDOR-NOT-OK TO TRUE
                           END-IF
                   END-READ
               ELSE
                   SET WS-VENDOR-NOT-OK TO TRUE
               END-IF
           END-IF.
       3060-EXIT.
           EXIT.

      *****************************************************************
      * 3070-SEED-LOCATION-BALANCE -- PUT A NEW ITEM'S INITIAL        *
      * QUANTITY ON ITS MAIN-WAREHOUSE BALANCE RECORD, SO THE         *
      * APPLIED ONLY WHEN THE CARD CARRIES IT -- BLANK DESCRIPTION    *
      * COLUMNS LEAVE THE DESCRIPTION AS IT STANDS, JUST AS BLANK     *
      * REORDER COLUMNS DO -- SO ONE CARD CAN CHANGE ANY SUBSET.      *
      * REJECTED IF THE ITEM NUMBER IS NOT ON INVMAST.DAT, OR THE     *
      * CARD NAMES A PRIMARY VENDOR THAT IS NOT ACTIVE ON FILE.       *
      *****************************************************************
       3100-CHANGE-ITEM.
           MOVE MT-ITEM-NUMBER TO IM-ITEM-NUMBER.
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
           END-READ.
           PERFORM 3060-CHECK-VENDOR THRU 3060-EXIT.
           IF WS-MASTER-FOUND
               IF WS-VENDOR-NOT-OK
                   MOVE IM-ITEM-DESCRIPTION TO WS-LL-DESCRIPTION
                   MOVE 'REJECT-NO VENDOR' TO WS-LL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE IM-ITEM-DESCRIPTION TO WS-SAVED-DESCRIPTION
                   IF MT-ITEM-DESCRIPTION NOT = SPACES
                       MOVE MT-ITEM-DESCRIPTION TO IM-ITEM-DESCRIPTION
                   END-IF
                   PERFORM 3050-APPLY-REORDER-FIELDS THRU 3050-EXIT
                   REWRITE INVENTORY-COPYBOOK-RECORD
                       INVALID KEY
                           MOVE WS-SAVED-DESCRIPTION
                               TO WS-LL-DESCRIPTION
                           MOVE 'REJECT-REWRITE ERROR' TO WS-LL-RESULT
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           MOVE IM-ITEM-DESCRIPTION TO WS-LL-DESCRIPTION
                           MOVE 'CHANGED' TO WS-LL-RESULT
                           ADD 1 TO WS-CHANGE-COUNT
                   END-REWRITE
               END-IF
           ELSE
               MOVE MT-ITEM-DESCRIPTION TO WS-LL-DESCRIPTION
               MOVE 'REJECT-NOT FOUND' TO WS-LL-RESULT
           MOVE WS-SUMMARY-LINE TO ML-REPORT-TEXT.
           WRITE MAINT-LOG-RECORD.

           IF WS-VENDMAST-PRESENT
               CLOSE VENDOR-MASTER
           END-IF.
           CLOSE MAINT-TRAN-FILE
                 INVENTORY-MASTER
                 LOCATION-BALANCE
