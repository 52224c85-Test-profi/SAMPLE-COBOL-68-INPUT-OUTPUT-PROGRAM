      *                 CYCLES.  THE START RECORD IS WRITTEN AFTER    *
      *                 THE RUN-CONTROL CHECK SO A REFUSED DUPLICATE  *
      *                 POST LEAVES NO HALF-LOGGED RUN BEHIND.        *
      * 2026-10-15  JH  LOT AND EXPIRY TRACKING FOR ITEMS UNDER LOT   *
      *                 CONTROL (IM-LOT-CONTROL-FLAG 'Y').  A RECEIPT *
      *                 FILES ITS STOCK ON THE NEW LOT BALANCE FILE   *
      *                 (LOTBAL.DAT, SEE LOTBALC) UNDER THE LOT       *
      *                 NUMBER AND EXPIRY DATE THAT INVEDIT NOW       *
      *                 REQUIRES, AND ITS AUDIT RECORD CARRIES THE    *
      *                 LOT.  AN ISSUE DRAWS THE SHIPPING LOCATION'S  *
      *                 LOTS OLDEST EXPIRY FIRST AND LOGS ONE AUDIT   *
      *                 RECORD PER LOT DRAWN, THE RECORDS CHAINING    *
      *                 THEIR BEFORE AND AFTER QUANTITIES SO THEY SUM *
      *                 TO THE ISSUE; STOCK HELD FROM BEFORE THE ITEM *
      *                 WENT UNDER LOT CONTROL IS DRAWN LAST AND      *
      *                 LOGGED WITH A BLANK LOT.  A TRANSFER MOVES    *
      *                 LOTS OLDEST FIRST, AND A COUNT BELOW THE LOT  *
      *                 TOTAL TAKES THE SHORTFALL OFF THE OLDEST      *
      *                 LOTS.  THE SUSPENSE FILE CARRIES THE LOT      *
      *                 FIELDS THROUGH A RECYCLE.                     *
      * 2026-10-15  JH  THE CUSTOMER ORDER AND LINE NUMBER ON AN      *
      *                 ISSUE GENERATED FROM A CONFIRMED PICK NOW     *
      *                 CARRY THROUGH SUSPENSE AND ONTO ANY BACKORDER *
      *                 THE ISSUE RAISES, AND THE BACKORDER REPORT    *
      *                 NOW SHOWS THEM, SO A SHORT SHIPMENT CAN BE    *
      *                 TRACED TO THE CUSTOMER WAITING FOR IT.        *
      * 2026-10-15  JH  ADDED THE COST REVALUATION TYPE 'V'.  A       *
      *                 REVALUATION SETS THE MASTER'S IM-UNIT-COST TO *
      *                 THE NEW COST CARRIED IN TR-UNIT-COST AND      *
      *                 LEAVES EVERY QUANTITY ALONE, AND ITS AUDIT    *
      *                 RECORD CARRIES THE BEFORE AND AFTER COST      *
      *                 AGAINST THE UNCHANGED ON-HAND QUANTITY LIKE   *
      *                 ANY OTHER POSTING, SO INVGLEX CAN JOURNAL THE *
      *                 VALUE CHANGE.  UNTIL NOW THE ONLY WAY A COST  *
      *                 CHANGED WAS THE RECEIPT MOVING AVERAGE, AND A *
      *                 WRONG COST HAD TO BE PATCHED ON THE FILE.     *
      *                 EVERY REVALUATION PRINTS ON THE NEW           *
      *                 REVALUATION REGISTER (REVALRPT) WITH OLD      *
      *                 COST, NEW COST, ON-HAND QUANTITY, AND VALUE   *
      *                 IMPACT, AND THE REGISTER ENDS WITH ITS NET    *
      *                 IMPACT AND A CONTROLLER SIGN-OFF LINE.  LIKE  *
      *                 THE TRANSFER TOTALS, THE REGISTER TOTALS      *
      *                 PRINTED AFTER A RESTART COVER ONLY THE        *
      *                 POST-RESTART SEGMENT.                         *
      * 2026-10-15  JH  POSTS THE NEW CUSTOMER RETURN ('C') AND       *
      *                 RETURN-TO-VENDOR ('D') TYPES.  A CUSTOMER     *
      *                 RETURN ADDS STOCK AT THE CURRENT UNIT COST TO *
      *                 THE QUARANTINE LOCATION 'QR ', FROM WHICH IT  *
      *                 CAN ONLY BE RELEASED BY A TRANSFER TO 'MN '   *
      *                 OR 'AX '.  A RETURN TO VENDOR REMOVES STOCK   *
      *                 AT THE CURRENT COST FROM THE NAMED LOCATION,  *
      *                 CHARGED TO THE RETURNED-TO-DATE QUANTITY OF   *
      *                 THE PURCHASE ORDER IT CARRIES; ONE THE        *
      *                 LOCATION OR THE ORDER CANNOT COVER REJECTS TO *
      *                 THE EXCEPTION REPORT.  THE AUDIT RECORD OF A  *
      *                 RETURN TO VENDOR CARRIES THE ORDER NUMBER.    *
      *                 BOTH TYPES ARE COUNTED IN THE END-OF-RUN      *
      *                 CONTROL TOTALS.                               *
      * 2026-10-15  JH  LARGE PHYSICAL COUNT ADJUSTMENTS ARE NOW HELD *
      *                 FOR SUPERVISOR APPROVAL.  AN 'A' WHOSE        *
      *                 VARIANCE AT COST, OR AS A PERCENT OF THE      *
      *                 LOCATION'S BOOK QUANTITY, EXCEEDS THE LIMIT   *
      *                 FOR THE ITEM'S ABC CLASS (ADJTHR CARDS,       *
      *                 DEFAULTS IN WS-ADJ-LIMIT-VALUES) IS FILED ON  *
      *                 PENDADJ.DAT AND LISTED ON THE NEW             *
      *                 RECOUNT-OR-APPROVE REPORT (ADJHRPT) INSTEAD   *
      *                 OF POSTING.  AN APPROVAL-FLAGGED 'A' FROM     *
      *                 INVADJA POSTS THE APPROVED VARIANCE AGAINST   *
      *                 TONIGHT'S BOOK AND CLEARS THE HOLD; A RECOUNT *
      *                 WITHIN THE LIMITS ALSO CLEARS IT.             *
      * 2026-10-15  JH  POSTS THE NEW KIT BUILD TYPE 'K'.  THE KIT'S  *
      *                 COMPONENTS AND QUANTITY PER KIT COME FROM THE *
      *                 BILL OF MATERIAL FILE, BOMMAST.DAT (SEE       *
      *                 INVBOMT).  EVERY COMPONENT MUST BE AVAILABLE  *
      *                 AT THE BUILD LOCATION FOR THE WHOLE BUILD --  *
      *                 ON HAND LESS WHAT INVALOC HAS ALLOCATED TO    *
      *                 CUSTOMER ORDERS -- OR THE BUILD REJECTS TO    *
      *                 THE EXCEPTION REPORT WITH EACH SHORT          *
      *                 COMPONENT LISTED -- NOTHING IS BACKORDERED.   *
      *                 A GOOD BUILD CONSUMES THE COMPONENTS (A       *
      *                 LOT-CONTROLLED COMPONENT OLDEST LOT FIRST)    *
      *                 AND RECEIVES THE KITS AT THE COST ROLLED UP   *
      *                 FROM THE COMPONENTS' CURRENT UNIT COSTS.      *
      *                 EVERY AUDIT RECORD OF THE BUILD CARRIES THE   *
      *                 KIT ITEM AND THE SEQUENCE NUMBER OF THE       *
      *                 BUILD'S FIRST RECORD, TYING THE COMPONENT AND *
      *                 KIT RECORDS TOGETHER.  LIKE THE TRANSFER      *
      *                 TOTALS, THE KIT BUILD TOTALS PRINTED AFTER A  *
      *                 RESTART COVER ONLY THE POST-RESTART SEGMENT.  *
      *****************************************************************
      *
      *    THIS PROGRAM PERFORMS THE DAILY INVENTORY UPDATE.  FOR EACH
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-BALANCE-KEY
               FILE STATUS IS WS-LOCBAL-FILE-STATUS.
           SELECT LOT-BALANCE    ASSIGN TO LOTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-LOT-KEY
               FILE STATUS IS WS-LOTBAL-FILE-STATUS.
           SELECT OPEN-PO-FILE   ASSIGN TO OPENPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-PO-KEY
               FILE STATUS IS WS-OPENPO-FILE-STATUS.
           SELECT BOM-MASTER     ASSIGN TO BOMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BOM-KEY
               FILE STATUS IS WS-BOMMAST-FILE-STATUS.
           SELECT EXCEPTION-RPT  ASSIGN TO EXCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-RPT-STATUS.
           SELECT VARIANCE-RPT   ASSIGN TO VARRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VARIANCE-RPT-STATUS.
           SELECT REVALUATION-RPT ASSIGN TO REVALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVALUATION-RPT-STATUS.
           SELECT RUN-LOG-FILE   ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT PENDING-ADJ-FILE ASSIGN TO PENDADJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-PENDING-KEY
               FILE STATUS IS WS-PENDADJ-FILE-STATUS.
           SELECT ADJ-THRESHOLD-FILE ASSIGN TO ADJTHR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-THRESHOLD-STATUS.
           SELECT ADJ-HOLD-RPT   ASSIGN TO ADJHRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-HOLD-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
           COPY LOCBALC.

       FD  LOT-BALANCE
           LABEL RECORDS ARE STANDARD.
           COPY LOTBALC.

       FD  OPEN-PO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPENPOC.

       FD  BOM-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY BOMMSTC.

       FD  EXCEPTION-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
               ==SP-UNIT-COST==            BY ==SO-UNIT-COST==
               ==SP-LOCATION-CODE==        BY ==SO-LOCATION-CODE==
               ==SP-RETRY-COUNT==          BY ==SO-RETRY-COUNT==
               ==SP-TO-LOCATION-CODE==     BY ==SO-TO-LOCATION-CODE==
               ==SP-LOT-NUMBER==           BY ==SO-LOT-NUMBER==
               ==SP-EXPIRY-DATE==          BY ==SO-EXPIRY-DATE==
               ==SP-ORDER-NUMBER==         BY ==SO-ORDER-NUMBER==
               ==SP-ORDER-LINE==           BY ==SO-ORDER-LINE==
               ==SP-PO-NUMBER==            BY ==SO-PO-NUMBER==
               ==SP-APPROVAL-FLAG==        BY ==SO-APPROVAL-FLAG==.

       FD  HARD-REJECT-RPT
           RECORDING MODE IS F
           05  VA-CARRIAGE-CONTROL     PIC X(1).
           05  VA-REPORT-TEXT          PIC X(132).

       FD  REVALUATION-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REVALUATION-RPT-RECORD.
           05  RV-CARRIAGE-CONTROL     PIC X(1).
           05  RV-REPORT-TEXT          PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOGC.

       FD  PENDING-ADJ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDADJC.

       FD  ADJ-THRESHOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ADJ-THRESHOLD-RECORD.
           05  AT-ABC-CLASS            PIC X(1).
           05  AT-VALUE-LIMIT          PIC 9(7)V99.
           05  AT-PERCENT-LIMIT        PIC 9(3).
           05  FILLER                  PIC X(67).

       FD  ADJ-HOLD-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ADJ-HOLD-RPT-RECORD.
           05  AH-CARRIAGE-CONTROL     PIC X(1).
           05  AH-REPORT-TEXT          PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-MASTER-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-LOCBAL-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-LOTBAL-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-OPENPO-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-BOMMAST-FILE-STATUS  PIC X(2)   VALUE SPACES.
       77  WS-AUDIT-LOG-FILE-STATUS PIC X(2)  VALUE SPACES.
       77  WS-CHECKPOINT-FILE-STATUS PIC X(2) VALUE SPACES.
       77  WS-EXCEPTION-RPT-STATUS  PIC X(2)  VALUE SPACES.
       77  WS-BACKORDER-RPT-STATUS  PIC X(2)  VALUE SPACES.
       77  WS-SUSPENSE-RPT-STATUS   PIC X(2)  VALUE SPACES.
       77  WS-VARIANCE-RPT-STATUS   PIC X(2)  VALUE SPACES.
       77  WS-REVALUATION-RPT-STATUS PIC X(2) VALUE SPACES.
       77  WS-SUSPENSE-IN-STATUS    PIC X(2)  VALUE SPACES.
       77  WS-SUSPENSE-OUT-STATUS   PIC X(2)  VALUE SPACES.
       77  WS-HARD-REJECT-RPT-STATUS PIC X(2) VALUE SPACES.
       77  WS-RUN-LOG-STATUS       PIC X(2)   VALUE SPACES.
       77  WS-PENDADJ-FILE-STATUS  PIC X(2)   VALUE SPACES.
       77  WS-ADJ-THRESHOLD-STATUS PIC X(2)   VALUE SPACES.
       77  WS-ADJ-HOLD-RPT-STATUS  PIC X(2)   VALUE SPACES.
       77  WS-EOF-RUNLOG-SW        PIC X(1)   VALUE 'N'.
           88  WS-EOF-RUNLOG                  VALUE 'Y'.
       77  WS-PRED-COMPLETE-SW     PIC X(1)   VALUE 'N'.
       77  WS-TRANSFER-LOG-LOCATION PIC X(3)  VALUE SPACES.
       77  WS-DISC-RECEIPT-COUNT   PIC 9(7)   VALUE ZERO.
       77  WS-DEFAULT-LOCATION     PIC X(3)   VALUE 'MN '.
       77  WS-QUARANTINE-LOCATION  PIC X(3)   VALUE 'QR '.
       77  WS-CUST-RETURN-COUNT    PIC 9(7)   VALUE ZERO.
       77  WS-CUST-RETURN-QTY-TOTAL PIC 9(9)  VALUE ZERO.
       77  WS-VENDOR-RETURN-COUNT  PIC 9(7)   VALUE ZERO.
       77  WS-VENDOR-RETURN-QTY-TOTAL PIC 9(9) VALUE ZERO.
       77  WS-VENDOR-RETURN-REJ-COUNT PIC 9(7) VALUE ZERO.
       77  WS-RTV-REJECT-SW        PIC X(1)   VALUE 'N'.
           88  WS-RTV-REJECTED                VALUE 'Y'.
       77  WS-PO-RETURNABLE-QTY    PIC 9(7)   VALUE ZERO.
       77  WS-OPENPO-PRESENT-SW    PIC X(1)   VALUE 'N'.
           88  WS-OPENPO-PRESENT              VALUE 'Y'.
       77  WS-PO-SCAN-DONE-SW      PIC X(1)   VALUE 'N'.
       77  WS-ITEM-CONVERTED-SW    PIC X(1)   VALUE 'N'.
           88  WS-ITEM-CONVERTED              VALUE 'Y'.
           88  WS-ITEM-NOT-CONVERTED          VALUE 'N'.
       77  WS-LOT-SCAN-DONE-SW     PIC X(1)   VALUE 'N'.
           88  WS-LOT-SCAN-DONE               VALUE 'Y'.
       77  WS-LOT-LOCATION         PIC X(3)   VALUE SPACES.
       77  WS-LOT-REMAINING        PIC 9(7)   VALUE ZERO.
       77  WS-LOT-TAKEN            PIC 9(7)   VALUE ZERO.
       77  WS-LOT-TOTAL            PIC 9(9)   VALUE ZERO.
       77  WS-LOT-RUN-QTY          PIC 9(7)   VALUE ZERO.
       77  WS-LOT-RUN-LOC-QTY      PIC 9(7)   VALUE ZERO.
       77  WS-LOT-SAVE-NUMBER      PIC X(10)  VALUE SPACES.
       77  WS-LOT-SAVE-EXPIRY      PIC X(10)  VALUE SPACES.
       77  WS-LOT-SAVE-RECEIVED    PIC X(10)  VALUE SPACES.

       77  WS-EOF-CHECKPOINT-SW    PIC X(1)   VALUE 'N'.
           88  WS-EOF-CHECKPOINT              VALUE 'Y'.
       77  WS-CK-REMAINDER         PIC 9(3)   VALUE ZERO.
       77  WS-ADJUSTMENT-COUNT     PIC 9(7)   VALUE ZERO.
       77  WS-VARIANCE-QTY         PIC S9(7)  VALUE ZERO.
       77  WS-REVALUATION-COUNT    PIC 9(7)   VALUE ZERO.
       77  WS-REVAL-IMPACT         PIC S9(11)V99 VALUE ZERO.
       77  WS-REVAL-IMPACT-TOTAL   PIC S9(11)V99 VALUE ZERO.
       77  WS-AUDIT-SEQUENCE-NUMBER PIC 9(9)  VALUE ZERO.
       77  WS-EOF-ADJ-THRESHOLD-SW PIC X(1)   VALUE 'N'.
           88  WS-EOF-ADJ-THRESHOLD           VALUE 'Y'.
       77  WS-ADJ-POST-SW          PIC X(1)   VALUE 'P'.
           88  WS-ADJ-POST                    VALUE 'P'.
           88  WS-ADJ-HOLD                    VALUE 'H'.
           88  WS-ADJ-NO-APPROVAL             VALUE 'X'.
       77  WS-ADJ-LIMIT-SUB        PIC 9(2)   VALUE ZERO.
       77  WS-ADJ-HOLD-REASON      PIC X(1)   VALUE SPACES.
       77  WS-ADJ-ABS-VARIANCE     PIC 9(7)   VALUE ZERO.
       77  WS-ADJ-VARIANCE-VALUE   PIC S9(11)V99 VALUE ZERO.
       77  WS-ADJ-ABS-VALUE        PIC 9(11)V99 VALUE ZERO.
       77  WS-ADJ-VARIANCE-PCT     PIC 9(9)V99 VALUE ZERO.
       77  WS-APPROVED-COUNT-QTY   PIC S9(8)  VALUE ZERO.
       77  WS-APPROVED-COUNT-DATE  PIC X(10)  VALUE SPACES.
       77  WS-ADJ-HELD-COUNT       PIC 9(7)   VALUE ZERO.
       77  WS-ADJ-HELD-DOWN-TOTAL  PIC 9(11)V99 VALUE ZERO.
       77  WS-ADJ-HELD-UP-TOTAL    PIC 9(11)V99 VALUE ZERO.
       77  WS-APPROVED-POSTED-COUNT PIC 9(7)  VALUE ZERO.
       77  WS-APPROVAL-REJECT-COUNT PIC 9(7)  VALUE ZERO.
       77  WS-HOLDS-CLEARED-COUNT  PIC 9(7)   VALUE ZERO.
       77  WS-BOMMAST-PRESENT-SW   PIC X(1)   VALUE 'N'.
           88  WS-BOMMAST-PRESENT             VALUE 'Y'.
       77  WS-BOM-SCAN-DONE-SW     PIC X(1)   VALUE 'N'.
           88  WS-BOM-SCAN-DONE               VALUE 'Y'.
       77  WS-KIT-REJECT-SW        PIC X(1)   VALUE 'N'.
           88  WS-KIT-REJECTED                VALUE 'Y'.
       77  WS-KIT-TRAN-SAVE        PIC X(80)  VALUE SPACES.
       77  WS-BUILD-KIT-ITEM       PIC 9(6)   VALUE ZERO.
       77  WS-BUILD-KIT-QTY        PIC 9(7)   VALUE ZERO.
       77  WS-BUILD-LINK           PIC 9(9)   VALUE ZERO.
       77  WS-KIT-COMPONENT-COUNT  PIC 9(5)   VALUE ZERO.
       77  WS-KIT-REQUIRED-QTY     PIC 9(12)  VALUE ZERO.
       77  WS-KIT-AVAILABLE-QTY    PIC 9(7)   VALUE ZERO.
       77  WS-KIT-SHORT-QTY        PIC 9(12)  VALUE ZERO.
       77  WS-KIT-ROLLED-COST      PIC 9(11)V99 VALUE ZERO.
       77  WS-KIT-REJECT-REASON    PIC X(20)  VALUE SPACES.
       77  WS-KIT-REJECT-COMPONENT PIC 9(6)   VALUE ZERO.
       77  WS-KIT-BUILD-COUNT      PIC 9(7)   VALUE ZERO.
       77  WS-KIT-BUILT-QTY-TOTAL  PIC 9(9)   VALUE ZERO.
       77  WS-KIT-COMPONENT-QTY-TOTAL PIC 9(9) VALUE ZERO.
       77  WS-KIT-BUILD-REJECT-COUNT PIC 9(7) VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CD-YEAR              PIC 9(4).
           05  FILLER                   PIC X(1)   VALUE '-'.
           05  WS-RD-DAY                PIC 9(2).

      *****************************************************************
      * PHYSICAL COUNT HOLD LIMITS BY ABC CLASS.  AN ADJUSTMENT WHOSE *
      * VARIANCE AT COST EXCEEDS THE VALUE LIMIT, OR WHOSE VARIANCE   *
      * AS A PERCENT OF THE LOCATION'S BOOK QUANTITY EXCEEDS THE      *
      * PERCENT LIMIT, IS HELD FOR SUPERVISOR APPROVAL.  A ZERO LIMIT *
      * TURNS THAT TEST OFF.  ENTRY 3 SERVES CLASS C AND UNCLASSIFIED *
      * ITEMS.  CARDS ON ADJTHR OVERRIDE THESE DEFAULTS.              *
      *****************************************************************
       01  WS-ADJ-LIMIT-VALUES.
           05  FILLER                  PIC X(1)   VALUE 'A'.
           05  FILLER                  PIC 9(7)V99 VALUE 500.00.
           05  FILLER                  PIC 9(3)   VALUE 5.
           05  FILLER                  PIC X(1)   VALUE 'B'.
           05  FILLER                  PIC 9(7)V99 VALUE 1000.00.
           05  FILLER                  PIC 9(3)   VALUE 10.
           05  FILLER                  PIC X(1)   VALUE 'C'.
           05  FILLER                  PIC 9(7)V99 VALUE 2500.00.
           05  FILLER                  PIC 9(3)   VALUE 25.
       01  WS-ADJ-LIMIT-TABLE REDEFINES WS-ADJ-LIMIT-VALUES.
           05  WS-ADJ-LIMIT-ENTRY      OCCURS 3 TIMES.
               10  WS-AJ-CLASS         PIC X(1).
               10  WS-AJ-VALUE-LIMIT   PIC 9(7)V99.
               10  WS-AJ-PERCENT-LIMIT PIC 9(3).

       01  WS-REPORT-LINE.
           05  WS-RL-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-RL-TRANS-DATE        PIC X(10).
           05  FILLER                  PIC X(97)  VALUE SPACES.

       01  WS-KIT-REJECT-LINE.
           05  WS-KR-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-KR-TRANS-TYPE        PIC X(1).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-KR-QUANTITY          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-KR-TRANS-DATE        PIC X(10).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-KR-REASON            PIC X(20).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-KR-COMPONENT         PIC Z(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-KR-SHORT-QTY         PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(47)  VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(30)
               VALUE 'DAILY INVENTORY UPDATE -- UNMA'.
           05  WS-BL-TRANS-DATE        PIC X(10).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-BL-LOCATION-CODE     PIC X(3).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-BL-ORDER-NUMBER      PIC Z(6).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  WS-BL-ORDER-LINE        PIC Z(3).
           05  FILLER                  PIC X(82)  VALUE SPACES.

       01  WS-BO-HEADING-1.
           05  FILLER                  PIC X(30)
           05  FILLER                  PIC X(10)  VALUE 'TRANS DATE'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE 'LOC'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE 'CUST ORDER'.
           05  FILLER                  PIC X(82)  VALUE SPACES.

       01  WS-VARIANCE-LINE.
           05  WS-VL-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE 'LOC'.
           05  FILLER                  PIC X(69)  VALUE SPACES.

       01  WS-REVALUATION-LINE.
           05  WS-RV-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-RV-DESCRIPTION       PIC X(29).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-RV-OLD-COST          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-RV-NEW-COST          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-RV-ON-HAND           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-RV-VALUE-IMPACT      PIC -,---,---,--9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-RV-TRANS-DATE        PIC X(10).
           05  FILLER                  PIC X(26)  VALUE SPACES.

       01  WS-RV-HEADING-1.
           05  FILLER                  PIC X(30)
               VALUE 'UNIT COST REVALUATION REGISTER'.
           05  FILLER                  PIC X(102) VALUE SPACES.

       01  WS-RV-HEADING-2.
           05  FILLER                  PIC X(6)   VALUE 'ITEM #'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(29)  VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE ' OLD COST'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE ' NEW COST'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE '  ON HAND'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE '    VALUE IMPACT'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE 'TRANS DATE'.
           05  FILLER                  PIC X(26)  VALUE SPACES.

       01  WS-RV-TOTAL-LINE.
           05  WS-RT-CAPTION           PIC X(30).
           05  WS-RT-AMOUNT            PIC -,---,---,--9.99.
           05  FILLER                  PIC X(86)  VALUE SPACES.

       01  WS-RV-SIGNOFF-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'CONTROLLER APPROVAL           '.
           05  FILLER                  PIC X(30)
               VALUE '______________________________'.
           05  FILLER                  PIC X(8)   VALUE '  DATE: '.
           05  FILLER                  PIC X(10)  VALUE '__________'.
           05  FILLER                  PIC X(54)  VALUE SPACES.

       01  WS-SUSPENSE-LINE.
           05  WS-SU-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
               VALUE 'DISPOSITION'.
           05  FILLER                  PIC X(64)  VALUE SPACES.

       01  WS-HOLD-LINE.
           05  WS-HL-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-HL-LOCATION-CODE     PIC X(3).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-HL-ABC-CLASS         PIC X(1).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-HL-COUNT-DATE        PIC X(10).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-HL-BOOK-QTY          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-HL-COUNTED-QTY       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-HL-VARIANCE-QTY      PIC -,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-HL-VARIANCE-VALUE    PIC -,---,---,--9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-HL-PERCENT           PIC Z(8)9.
           05  WS-HL-PERCENT-X REDEFINES WS-HL-PERCENT
                                       PIC X(9).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-HL-REASON            PIC X(7).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'A/R: _  BY: ___'.
           05  FILLER                  PIC X(7)   VALUE SPACES.

       01  WS-AH-HEADING-1.
           05  FILLER                  PIC X(30)
               VALUE 'PHYSICAL COUNT ADJUSTMENTS HEL'.
           05  FILLER                  PIC X(30)
               VALUE 'D -- RECOUNT OR APPROVE       '.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-AH-HEADING-2.
           05  FILLER                  PIC X(6)   VALUE 'ITEM #'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE 'LOC'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE 'ABC'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE 'COUNT DATE'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE ' BOOK QTY'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE 'COUNT QTY'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE ' VARIANCE'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE '  VARIANCE VALUE'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE '  PERCENT'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE 'LIMIT'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'DECISION'.
           05  FILLER                  PIC X(7)   VALUE SPACES.

       01  WS-HR-HEADING-1.
           05  FILLER                  PIC X(30)
               VALUE 'SUSPENSE HARD-REJECT REPORT --'.
           OPEN I-O   INVENTORY-MASTER.
           PERFORM 1050-VERIFY-MASTER-OPEN THRU 1050-EXIT.
           PERFORM 1060-OPEN-LOCATION-BALANCE THRU 1060-EXIT.
           PERFORM 1062-OPEN-LOT-BALANCE THRU 1062-EXIT.
           PERFORM 1063-OPEN-BOM-MASTER THRU 1063-EXIT.
           PERFORM 1065-OPEN-OPEN-PO THRU 1065-EXIT.
           PERFORM 1150-BUILD-RUN-DATE THRU 1150-EXIT.
           PERFORM 1700-CHECK-PREDECESSOR THRU 1700-EXIT.
           PERFORM 1160-CHECK-FOR-RESTART THRU 1160-EXIT.
           PERFORM 1750-LOG-RUN-START THRU 1750-EXIT.
           PERFORM 1180-OPEN-AUDIT-LOG THRU 1180-EXIT.
           PERFORM 1066-OPEN-PENDING-ADJ THRU 1066-EXIT.
           PERFORM 1067-LOAD-ADJ-LIMITS THRU 1067-EXIT.
           PERFORM 1185-OPEN-DAILY-FILES THRU 1185-EXIT.
           PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
           PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT.
       1060-EXIT.
           EXIT.

      *****************************************************************
      * 1062-OPEN-LOT-BALANCE -- OPEN LOTBAL.DAT FOR UPDATE, CREATING *
      * IT ON FIRST USE, AND CONFIRM THE OPEN SUCCEEDED THE SAME WAY  *
      * THE LOCATION BALANCE FILE'S OPEN IS CONFIRMED.                *
      *****************************************************************
       1062-OPEN-LOT-BALANCE.
           OPEN I-O LOT-BALANCE.
           IF WS-LOTBAL-FILE-STATUS = '35'
               OPEN OUTPUT LOT-BALANCE
               CLOSE LOT-BALANCE
               OPEN I-O LOT-BALANCE
           END-IF.
           IF NOT WS-LOTBAL-FILE-STATUS = '00'
               DISPLAY 'INVUPDT: LOT-BALANCE OPEN FAILED, '
                   'FILE STATUS = ' WS-LOTBAL-FILE-STATUS
               STOP RUN
           END-IF.
       1062-EXIT.
           EXIT.

      *****************************************************************
      * 1063-OPEN-BOM-MASTER -- OPEN BOMMAST.DAT, THE KIT BILLS OF    *
      * MATERIAL, FOR THE KIT BUILD POSTINGS.  IF INVBOMT HAS NEVER   *
      * RUN THERE ARE NO BILLS, AND EVERY KIT BUILD SIMPLY REJECTS    *
      * THE SAME WAY IT WOULD FOR A KIT WITH NO BILL ON FILE.         *
      *****************************************************************
       1063-OPEN-BOM-MASTER.
           OPEN INPUT BOM-MASTER.
           IF WS-BOMMAST-FILE-STATUS = '00'
               SET WS-BOMMAST-PRESENT TO TRUE
           END-IF.
       1063-EXIT.
           EXIT.

      *****************************************************************
      * 1065-OPEN-OPEN-PO -- OPEN OPENPO.DAT FOR THE RECEIPT RELIEF   *
      * POSTINGS.  IF THE FILE IS NOT ON FILE YET (INVPOGN HAS NEVER  *
       1065-EXIT.
           EXIT.

      *****************************************************************
      * 1066-OPEN-PENDING-ADJ -- OPEN PENDADJ.DAT, THE PHYSICAL COUNT *
      * ADJUSTMENTS HELD FOR SUPERVISOR APPROVAL, FOR UPDATE,         *
      * CREATING IT ON FIRST USE, AND CONFIRM THE OPEN SUCCEEDED THE  *
      * SAME WAY THE LOT BALANCE FILE'S OPEN IS CONFIRMED.            *
      *****************************************************************
       1066-OPEN-PENDING-ADJ.
           OPEN I-O PENDING-ADJ-FILE.
           IF WS-PENDADJ-FILE-STATUS = '35'
               OPEN OUTPUT PENDING-ADJ-FILE
               CLOSE PENDING-ADJ-FILE
               OPEN I-O PENDING-ADJ-FILE
           END-IF.
           IF NOT WS-PENDADJ-FILE-STATUS = '00'
               DISPLAY 'INVUPDT: PENDING-ADJ-FILE OPEN FAILED, '
                   'FILE STATUS = ' WS-PENDADJ-FILE-STATUS
               STOP RUN
           END-IF.
       1066-EXIT.
           EXIT.

      *****************************************************************
      * 1067-LOAD-ADJ-LIMITS -- TAKE THE ADJUSTMENT HOLD LIMITS FROM  *
      * THE ADJTHR CONTROL CARDS, ONE CARD PER ABC CLASS.  A CLASS    *
      * WITH NO CARD, OR A CARD COLUMN LEFT BLANK, KEEPS THE DEFAULT  *
      * IN WS-ADJ-LIMIT-VALUES.  NO ADJTHR FILE MEANS ALL DEFAULTS.   *
      *****************************************************************
       1067-LOAD-ADJ-LIMITS.
           OPEN INPUT ADJ-THRESHOLD-FILE.
           IF WS-ADJ-THRESHOLD-STATUS = '00'
               PERFORM 1068-READ-ADJ-LIMIT THRU 1068-EXIT
               PERFORM 1069-APPLY-ADJ-LIMIT THRU 1069-EXIT
                   UNTIL WS-EOF-ADJ-THRESHOLD
               CLOSE ADJ-THRESHOLD-FILE
           END-IF.
       1067-EXIT.
           EXIT.

       1068-READ-ADJ-LIMIT.
           READ ADJ-THRESHOLD-FILE
               AT END
                   SET WS-EOF-ADJ-THRESHOLD TO TRUE
           END-READ.
       1068-EXIT.
           EXIT.

       1069-APPLY-ADJ-LIMIT.
           EVALUATE AT-ABC-CLASS
               WHEN 'A'
                   MOVE 1 TO WS-ADJ-LIMIT-SUB
               WHEN 'B'
                   MOVE 2 TO WS-ADJ-LIMIT-SUB
               WHEN 'C'
                   MOVE 3 TO WS-ADJ-LIMIT-SUB
               WHEN OTHER
                   MOVE ZERO TO WS-ADJ-LIMIT-SUB
           END-EVALUATE.
           IF WS-ADJ-LIMIT-SUB = ZERO
               DISPLAY 'INVUPDT: ADJTHR CARD IGNORED, CLASS = '
                   AT-ABC-CLASS
           ELSE
               IF AT-VALUE-LIMIT IS NUMERIC
                   MOVE AT-VALUE-LIMIT
                       TO WS-AJ-VALUE-LIMIT (WS-ADJ-LIMIT-SUB)
               END-IF
               IF AT-PERCENT-LIMIT IS NUMERIC
                   MOVE AT-PERCENT-LIMIT
                       TO WS-AJ-PERCENT-LIMIT (WS-ADJ-LIMIT-SUB)
               END-IF
           END-IF.
           PERFORM 1068-READ-ADJ-LIMIT THRU 1068-EXIT.
       1069-EXIT.
           EXIT.

      *****************************************************************
      * 1160-CHECK-FOR-RESTART -- READ LAST RUN'S CHECKPOINT FILE TO  *
      * SEE IF IT ENDED IN-PROGRESS (JOB ABENDED BEFORE COMPLETION).  *
               CLOSE TRANFILE
                     INVENTORY-MASTER
                     LOCATION-BALANCE
                     LOT-BALANCE
               IF WS-BOMMAST-PRESENT
                   CLOSE BOM-MASTER
               END-IF
               IF WS-OPENPO-PRESENT
                   CLOSE OPEN-PO-FILE
               END-IF
               PERFORM 1194-EXTEND-VARIANCE-RPT THRU 1194-EXIT
               PERFORM 1195-EXTEND-SUSPENSE-OUT THRU 1195-EXIT
               PERFORM 1196-EXTEND-HARD-REJECT-RPT THRU 1196-EXIT
               PERFORM 1197-EXTEND-REVALUATION-RPT THRU 1197-EXIT
               PERFORM 1198-EXTEND-ADJ-HOLD-RPT THRU 1198-EXIT
           ELSE
               OPEN OUTPUT EXCEPTION-RPT
               OPEN OUTPUT BACKORDER-RPT
               OPEN OUTPUT VARIANCE-RPT
               OPEN OUTPUT SUSPENSE-OUT-FILE
               OPEN OUTPUT HARD-REJECT-RPT
               OPEN OUTPUT REVALUATION-RPT
               OPEN OUTPUT ADJ-HOLD-RPT
           END-IF.
       1185-EXIT.
           EXIT.
       1196-EXIT.
           EXIT.

       1197-EXTEND-REVALUATION-RPT.
           OPEN EXTEND REVALUATION-RPT.
           IF WS-REVALUATION-RPT-STATUS = '35'
               OPEN OUTPUT REVALUATION-RPT
               CLOSE REVALUATION-RPT
               OPEN EXTEND REVALUATION-RPT
           END-IF.
       1197-EXIT.
           EXIT.

       1198-EXTEND-ADJ-HOLD-RPT.
           OPEN EXTEND ADJ-HOLD-RPT.
           IF WS-ADJ-HOLD-RPT-STATUS = '35'
               OPEN OUTPUT ADJ-HOLD-RPT
               CLOSE ADJ-HOLD-RPT
               OPEN EXTEND ADJ-HOLD-RPT
           END-IF.
       1198-EXIT.
           EXIT.

       1190-EXTEND-EXCEPTION-RPT.
           OPEN EXTEND EXCEPTION-RPT.
           IF WS-EXCEPTION-RPT-STATUS = '35'
           MOVE ' ' TO HR-CARRIAGE-CONTROL.
           MOVE WS-SU-HEADING-2 TO HR-REPORT-TEXT.
           WRITE HARD-REJECT-RPT-RECORD.
           MOVE SPACES TO REVALUATION-RPT-RECORD.
           MOVE '1' TO RV-CARRIAGE-CONTROL.
           MOVE WS-RV-HEADING-1 TO RV-REPORT-TEXT.
           WRITE REVALUATION-RPT-RECORD.
           MOVE SPACES TO REVALUATION-RPT-RECORD.
           MOVE ' ' TO RV-CARRIAGE-CONTROL.
           MOVE WS-RV-HEADING-2 TO RV-REPORT-TEXT.
           WRITE REVALUATION-RPT-RECORD.
           MOVE SPACES TO ADJ-HOLD-RPT-RECORD.
           MOVE '1' TO AH-CARRIAGE-CONTROL.
           MOVE WS-AH-HEADING-1 TO AH-REPORT-TEXT.
           WRITE ADJ-HOLD-RPT-RECORD.
           MOVE SPACES TO ADJ-HOLD-RPT-RECORD.
           MOVE ' ' TO AH-CARRIAGE-CONTROL.
           MOVE WS-AH-HEADING-2 TO AH-REPORT-TEXT.
           WRITE ADJ-HOLD-RPT-RECORD.
       1100-EXIT.
           EXIT.

                   IF TR-UNIT-COST IS NOT NUMERIC
                       MOVE ZERO TO TR-UNIT-COST
                   END-IF
                   IF TR-PO-NUMBER IS NOT NUMERIC
                       MOVE ZERO TO TR-PO-NUMBER
                   END-IF
                   IF TR-LOCATION-CODE = SPACES
                       MOVE WS-DEFAULT-LOCATION TO TR-LOCATION-CODE
                   END-IF
                       MOVE SP-LOCATION-CODE TO TR-LOCATION-CODE
                   END-IF
                   MOVE SP-TO-LOCATION-CODE TO TR-TO-LOCATION-CODE
                   MOVE SP-LOT-NUMBER  TO TR-LOT-NUMBER
                   MOVE SP-EXPIRY-DATE TO TR-EXPIRY-DATE
                   IF SP-ORDER-NUMBER IS NUMERIC
                     AND SP-ORDER-LINE IS NUMERIC
                       MOVE SP-ORDER-NUMBER TO TR-ORDER-NUMBER
                       MOVE SP-ORDER-LINE TO TR-ORDER-LINE
                   ELSE
                       MOVE ZERO TO TR-ORDER-NUMBER
                       MOVE ZERO TO TR-ORDER-LINE
                   END-IF
                   IF SP-PO-NUMBER IS NUMERIC
                       MOVE SP-PO-NUMBER TO TR-PO-NUMBER
                   ELSE
                       MOVE ZERO TO TR-PO-NUMBER
                   END-IF
                   MOVE SP-APPROVAL-FLAG TO TR-APPROVAL-FLAG
                   ADD 1 TO WS-SUSPENSE-IN-COUNT
                   SET WS-SUSP-RECORD-READY TO TRUE
           END-READ.

      *****************************************************************
      * 2000-PROCESS-TRANSACTION -- LOOK UP THE MASTER FOR THE CURRENT*
      * TRANSACTION AT RANDOM AND POST IT, OR LOG AN EXCEPTION.  A    *
      * CUSTOMER RETURN ALWAYS POSTS TO THE QUARANTINE LOCATION.  A   *
      * KIT BUILD MOVES SEVERAL ITEMS AND DOES ITS OWN POSTING.       *
      *****************************************************************
       2000-PROCESS-TRANSACTION.
           IF TR-CUSTOMER-RETURN
               MOVE WS-QUARANTINE-LOCATION TO TR-LOCATION-CODE
           END-IF.
           PERFORM 2050-VALIDATE-TRANS-DATE THRU 2050-EXIT.
           IF WS-DATE-VALID
               PERFORM 2100-FIND-MASTER THRU 2100-EXIT
               IF WS-MASTER-FOUND
                   EVALUATE TRUE
                       WHEN TR-RECEIPT AND IM-DISCONTINUED
                           PERFORM 3150-WRITE-DISC-RECEIPT
                               THRU 3150-EXIT
                       WHEN TR-KIT-BUILD
                           PERFORM 3400-APPLY-KIT-BUILD THRU 3400-EXIT
                       WHEN OTHER
                           PERFORM 2150-FIND-LOC-BALANCE THRU 2150-EXIT
                           PERFORM 3000-APPLY-TRANSACTION
                               THRU 3000-EXIT
                           PERFORM 3600-REWRITE-MASTER THRU 3600-EXIT
                           PERFORM 3650-REWRITE-LOC-BALANCE
                               THRU 3650-EXIT
                   END-EVALUATE
               ELSE
                   PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
               END-IF
      * 3000-APPLY-TRANSACTION -- POST A MATCHING TRANSACTION TO THE  *
      * MASTER RECORD AND LOCATION BALANCE JUST READ.  THE MASTER'S   *
      * ON-HAND QUANTITY IS THE ROLL-UP OF THE ITEM'S LOCATION        *
      * BALANCES, SO BOTH LEVELS MOVE TOGETHER.  FOR A LOT-CONTROLLED *
      * ITEM THE LOT BALANCES MOVE AS WELL, AND AN ISSUE OR RETURN TO *
      * VENDOR THAT DREW STOCK IS LOGGED ONE AUDIT RECORD PER LOT     *
      * DRAWN.  A CUSTOMER RETURN COMES BACK AT THE CURRENT COST (NO  *
      * AVERAGING, NO PURCHASE ORDER RELIEF) INTO QUARANTINE, AS      *
      * UNLOTTED STOCK SINCE THE RETURN DOES NOT SAY WHICH LOT IT     *
      * WAS SHIPPED FROM.                                             *
      *****************************************************************
       3000-APPLY-TRANSACTION.
           MOVE IM-QUANTITY-ON-HAND TO WS-QTY-BEFORE.
                   ADD TR-QUANTITY TO LB-QUANTITY-ON-HAND
                   PERFORM 3020-APPLY-RECEIPT-COST THRU 3020-EXIT
                   PERFORM 3030-RELIEVE-OPEN-PO THRU 3030-EXIT
                   IF IM-LOT-CONTROLLED
                     AND TR-LOT-NUMBER NOT = SPACES
                       PERFORM 3010-RECEIVE-LOT THRU 3010-EXIT
                   END-IF
                   ADD 1 TO WS-RECEIPT-COUNT
                   ADD TR-QUANTITY TO WS-RECEIPT-QTY-TOTAL
               WHEN TR-ISSUE
                   ADD 1 TO WS-ISSUE-COUNT
                   ADD TR-QUANTITY TO WS-ISSUE-QTY-TOTAL
               WHEN TR-ADJUSTMENT
                   PERFORM 3058-SCREEN-ADJUSTMENT THRU 3058-EXIT
                   IF WS-ADJ-POST
                       PERFORM 3060-APPLY-ADJUSTMENT THRU 3060-EXIT
                       IF IM-LOT-CONTROLLED
                           PERFORM 3530-TRIM-LOTS THRU 3530-EXIT
                       END-IF
                       PERFORM 3064-CLEAR-PENDING-ADJ THRU 3064-EXIT
                       ADD 1 TO WS-ADJUSTMENT-COUNT
                   END-IF
               WHEN TR-TRANSFER
                   PERFORM 3070-APPLY-TRANSFER THRU 3070-EXIT
               WHEN TR-REVALUATION
                   PERFORM 3065-APPLY-REVALUATION THRU 3065-EXIT
               WHEN TR-CUSTOMER-RETURN
                   ADD TR-QUANTITY TO IM-QUANTITY-ON-HAND
                   ADD TR-QUANTITY TO LB-QUANTITY-ON-HAND
                   ADD 1 TO WS-CUST-RETURN-COUNT
                   ADD TR-QUANTITY TO WS-CUST-RETURN-QTY-TOTAL
               WHEN TR-VENDOR-RETURN
                   PERFORM 3056-APPLY-VENDOR-RETURN THRU 3056-EXIT
           END-EVALUATE.
           ADD 1 TO WS-MATCHED-COUNT.
           EVALUATE TRUE
               WHEN TR-TRANSFER
                   CONTINUE
               WHEN TR-VENDOR-RETURN AND WS-RTV-REJECTED
                   CONTINUE
               WHEN TR-ADJUSTMENT AND NOT WS-ADJ-POST
                   CONTINUE
               WHEN (TR-ISSUE OR TR-VENDOR-RETURN)
                 AND IM-LOT-CONTROLLED
                 AND WS-ISSUE-POSTED-QTY > ZERO
                   PERFORM 3500-ISSUE-FROM-LOTS THRU 3500-EXIT
               WHEN OTHER
                   PERFORM 3800-WRITE-AUDIT-LOG THRU 3800-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3010-RECEIVE-LOT -- ADD A LOT-CONTROLLED RECEIPT TO ITS LOT'S *
      * BALANCE AT THE RECEIVING LOCATION, OPENING THE LOT RECORD ON  *
      * ITS FIRST RECEIPT.  A RECEIPT THAT ARRIVES WITHOUT A LOT      *
      * NUMBER (THE ITEM WAS PUT UNDER LOT CONTROL AFTER THE EDIT     *
      * RAN) POSTS AS UNLOTTED STOCK AND NEVER GETS HERE.             *
      *****************************************************************
       3010-RECEIVE-LOT.
           MOVE TR-ITEM-NUMBER TO LT-ITEM-NUMBER.
           MOVE TR-LOCATION-CODE TO LT-LOCATION-CODE.
           MOVE TR-EXPIRY-DATE TO LT-EXPIRY-DATE.
           MOVE TR-LOT-NUMBER TO LT-LOT-NUMBER.
           READ LOT-BALANCE
               INVALID KEY
                   MOVE SPACES TO LOT-BALANCE-COPYBOOK-RECORD
                   MOVE TR-ITEM-NUMBER TO LT-ITEM-NUMBER
                   MOVE TR-LOCATION-CODE TO LT-LOCATION-CODE
                   MOVE TR-EXPIRY-DATE TO LT-EXPIRY-DATE
                   MOVE TR-LOT-NUMBER TO LT-LOT-NUMBER
                   MOVE TR-QUANTITY TO LT-QUANTITY-ON-HAND
                   MOVE TR-TRANS-DATE TO LT-RECEIVED-DATE
                   WRITE LOT-BALANCE-COPYBOOK-RECORD
               NOT INVALID KEY
                   ADD TR-QUANTITY TO LT-QUANTITY-ON-HAND
                   REWRITE LOT-BALANCE-COPYBOOK-RECORD
           END-READ.
       3010-EXIT.
           EXIT.

      *****************************************************************
      * 3020-APPLY-RECEIPT-COST -- RECOMPUTE IM-UNIT-COST AS THE      *
      * WEIGHTED MOVING AVERAGE OF THE OLD ON-HAND VALUE PLUS THE     *
       3050-EXIT.
           EXIT.

      *****************************************************************
      * 3056-APPLY-VENDOR-RETURN -- SEND STOCK BACK TO THE VENDOR AT  *
      * THE CURRENT UNIT COST, AGAINST THE PURCHASE ORDER IT CAME IN  *
      * ON.  THE RETURN MUST BE COVERED BY THE LOCATION'S BALANCE AND *
      * BY WHAT THE ORDER RECEIVED LESS WHAT HAS ALREADY GONE BACK ON *
      * IT; OTHERWISE IT REJECTS TO THE EXCEPTION REPORT LIKE AN      *
      * OVERSIZE TRANSFER -- NOTHING IS BACKORDERED, SINCE NOTHING    *
      * WAS SOLD.  THE POSTED QUANTITY IS LEFT IN WS-ISSUE-POSTED-QTY *
      * SO 3000 CAN DRAW A LOT-CONTROLLED ITEM'S LOTS THE WAY IT DOES *
      * FOR AN ISSUE.                                                 *
      *****************************************************************
       3056-APPLY-VENDOR-RETURN.
           MOVE 'N' TO WS-RTV-REJECT-SW.
           MOVE ZERO TO WS-ISSUE-POSTED-QTY.
           IF TR-QUANTITY > LB-QUANTITY-ON-HAND
               SET WS-RTV-REJECTED TO TRUE
           ELSE
               PERFORM 3057-RETURN-AGAINST-PO THRU 3057-EXIT
           END-IF.
           IF WS-RTV-REJECTED
               PERFORM 3095-WRITE-RETURN-REJECT THRU 3095-EXIT
           ELSE
               MOVE TR-QUANTITY TO WS-ISSUE-POSTED-QTY
               SUBTRACT TR-QUANTITY FROM LB-QUANTITY-ON-HAND
               IF TR-QUANTITY > IM-QUANTITY-ON-HAND
                   MOVE ZERO TO IM-QUANTITY-ON-HAND
               ELSE
                   SUBTRACT TR-QUANTITY FROM IM-QUANTITY-ON-HAND
               END-IF
               ADD 1 TO WS-VENDOR-RETURN-COUNT
               ADD TR-QUANTITY TO WS-VENDOR-RETURN-QTY-TOTAL
           END-IF.
       3056-EXIT.
           EXIT.

      *****************************************************************
      * 3057-RETURN-AGAINST-PO -- LOOK UP THE ITEM'S LINE ON THE      *
      * PURCHASE ORDER THE RETURN NAMES AND CHARGE THE RETURN TO ITS  *
      * RETURNED-TO-DATE QUANTITY.  A MISSING OPENPO.DAT, AN ORDER    *
      * NOT ON FILE FOR THE ITEM, OR A RETURN LARGER THAN THE ORDER   *
      * HAS LEFT TO RETURN MARKS THE TRANSACTION REJECTED.            *
      *****************************************************************
       3057-RETURN-AGAINST-PO.
           IF NOT WS-OPENPO-PRESENT
               SET WS-RTV-REJECTED TO TRUE
           ELSE
               MOVE TR-ITEM-NUMBER TO PO-ITEM-NUMBER
               MOVE TR-PO-NUMBER TO PO-ORDER-NUMBER
               READ OPEN-PO-FILE
                   INVALID KEY
                       SET WS-RTV-REJECTED TO TRUE
               END-READ
           END-IF.
           IF NOT WS-RTV-REJECTED
               IF PO-QUANTITY-RETURNED IS NOT NUMERIC
                   MOVE ZERO TO PO-QUANTITY-RETURNED
               END-IF
               IF PO-QUANTITY-RETURNED > PO-QUANTITY-RECEIVED
                   MOVE ZERO TO WS-PO-RETURNABLE-QTY
               ELSE
                   COMPUTE WS-PO-RETURNABLE-QTY =
                       PO-QUANTITY-RECEIVED - PO-QUANTITY-RETURNED
               END-IF
               IF TR-QUANTITY > WS-PO-RETURNABLE-QTY
                   SET WS-RTV-REJECTED TO TRUE
               ELSE
                   ADD TR-QUANTITY TO PO-QUANTITY-RETURNED
                   REWRITE OPEN-PO-COPYBOOK-RECORD
               END-IF
           END-IF.
       3057-EXIT.
           EXIT.

      *****************************************************************
      * 3058-SCREEN-ADJUSTMENT -- DECIDE WHETHER A PHYSICAL COUNT     *
      * ADJUSTMENT POSTS TONIGHT.  AN ADJUSTMENT CARRYING THE         *
      * APPROVAL FLAG (GENERATED BY INVADJA FROM A SUPERVISOR'S       *
      * APPROVAL CARD) POSTS ONLY IF ITS HOLD IS STILL ON FILE AND    *
      * APPROVED.  ANY OTHER ADJUSTMENT IS TESTED AGAINST THE HOLD    *
      * LIMITS FOR THE ITEM'S ABC CLASS AND, IF OVER EITHER LIMIT, IS *
      * HELD ON PENDADJ.DAT INSTEAD OF POSTED.                        *
      *****************************************************************
       3058-SCREEN-ADJUSTMENT.
           SET WS-ADJ-POST TO TRUE.
           IF TR-APPROVED-ADJUSTMENT
               PERFORM 3063-LOAD-APPROVED-HOLD THRU 3063-EXIT
           ELSE
               PERFORM 3061-TEST-ADJUSTMENT-HOLD THRU 3061-EXIT
               IF WS-ADJ-HOLD
                   PERFORM 3062-HOLD-ADJUSTMENT THRU 3062-EXIT
               END-IF
           END-IF.
       3058-EXIT.
           EXIT.

      *****************************************************************
      * 3060-APPLY-ADJUSTMENT -- POST A PHYSICAL INVENTORY ADJUSTMENT *
      * BY REPLACING THE LOCATION'S BOOK QUANTITY WITH THE COUNTED    *
      * QUANTITY AND MOVING THE MASTER ROLL-UP BY THE SAME VARIANCE,  *
      * THEN LOGGING THE VARIANCE.  COUNTS ARE TAKEN BY BUILDING, SO  *
      * THE BOOK FIGURE COMPARED IS THE LOCATION'S.  AN APPROVED      *
      * ADJUSTMENT KEEPS THE DATE OF THE COUNT IT WAS HELD FROM AS    *
      * THE ITEM'S LAST COUNT DATE.                                   *
      *****************************************************************
       3060-APPLY-ADJUSTMENT.
           COMPUTE WS-ADJUST-DELTA =
               MOVE WS-ADJUST-DELTA TO IM-QUANTITY-ON-HAND
           END-IF.
           MOVE TR-QUANTITY TO LB-QUANTITY-ON-HAND.
           IF TR-APPROVED-ADJUSTMENT
               MOVE WS-APPROVED-COUNT-DATE TO IM-LAST-COUNT-DATE
           ELSE
               MOVE TR-TRANS-DATE TO IM-LAST-COUNT-DATE
           END-IF.
           PERFORM 3750-WRITE-VARIANCE-LINE THRU 3750-EXIT.
       3060-EXIT.
           EXIT.

      *****************************************************************
      * 3061-TEST-ADJUSTMENT-HOLD -- VALUE THE COUNT VARIANCE AT THE  *
      * ITEM'S UNIT COST AND AS A PERCENT OF THE LOCATION'S BOOK      *
      * QUANTITY, AND HOLD THE ADJUSTMENT IF EITHER FIGURE EXCEEDS    *
      * ITS LIMIT FOR THE ITEM'S ABC CLASS.  THE PERCENT TEST IS      *
      * SKIPPED WHEN THE BOOK QUANTITY IS ZERO (ANY FIND IS INFINITE  *
      * PERCENT); THE VALUE TEST STILL APPLIES.                       *
      *****************************************************************
       3061-TEST-ADJUSTMENT-HOLD.
           MOVE SPACES TO WS-ADJ-HOLD-REASON.
           MOVE ZERO TO WS-ADJ-VARIANCE-PCT.
           EVALUATE IM-ABC-CLASS
               WHEN 'A'
                   MOVE 1 TO WS-ADJ-LIMIT-SUB
               WHEN 'B'
                   MOVE 2 TO WS-ADJ-LIMIT-SUB
               WHEN OTHER
                   MOVE 3 TO WS-ADJ-LIMIT-SUB
           END-EVALUATE.
           COMPUTE WS-VARIANCE-QTY = TR-QUANTITY - WS-LOC-QTY-BEFORE.
           IF WS-VARIANCE-QTY < ZERO
               COMPUTE WS-ADJ-ABS-VARIANCE = ZERO - WS-VARIANCE-QTY
           ELSE
               MOVE WS-VARIANCE-QTY TO WS-ADJ-ABS-VARIANCE
           END-IF.
           COMPUTE WS-ADJ-VARIANCE-VALUE =
               WS-VARIANCE-QTY * IM-UNIT-COST.
           COMPUTE WS-ADJ-ABS-VALUE =
               WS-ADJ-ABS-VARIANCE * IM-UNIT-COST.
           IF WS-AJ-VALUE-LIMIT (WS-ADJ-LIMIT-SUB) > ZERO
             AND WS-ADJ-ABS-VALUE > WS-AJ-VALUE-LIMIT (WS-ADJ-LIMIT-SUB)
               MOVE 'V' TO WS-ADJ-HOLD-REASON
           END-IF.
           IF WS-LOC-QTY-BEFORE > ZERO
               COMPUTE WS-ADJ-VARIANCE-PCT =
                   WS-ADJ-ABS-VARIANCE * 100 / WS-LOC-QTY-BEFORE
               IF WS-AJ-PERCENT-LIMIT (WS-ADJ-LIMIT-SUB) > ZERO
                 AND WS-ADJ-VARIANCE-PCT >
                     WS-AJ-PERCENT-LIMIT (WS-ADJ-LIMIT-SUB)
                   IF WS-ADJ-HOLD-REASON = 'V'
                       MOVE 'B' TO WS-ADJ-HOLD-REASON
                   ELSE
                       MOVE 'P' TO WS-ADJ-HOLD-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-ADJ-HOLD-REASON NOT = SPACES
               SET WS-ADJ-HOLD TO TRUE
           END-IF.
       3061-EXIT.
           EXIT.

      *****************************************************************
      * 3062-HOLD-ADJUSTMENT -- FILE THE COUNT ON PENDADJ.DAT IN      *
      * PLACE OF POSTING IT, AND LIST IT ON THE RECOUNT-OR-APPROVE    *
      * REPORT.  A HOLD ALREADY ON FILE FOR THE SAME ITEM AND         *
      * LOCATION (AN EARLIER COUNT, APPROVED OR NOT) IS REPLACED BY   *
      * THIS ONE.  NOTHING POSTS, SO NO AUDIT RECORD IS WRITTEN.      *
      *****************************************************************
       3062-HOLD-ADJUSTMENT.
           MOVE SPACES TO PENDING-ADJUSTMENT-COPYBOOK-RECORD.
           MOVE TR-ITEM-NUMBER TO PA-ITEM-NUMBER.
           MOVE TR-LOCATION-CODE TO PA-LOCATION-CODE.
           SET PA-HELD TO TRUE.
           MOVE TR-TRANS-DATE TO PA-COUNT-DATE.
           MOVE WS-LOC-QTY-BEFORE TO PA-BOOK-QTY.
           MOVE TR-QUANTITY TO PA-COUNTED-QTY.
           MOVE IM-UNIT-COST TO PA-UNIT-COST.
           MOVE WS-ADJ-VARIANCE-VALUE TO PA-VARIANCE-VALUE.
           MOVE IM-ABC-CLASS TO PA-ABC-CLASS.
           MOVE WS-ADJ-HOLD-REASON TO PA-HOLD-REASON.
           WRITE PENDING-ADJUSTMENT-COPYBOOK-RECORD
               INVALID KEY
                   REWRITE PENDING-ADJUSTMENT-COPYBOOK-RECORD
           END-WRITE.
           PERFORM 3770-WRITE-HOLD-LINE THRU 3770-EXIT.
           ADD 1 TO WS-ADJ-HELD-COUNT.
           IF WS-ADJ-VARIANCE-VALUE < ZERO
               ADD WS-ADJ-ABS-VALUE TO WS-ADJ-HELD-DOWN-TOTAL
           ELSE
               ADD WS-ADJ-ABS-VALUE TO WS-ADJ-HELD-UP-TOTAL
           END-IF.
       3062-EXIT.
           EXIT.

      *****************************************************************
      * 3063-LOAD-APPROVED-HOLD -- FIND THE APPROVED HOLD BEHIND AN   *
      * APPROVAL-FLAGGED ADJUSTMENT.  STOCK MAY HAVE MOVED SINCE THE  *
      * COUNT WAS TAKEN, SO WHAT POSTS IS THE VARIANCE THE SUPERVISOR *
      * APPROVED (COUNTED LESS BOOK AS OF THE COUNT DATE) APPLIED TO  *
      * TONIGHT'S BOOK QUANTITY, NOT THE STALE COUNT ITSELF.  IF THE  *
      * HOLD IS GONE OR NO LONGER APPROVED (A LATER COUNT REPLACED    *
      * IT), THE ADJUSTMENT GOES TO THE EXCEPTION REPORT UNPOSTED.    *
      *****************************************************************
       3063-LOAD-APPROVED-HOLD.
           MOVE TR-ITEM-NUMBER TO PA-ITEM-NUMBER.
           MOVE TR-LOCATION-CODE TO PA-LOCATION-CODE.
           READ PENDING-ADJ-FILE
               INVALID KEY
                   SET WS-ADJ-NO-APPROVAL TO TRUE
               NOT INVALID KEY
                   IF NOT PA-APPROVED
                       SET WS-ADJ-NO-APPROVAL TO TRUE
                   END-IF
           END-READ.
           IF WS-ADJ-POST
               COMPUTE WS-APPROVED-COUNT-QTY =
                   WS-LOC-QTY-BEFORE + PA-COUNTED-QTY - PA-BOOK-QTY
               IF WS-APPROVED-COUNT-QTY < ZERO
                   MOVE ZERO TO TR-QUANTITY
               ELSE
                   MOVE WS-APPROVED-COUNT-QTY TO TR-QUANTITY
               END-IF
               MOVE PA-COUNT-DATE TO WS-APPROVED-COUNT-DATE
           ELSE
               PERFORM 3096-WRITE-APPROVAL-REJECT THRU 3096-EXIT
           END-IF.
       3063-EXIT.
           EXIT.

      *****************************************************************
      * 3064-CLEAR-PENDING-ADJ -- AN ADJUSTMENT HAS POSTED FOR THIS   *
      * ITEM AND LOCATION, SO ANY HOLD STILL ON FILE FOR IT IS        *
      * SETTLED: EITHER IT WAS THE APPROVED HOLD JUST POSTED, OR A    *
      * RECOUNT WITHIN THE LIMITS HAS TAKEN ITS PLACE.                *
      *****************************************************************
       3064-CLEAR-PENDING-ADJ.
           MOVE TR-ITEM-NUMBER TO PA-ITEM-NUMBER.
           MOVE TR-LOCATION-CODE TO PA-LOCATION-CODE.
           DELETE PENDING-ADJ-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TR-APPROVED-ADJUSTMENT
                       ADD 1 TO WS-APPROVED-POSTED-COUNT
                   ELSE
                       ADD 1 TO WS-HOLDS-CLEARED-COUNT
                   END-IF
           END-DELETE.
       3064-EXIT.
           EXIT.

      *****************************************************************
      * 3065-APPLY-REVALUATION -- REPRICE THE ITEM AT THE NEW UNIT    *
      * COST CARRIED ON THE TRANSACTION.  NO QUANTITY MOVES AT EITHER *
      * LEVEL; THE AUDIT RECORD WRITTEN BY 3000 CARRIES THE OLD AND   *
      * NEW COST AGAINST AN UNCHANGED ON-HAND QUANTITY, WHICH IS WHAT *
      * INVGLEX VALUES THE REVALUATION FROM.  EVERY REVALUATION       *
      * PRINTS ON THE REVALUATION REGISTER WITH ITS VALUE IMPACT --   *
      * THE ON-HAND QUANTITY EXTENDED AT THE COST DIFFERENCE -- FOR   *
      * THE CONTROLLER'S SIGN-OFF.                                    *
      *****************************************************************
       3065-APPLY-REVALUATION.
           MOVE TR-UNIT-COST TO IM-UNIT-COST.
           COMPUTE WS-REVAL-IMPACT =
               IM-QUANTITY-ON-HAND * (IM-UNIT-COST - WS-COST-BEFORE).
           ADD WS-REVAL-IMPACT TO WS-REVAL-IMPACT-TOTAL.
           ADD 1 TO WS-REVALUATION-COUNT.
           PERFORM 3760-WRITE-REVALUATION-LINE THRU 3760-EXIT.
       3065-EXIT.
           EXIT.

      *****************************************************************
      * 3070-APPLY-TRANSFER -- MOVE THE TRANSFER QUANTITY FROM THE    *
      * FROM-LOCATION'S BALANCE (ALREADY IN THE RECORD AREA FROM      *
      * MOVE -- THE STOCK ONLY CHANGED BUILDINGS.  EACH SIDE LOGS ITS *
      * OWN AUDIT RECORD.  A TRANSFER EXCEEDING THE FROM-LOCATION'S   *
      * BALANCE REJECTS TO THE EXCEPTION REPORT RATHER THAN           *
      * BACKORDERING, SINCE NOTHING WAS ACTUALLY SOLD.  A LOT-        *
      * CONTROLLED ITEM'S LOTS MOVE WITH IT, OLDEST EXPIRY FIRST.     *
      *****************************************************************
       3070-APPLY-TRANSFER.
           IF TR-QUANTITY > LB-QUANTITY-ON-HAND
           ELSE
               SUBTRACT TR-QUANTITY FROM LB-QUANTITY-ON-HAND
               REWRITE LOCATION-BALANCE-COPYBOOK-RECORD
               IF IM-LOT-CONTROLLED
                   PERFORM 3540-TRANSFER-LOTS THRU 3540-EXIT
               END-IF
               MOVE TR-LOCATION-CODE TO WS-TRANSFER-LOG-LOCATION
               PERFORM 3080-WRITE-TRANSFER-AUDIT THRU 3080-EXIT
               PERFORM 3075-FIND-TO-LOC-BALANCE THRU 3075-EXIT
           MOVE WS-TRANSFER-LOG-LOCATION TO AL-LOCATION-CODE.
           MOVE WS-LOC-QTY-BEFORE TO AL-LOC-QTY-BEFORE.
           MOVE LB-QUANTITY-ON-HAND TO AL-LOC-QTY-AFTER.
           MOVE SPACES TO AL-LOT-NUMBER.
           MOVE SPACES TO AL-LOT-EXPIRY-DATE.
           MOVE ZERO TO AL-PO-NUMBER.
           MOVE ZERO TO AL-KIT-ITEM-NUMBER.
           MOVE ZERO TO AL-BUILD-LINK.
           WRITE AUDIT-LOG-COPYBOOK-RECORD.
       3080-EXIT.
           EXIT.
           EXIT.

      *****************************************************************
      * 3095-WRITE-RETURN-REJECT -- PRINT A RETURN TO VENDOR THAT THE *
      * LOCATION'S BALANCE OR ITS PURCHASE ORDER WILL NOT COVER ON    *
      * THE EXCEPTION REPORT.  NO BALANCE MOVES AND NO AUDIT RECORD   *
      * IS WRITTEN; PURCHASING KEYS A CORRECTED RETURN.               *
      *****************************************************************
       3095-WRITE-RETURN-REJECT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE TR-ITEM-NUMBER TO WS-RL-ITEM-NUMBER.
           MOVE TR-TRANS-TYPE  TO WS-RL-TRANS-TYPE.
           MOVE ' ' TO XR-CARRIAGE-CONTROL.
           MOVE WS-REPORT-LINE TO XR-REPORT-TEXT.
           WRITE EXCEPTION-RPT-RECORD.
           ADD 1 TO WS-VENDOR-RETURN-REJ-COUNT.
       3095-EXIT.
           EXIT.

      *****************************************************************
      * 3096-WRITE-APPROVAL-REJECT -- PRINT AN APPROVAL-FLAGGED       *
      * ADJUSTMENT WITH NO APPROVED HOLD BEHIND IT ON THE EXCEPTION   *
      * REPORT.  NO BALANCE MOVES AND NO AUDIT RECORD IS WRITTEN.     *
      *****************************************************************
       3096-WRITE-APPROVAL-REJECT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE TR-ITEM-NUMBER TO WS-RL-ITEM-NUMBER.
           MOVE TR-TRANS-TYPE  TO WS-RL-TRANS-TYPE.
           MOVE ' ' TO XR-CARRIAGE-CONTROL.
           MOVE WS-REPORT-LINE TO XR-REPORT-TEXT.
           WRITE EXCEPTION-RPT-RECORD.
           ADD 1 TO WS-APPROVAL-REJECT-COUNT.
       3096-EXIT.
           EXIT.

      *****************************************************************
      * 3100-WRITE-EXCEPTION -- LOG AN ORPHAN TRANSACTION (NO ITEM ON *
      * THE MASTER MATCHES TR-ITEM-NUMBER).                           *
      *****************************************************************
       3100-WRITE-EXCEPTION.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE TR-ITEM-NUMBER TO WS-RL-ITEM-NUMBER.
           MOVE TR-TRANS-TYPE  TO WS-RL-TRANS-TYPE.
           MOVE TR-QUANTITY    TO WS-RL-QUANTITY.
           MOVE TR-TRANS-DATE  TO WS-RL-TRANS-DATE.
           MOVE SPACES TO EXCEPTION-RPT-RECORD.
           MOVE ' ' TO XR-CARRIAGE-CONTROL.
           MOVE WS-REPORT-LINE TO XR-REPORT-TEXT.
           WRITE EXCEPTION-RPT-RECORD.
           ADD 1 TO WS-UNMATCHED-COUNT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3150-WRITE-DISC-RECEIPT -- PRINT A RECEIPT KEYED AGAINST A    *
      * DISCONTINUED ITEM ON THE EXCEPTION REPORT.  NOTHING POSTS:    *
      * PURCHASING CANCELS THE ORDER OR REACTIVATES THE ITEM, BUT     *
      * STOCK DOES NOT COME INTO AN ITEM BEING KILLED.                *
      *****************************************************************
       3150-WRITE-DISC-RECEIPT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE TR-ITEM-NUMBER TO WS-RL-ITEM-NUMBER.
           MOVE TR-TRANS-TYPE  TO WS-RL-TRANS-TYPE.
           MOVE TR-QUANTITY    TO WS-RL-QUANTITY.
           MOVE TR-TRANS-DATE  TO WS-RL-TRANS-DATE.
           MOVE SPACES TO EXCEPTION-RPT-RECORD.
           MOVE ' ' TO XR-CARRIAGE-CONTROL.
           MOVE WS-REPORT-LINE TO XR-REPORT-TEXT.
           WRITE EXCEPTION-RPT-RECORD.
           ADD 1 TO WS-DISC-RECEIPT-COUNT.
       3150-EXIT.
           EXIT.

      *****************************************************************
      * 3200-WRITE-SUSPENSE -- DISPOSE OF A TRANSACTION DATED OTHER   *
      * THAN TODAY'S RUN DATE.  A TRANSACTION THAT HAS NOT YET AGED   *
      * PAST THE RETRY CUTOFF IS WRITTEN TO THE SUSPENSE OUTPUT FILE  *
      * (RETRY COUNT STEPPED BY ONE) FOR THE NEXT CYCLE TO            *
      * RE-VALIDATE; ONE THAT HAS IS DROPPED TO THE HARD-REJECT       *
      * REPORT FOR SUPERVISOR REVIEW.  EITHER WAY THE TRANSACTION IS  *
      * SHOWN ON THE SUSPENSE AGING LISTING WITH ITS CYCLE COUNT AND  *
      * DISPOSITION.  AFTER A RESTART, THE RECYCLED AND HARD-REJECT   *
      * TOTALS PRINTED AT END-OF-JOB COVER ONLY THE POST-RESTART      *
      * SEGMENT (CHECKPT.DAT HAS NO ROOM FOR THEM); THE SUSPENSE      *
      * OUTPUT FILE ITSELF IS OPENED EXTEND ON A RESTART, SO NO DATA  *
           MOVE TR-LOCATION-CODE TO SO-LOCATION-CODE.
           MOVE WS-NEXT-RETRY  TO SO-RETRY-COUNT.
           MOVE TR-TO-LOCATION-CODE TO SO-TO-LOCATION-CODE.
           MOVE TR-LOT-NUMBER  TO SO-LOT-NUMBER.
           MOVE TR-EXPIRY-DATE TO SO-EXPIRY-DATE.
           IF TR-ORDER-NUMBER IS NUMERIC
             AND TR-ORDER-LINE IS NUMERIC
               MOVE TR-ORDER-NUMBER TO SO-ORDER-NUMBER
               MOVE TR-ORDER-LINE TO SO-ORDER-LINE
           END-IF.
           IF TR-PO-NUMBER IS NUMERIC
               MOVE TR-PO-NUMBER TO SO-PO-NUMBER
           END-IF.
           MOVE TR-APPROVAL-FLAG TO SO-APPROVAL-FLAG.
           WRITE SUSPENSE-OUT-RECORD.
           ADD 1 TO WS-RECYCLED-COUNT.
       3300-EXIT.

      *****************************************************************
      * 3700-WRITE-BACKORDER -- RECORD A SHORTAGE ON THE BACKORDER    *
      * FILE AND REPORT SO PURCHASING CAN EXPEDITE IT.  A SHORT PICK  *
      * FOR A CUSTOMER ORDER CARRIES THE ORDER AND LINE NUMBER ONTO   *
      * THE BACKORDER; A KEYED ISSUE'S BACKORDER CARRIES ZEROS.       *
      *****************************************************************
       3700-WRITE-BACKORDER.
           MOVE TR-ITEM-NUMBER TO BO-ITEM-NUMBER.
           MOVE WS-BACKORDER-QTY TO BO-QUANTITY-SHORT.
           MOVE TR-TRANS-DATE TO BO-TRANS-DATE.
           MOVE TR-LOCATION-CODE TO BO-LOCATION-CODE.
           IF TR-ORDER-NUMBER IS NUMERIC
             AND TR-ORDER-LINE IS NUMERIC
               MOVE TR-ORDER-NUMBER TO BO-ORDER-NUMBER
               MOVE TR-ORDER-LINE TO BO-ORDER-LINE
           ELSE
               MOVE ZERO TO BO-ORDER-NUMBER
               MOVE ZERO TO BO-ORDER-LINE
           END-IF.
           WRITE BACKORDER-COPYBOOK-RECORD.

           MOVE SPACES TO WS-BACKORDER-LINE.
           MOVE WS-BACKORDER-QTY TO WS-BL-QUANTITY-SHORT.
           MOVE TR-TRANS-DATE TO WS-BL-TRANS-DATE.
           MOVE TR-LOCATION-CODE TO WS-BL-LOCATION-CODE.
           MOVE BO-ORDER-NUMBER TO WS-BL-ORDER-NUMBER.
           MOVE BO-ORDER-LINE TO WS-BL-ORDER-LINE.
           MOVE SPACES TO BACKORDER-RPT-RECORD.
           MOVE ' ' TO BR-CARRIAGE-CONTROL.
           MOVE WS-BACKORDER-LINE TO BR-REPORT-TEXT.
       3750-EXIT.
           EXIT.

      *****************************************************************
      * 3760-WRITE-REVALUATION-LINE -- PRINT THE OLD COST, NEW COST,  *
      * ON-HAND QUANTITY, AND VALUE IMPACT OF A COST REVALUATION.     *
      *****************************************************************
       3760-WRITE-REVALUATION-LINE.
           MOVE SPACES TO WS-REVALUATION-LINE.
           MOVE TR-ITEM-NUMBER TO WS-RV-ITEM-NUMBER.
           MOVE IM-ITEM-DESCRIPTION TO WS-RV-DESCRIPTION.
           MOVE WS-COST-BEFORE TO WS-RV-OLD-COST.
           MOVE IM-UNIT-COST TO WS-RV-NEW-COST.
           MOVE IM-QUANTITY-ON-HAND TO WS-RV-ON-HAND.
           MOVE WS-REVAL-IMPACT TO WS-RV-VALUE-IMPACT.
           MOVE TR-TRANS-DATE TO WS-RV-TRANS-DATE.
           MOVE SPACES TO REVALUATION-RPT-RECORD.
           MOVE ' ' TO RV-CARRIAGE-CONTROL.
           MOVE WS-REVALUATION-LINE TO RV-REPORT-TEXT.
           WRITE REVALUATION-RPT-RECORD.
       3760-EXIT.
           EXIT.

      *****************************************************************
      * 3770-WRITE-HOLD-LINE -- PRINT A HELD COUNT ON THE RECOUNT-OR- *
      * APPROVE REPORT, WITH SPACE FOR THE SUPERVISOR'S DECISION AND  *
      * INITIALS, WHICH ARE KEYED ONTO ADJAPPR FOR INVADJA.           *
      *****************************************************************
       3770-WRITE-HOLD-LINE.
           MOVE PA-ITEM-NUMBER TO WS-HL-ITEM-NUMBER.
           MOVE PA-LOCATION-CODE TO WS-HL-LOCATION-CODE.
           MOVE PA-ABC-CLASS TO WS-HL-ABC-CLASS.
           MOVE PA-COUNT-DATE TO WS-HL-COUNT-DATE.
           MOVE PA-BOOK-QTY TO WS-HL-BOOK-QTY.
           MOVE PA-COUNTED-QTY TO WS-HL-COUNTED-QTY.
           MOVE WS-VARIANCE-QTY TO WS-HL-VARIANCE-QTY.
           MOVE WS-ADJ-VARIANCE-VALUE TO WS-HL-VARIANCE-VALUE.
           IF PA-BOOK-QTY > ZERO
               MOVE WS-ADJ-VARIANCE-PCT TO WS-HL-PERCENT
           ELSE
               MOVE '  NO BOOK' TO WS-HL-PERCENT-X
           END-IF.
           EVALUATE PA-HOLD-REASON
               WHEN 'V'
                   MOVE 'VALUE' TO WS-HL-REASON
               WHEN 'P'
                   MOVE 'PERCENT' TO WS-HL-REASON
               WHEN OTHER
                   MOVE 'BOTH' TO WS-HL-REASON
           END-EVALUATE.
           MOVE SPACES TO ADJ-HOLD-RPT-RECORD.
           MOVE ' ' TO AH-CARRIAGE-CONTROL.
           MOVE WS-HOLD-LINE TO AH-REPORT-TEXT.
           WRITE ADJ-HOLD-RPT-RECORD.
       3770-EXIT.
           EXIT.

      *****************************************************************
      * 3800-WRITE-AUDIT-LOG -- RECORD THE BEFORE AND AFTER ON-HAND   *
      * QUANTITY FOR THE TRANSACTION JUST POSTED.  A LOT-CONTROLLED   *
      * RECEIPT CARRIES THE LOT IT WAS FILED UNDER, AND A RETURN TO   *
      * VENDOR THE PURCHASE ORDER IT WENT BACK AGAINST, AND A KIT     *
      * BUILD THE KIT ITEM AND THE BUILD'S LINKING SEQUENCE NUMBER.   *
      *****************************************************************
       3800-WRITE-AUDIT-LOG.
           ADD 1 TO WS-AUDIT-SEQUENCE-NUMBER.
           MOVE TR-LOCATION-CODE TO AL-LOCATION-CODE.
           MOVE WS-LOC-QTY-BEFORE TO AL-LOC-QTY-BEFORE.
           MOVE LB-QUANTITY-ON-HAND TO AL-LOC-QTY-AFTER.
           IF TR-RECEIPT AND IM-LOT-CONTROLLED
               MOVE TR-LOT-NUMBER TO AL-LOT-NUMBER
               MOVE TR-EXPIRY-DATE TO AL-LOT-EXPIRY-DATE
           ELSE
               MOVE SPACES TO AL-LOT-NUMBER
               MOVE SPACES TO AL-LOT-EXPIRY-DATE
           END-IF.
           IF TR-VENDOR-RETURN
               MOVE TR-PO-NUMBER TO AL-PO-NUMBER
           ELSE
               MOVE ZERO TO AL-PO-NUMBER
           END-IF.
           PERFORM 3810-FILL-BUILD-LINK THRU 3810-EXIT.
           WRITE AUDIT-LOG-COPYBOOK-RECORD.
       3800-EXIT.
           EXIT.

      *****************************************************************
      * 3810-FILL-BUILD-LINK -- A KIT BUILD'S AUDIT RECORDS CARRY THE *
      * KIT ITEM AND THE SEQUENCE NUMBER OF THE BUILD'S FIRST RECORD; *
      * EVERY OTHER POSTING CARRIES ZERO IN BOTH.                     *
      *****************************************************************
       3810-FILL-BUILD-LINK.
           IF TR-KIT-BUILD
               MOVE WS-BUILD-KIT-ITEM TO AL-KIT-ITEM-NUMBER
               MOVE WS-BUILD-LINK TO AL-BUILD-LINK
           ELSE
               MOVE ZERO TO AL-KIT-ITEM-NUMBER
               MOVE ZERO TO AL-BUILD-LINK
           END-IF.
       3810-EXIT.
           EXIT.

      *****************************************************************
      * 3400-APPLY-KIT-BUILD -- BUILD TR-QUANTITY KITS OF THE ITEM    *
      * JUST READ AT TR-LOCATION-CODE FROM THE COMPONENTS ON ITS BILL *
      * OF MATERIAL.  THE FIRST PASS OVER THE BILL CHECKS THAT EVERY  *
      * COMPONENT IS ON THE MASTER AND AVAILABLE AT THE BUILD         *
      * LOCATION FOR THE WHOLE BUILD -- ON HAND LESS WHAT IS ALREADY  *
      * ALLOCATED TO CUSTOMER ORDERS -- AND ROLLS UP THE KIT'S COST   *
      * FROM THE COMPONENTS' CURRENT UNIT COSTS; ANY FAILURE REJECTS  *
      * THE WHOLE BUILD TO THE EXCEPTION REPORT, SINCE HALF A KIT     *
      * CANNOT BE SOLD AND NOTHING IS BACKORDERED.  THE SECOND PASS   *
      * CONSUMES THE COMPONENTS, AND THE KITS ARE THEN RECEIVED AT    *
      * THE ROLLED COST.  THE TRANSACTION IS PUT BACK AS READ AT THE  *
      * END SO THE CHECKPOINT RECORDS THE KIT, NOT ITS LAST           *
      * COMPONENT.                                                    *
      *****************************************************************
       3400-APPLY-KIT-BUILD.
           MOVE TRANSACTION-COPYBOOK-RECORD TO WS-KIT-TRAN-SAVE.
           MOVE TR-ITEM-NUMBER TO WS-BUILD-KIT-ITEM.
           MOVE TR-QUANTITY TO WS-BUILD-KIT-QTY.
           MOVE 'N' TO WS-KIT-REJECT-SW.
           MOVE ZERO TO WS-KIT-COMPONENT-COUNT.
           MOVE ZERO TO WS-KIT-ROLLED-COST.
           MOVE ZERO TO WS-KIT-REJECT-COMPONENT.
           MOVE ZERO TO WS-KIT-SHORT-QTY.
           EVALUATE TRUE
               WHEN IM-DISCONTINUED
                   MOVE 'KIT DISCONTINUED' TO WS-KIT-REJECT-REASON
                   PERFORM 3490-WRITE-KIT-REJECT THRU 3490-EXIT
               WHEN IM-LOT-CONTROLLED
                   MOVE 'KIT LOT-CONTROLLED' TO WS-KIT-REJECT-REASON
                   PERFORM 3490-WRITE-KIT-REJECT THRU 3490-EXIT
               WHEN NOT WS-BOMMAST-PRESENT
                   MOVE 'NO BILL OF MATERIAL' TO WS-KIT-REJECT-REASON
                   PERFORM 3490-WRITE-KIT-REJECT THRU 3490-EXIT
               WHEN OTHER
                   PERFORM 3410-CHECK-COMPONENTS THRU 3410-EXIT
           END-EVALUATE.
           IF WS-KIT-REJECTED
               ADD 1 TO WS-KIT-BUILD-REJECT-COUNT
           ELSE
               PERFORM 3430-CONSUME-COMPONENTS THRU 3430-EXIT
               PERFORM 3450-RECEIVE-KITS THRU 3450-EXIT
           END-IF.
           MOVE WS-KIT-TRAN-SAVE TO TRANSACTION-COPYBOOK-RECORD.
           ADD 1 TO WS-MATCHED-COUNT.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * 3410-CHECK-COMPONENTS -- FIRST PASS OVER THE KIT'S BILL.      *
      * EVERY SHORT OR MISSING COMPONENT IS LISTED, NOT JUST THE      *
      * FIRST, SO THE FLOOR CAN SEE THE WHOLE SHORTAGE AT ONCE.  A    *
      * ROLLED COST TOO LARGE FOR THE UNIT COST FIELD ALSO REJECTS.   *
      *****************************************************************
       3410-CHECK-COMPONENTS.
           PERFORM 3412-START-BOM THRU 3412-EXIT.
           PERFORM 3420-CHECK-NEXT-COMPONENT THRU 3420-EXIT
               UNTIL WS-BOM-SCAN-DONE.
           MOVE ZERO TO WS-KIT-REJECT-COMPONENT.
           MOVE ZERO TO WS-KIT-SHORT-QTY.
           IF WS-KIT-COMPONENT-COUNT = ZERO
               MOVE 'NO BILL OF MATERIAL' TO WS-KIT-REJECT-REASON
               PERFORM 3490-WRITE-KIT-REJECT THRU 3490-EXIT
           ELSE
               IF NOT WS-KIT-REJECTED
                 AND WS-KIT-ROLLED-COST > 99999.99
                   MOVE 'KIT COST TOO LARGE' TO WS-KIT-REJECT-REASON
                   PERFORM 3490-WRITE-KIT-REJECT THRU 3490-EXIT
               END-IF
           END-IF.
       3410-EXIT.
           EXIT.

      *****************************************************************
      * 3412-START-BOM -- POSITION BOMMAST.DAT AT THE KIT'S FIRST     *
      * COMPONENT LINE.                                               *
      *****************************************************************
       3412-START-BOM.
           MOVE 'N' TO WS-BOM-SCAN-DONE-SW.
           MOVE WS-BUILD-KIT-ITEM TO BM-KIT-ITEM-NUMBER.
           MOVE ZERO TO BM-COMPONENT-ITEM.
           START BOM-MASTER
               KEY IS NOT < BM-BOM-KEY
               INVALID KEY
                   SET WS-BOM-SCAN-DONE TO TRUE
           END-START.
       3412-EXIT.
           EXIT.

      *****************************************************************
      * 3415-READ-BOM-LINE -- READ THE KIT'S NEXT COMPONENT LINE,     *
      * ENDING THE SCAN AT THE FIRST LINE OF ANOTHER KIT.             *
      *****************************************************************
       3415-READ-BOM-LINE.
           READ BOM-MASTER NEXT RECORD
               AT END
                   SET WS-BOM-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-BOM-SCAN-DONE
               IF BM-KIT-ITEM-NUMBER NOT = WS-BUILD-KIT-ITEM
                   SET WS-BOM-SCAN-DONE TO TRUE
               END-IF
           END-IF.
       3415-EXIT.
           EXIT.

       3420-CHECK-NEXT-COMPONENT.
           PERFORM 3415-READ-BOM-LINE THRU 3415-EXIT.
           IF NOT WS-BOM-SCAN-DONE
               ADD 1 TO WS-KIT-COMPONENT-COUNT
               MOVE BM-COMPONENT-ITEM TO TR-ITEM-NUMBER
               MOVE BM-COMPONENT-ITEM TO WS-KIT-REJECT-COMPONENT
               COMPUTE WS-KIT-REQUIRED-QTY =
                   BM-QUANTITY-PER * WS-BUILD-KIT-QTY
               PERFORM 2100-FIND-MASTER THRU 2100-EXIT
               IF WS-MASTER-NOT-FOUND
                   MOVE 'COMP NOT ON MASTER' TO WS-KIT-REJECT-REASON
                   MOVE ZERO TO WS-KIT-SHORT-QTY
                   PERFORM 3490-WRITE-KIT-REJECT THRU 3490-EXIT
               ELSE
                   COMPUTE WS-KIT-ROLLED-COST = WS-KIT-ROLLED-COST
                       + (BM-QUANTITY-PER * IM-UNIT-COST)
                   PERFORM 3425-GET-COMPONENT-AVAILABLE THRU 3425-EXIT
                   IF WS-KIT-REQUIRED-QTY > WS-KIT-AVAILABLE-QTY
                       COMPUTE WS-KIT-SHORT-QTY =
                           WS-KIT-REQUIRED-QTY - WS-KIT-AVAILABLE-QTY
                       MOVE 'COMPONENT SHORT' TO WS-KIT-REJECT-REASON
                       PERFORM 3490-WRITE-KIT-REJECT THRU 3490-EXIT
                   END-IF
               END-IF
           END-IF.
       3420-EXIT.
           EXIT.

      *****************************************************************
      * 3425-GET-COMPONENT-AVAILABLE -- WHAT THE COMPONENT HAS FREE   *
      * FOR THE BUILD AT THE BUILD LOCATION, WITHOUT CREATING A       *
      * BALANCE RECORD FOR A BUILD THAT MAY YET REJECT.  STOCK        *
      * ALREADY ALLOCATED TO CUSTOMER ORDER LINES AND WAITING TO BE   *
      * PICKED IS NOT FREE, THE SAME AS IN INVBREL AND INVALOC; AN    *
      * ALLOCATED QUANTITY THAT IS NOT NUMERIC COUNTS AS NOTHING      *
      * ALLOCATED.  AN ITEM WITH NO LOCATION RECORDS AT ALL HOLDS ITS *
      * MASTER ON-HAND QUANTITY IN THE MAIN WAREHOUSE, THE SAME RULE  *
      * 2160 SEEDS BY, AND HAS NOTHING ALLOCATED.                     *
      *****************************************************************
       3425-GET-COMPONENT-AVAILABLE.
           MOVE ZERO TO WS-KIT-AVAILABLE-QTY.
           MOVE TR-ITEM-NUMBER TO LB-ITEM-NUMBER.
           MOVE TR-LOCATION-CODE TO LB-LOCATION-CODE.
           READ LOCATION-BALANCE
               INVALID KEY
                   PERFORM 3427-UNCONVERTED-ON-HAND THRU 3427-EXIT
               NOT INVALID KEY
                   PERFORM 3426-NET-ALLOCATED THRU 3426-EXIT
           END-READ.
       3425-EXIT.
           EXIT.

       3426-NET-ALLOCATED.
           MOVE LB-QUANTITY-ON-HAND TO WS-KIT-AVAILABLE-QTY.
           IF LB-QUANTITY-ALLOCATED IS NUMERIC
               IF LB-QUANTITY-ALLOCATED > WS-KIT-AVAILABLE-QTY
                   MOVE ZERO TO WS-KIT-AVAILABLE-QTY
               ELSE
                   SUBTRACT LB-QUANTITY-ALLOCATED
                       FROM WS-KIT-AVAILABLE-QTY
               END-IF
           END-IF.
       3426-EXIT.
           EXIT.

       3427-UNCONVERTED-ON-HAND.
           IF TR-LOCATION-CODE = WS-DEFAULT-LOCATION
               PERFORM 2170-TEST-ITEM-CONVERTED THRU 2170-EXIT
               IF WS-ITEM-NOT-CONVERTED
                   MOVE IM-QUANTITY-ON-HAND TO WS-KIT-AVAILABLE-QTY
               END-IF
           END-IF.
       3427-EXIT.
           EXIT.

      *****************************************************************
      * 3430-CONSUME-COMPONENTS -- SECOND PASS OVER THE KIT'S BILL.   *
      * EACH COMPONENT'S SHARE OF THE BUILD COMES OUT OF ITS BUILD    *
      * LOCATION BALANCE AND MASTER ROLL-UP AT ITS CURRENT COST, AND  *
      * IS LOGGED LIKE AN ISSUE (ONE RECORD PER LOT DRAWN FOR A LOT-  *
      * CONTROLLED COMPONENT).  THE BUILD'S FIRST AUDIT RECORD WILL   *
      * TAKE THE NEXT SEQUENCE NUMBER, WHICH BECOMES THE BUILD LINK.  *
      *****************************************************************
       3430-CONSUME-COMPONENTS.
           COMPUTE WS-BUILD-LINK = WS-AUDIT-SEQUENCE-NUMBER + 1.
           PERFORM 3412-START-BOM THRU 3412-EXIT.
           PERFORM 3440-CONSUME-NEXT-COMPONENT THRU 3440-EXIT
               UNTIL WS-BOM-SCAN-DONE.
       3430-EXIT.
           EXIT.

       3440-CONSUME-NEXT-COMPONENT.
           PERFORM 3415-READ-BOM-LINE THRU 3415-EXIT.
           IF NOT WS-BOM-SCAN-DONE
               MOVE BM-COMPONENT-ITEM TO TR-ITEM-NUMBER
               COMPUTE TR-QUANTITY =
                   BM-QUANTITY-PER * WS-BUILD-KIT-QTY
               PERFORM 2100-FIND-MASTER THRU 2100-EXIT
               PERFORM 2150-FIND-LOC-BALANCE THRU 2150-EXIT
               MOVE IM-QUANTITY-ON-HAND TO WS-QTY-BEFORE
               MOVE IM-UNIT-COST TO WS-COST-BEFORE
               MOVE LB-QUANTITY-ON-HAND TO WS-LOC-QTY-BEFORE
               MOVE TR-QUANTITY TO WS-ISSUE-POSTED-QTY
               SUBTRACT TR-QUANTITY FROM LB-QUANTITY-ON-HAND
               IF TR-QUANTITY > IM-QUANTITY-ON-HAND
                   MOVE ZERO TO IM-QUANTITY-ON-HAND
               ELSE
                   SUBTRACT TR-QUANTITY FROM IM-QUANTITY-ON-HAND
               END-IF
               IF IM-LOT-CONTROLLED
                   PERFORM 3500-ISSUE-FROM-LOTS THRU 3500-EXIT
               ELSE
                   PERFORM 3800-WRITE-AUDIT-LOG THRU 3800-EXIT
               END-IF
               PERFORM 3600-REWRITE-MASTER THRU 3600-EXIT
               PERFORM 3650-REWRITE-LOC-BALANCE THRU 3650-EXIT
               ADD TR-QUANTITY TO WS-KIT-COMPONENT-QTY-TOTAL
           END-IF.
       3440-EXIT.
           EXIT.

      *****************************************************************
      * 3450-RECEIVE-KITS -- RECEIVE THE KITS INTO THE BUILD LOCATION *
      * AT THE ROLLED-UP COST, AVERAGED INTO THE KIT'S UNIT COST THE  *
      * SAME WAY A COSTED RECEIPT IS.  NO PURCHASE ORDER IS RELIEVED. *
      *****************************************************************
       3450-RECEIVE-KITS.
           MOVE WS-KIT-TRAN-SAVE TO TRANSACTION-COPYBOOK-RECORD.
           PERFORM 2100-FIND-MASTER THRU 2100-EXIT.
           PERFORM 2150-FIND-LOC-BALANCE THRU 2150-EXIT.
           MOVE IM-QUANTITY-ON-HAND TO WS-QTY-BEFORE.
           MOVE IM-UNIT-COST TO WS-COST-BEFORE.
           MOVE LB-QUANTITY-ON-HAND TO WS-LOC-QTY-BEFORE.
           ADD TR-QUANTITY TO IM-QUANTITY-ON-HAND.
           ADD TR-QUANTITY TO LB-QUANTITY-ON-HAND.
           MOVE WS-KIT-ROLLED-COST TO TR-UNIT-COST.
           PERFORM 3020-APPLY-RECEIPT-COST THRU 3020-EXIT.
           PERFORM 3800-WRITE-AUDIT-LOG THRU 3800-EXIT.
           PERFORM 3600-REWRITE-MASTER THRU 3600-EXIT.
           PERFORM 3650-REWRITE-LOC-BALANCE THRU 3650-EXIT.
           ADD 1 TO WS-KIT-BUILD-COUNT.
           ADD TR-QUANTITY TO WS-KIT-BUILT-QTY-TOTAL.
       3450-EXIT.
           EXIT.

      *****************************************************************
      * 3490-WRITE-KIT-REJECT -- PRINT A KIT BUILD THAT CANNOT POST   *
      * ON THE EXCEPTION REPORT WITH THE REASON AND, FOR A COMPONENT  *
      * PROBLEM, THE COMPONENT AND ANY QUANTITY SHORT.  NOTHING       *
      * MOVES AND NO AUDIT RECORD IS WRITTEN; THE FLOOR KEYS THE      *
      * BUILD AGAIN ONCE THE COMPONENTS ARE IN.                       *
      *****************************************************************
       3490-WRITE-KIT-REJECT.
           SET WS-KIT-REJECTED TO TRUE.
           MOVE SPACES TO WS-KIT-REJECT-LINE.
           MOVE WS-BUILD-KIT-ITEM TO WS-KR-ITEM-NUMBER.
           MOVE TR-TRANS-TYPE  TO WS-KR-TRANS-TYPE.
           MOVE WS-BUILD-KIT-QTY TO WS-KR-QUANTITY.
           MOVE TR-TRANS-DATE  TO WS-KR-TRANS-DATE.
           MOVE WS-KIT-REJECT-REASON TO WS-KR-REASON.
           MOVE WS-KIT-REJECT-COMPONENT TO WS-KR-COMPONENT.
           MOVE WS-KIT-SHORT-QTY TO WS-KR-SHORT-QTY.
           MOVE SPACES TO EXCEPTION-RPT-RECORD.
           MOVE ' ' TO XR-CARRIAGE-CONTROL.
           MOVE WS-KIT-REJECT-LINE TO XR-REPORT-TEXT.
           WRITE EXCEPTION-RPT-RECORD.
       3490-EXIT.
           EXIT.

      *****************************************************************
      * 3500-ISSUE-FROM-LOTS -- THE ISSUE JUST POSTED CAME OUT OF A   *
      * LOT-CONTROLLED ITEM'S STOCK AT THE SHIPPING LOCATION.  DRAW   *
      * THE POSTED QUANTITY FROM THE LOCATION'S LOTS OLDEST EXPIRY    *
      * FIRST, LOGGING ONE AUDIT RECORD PER LOT DRAWN; ANY QUANTITY   *
      * LEFT WHEN THE LOTS RUN OUT CAME FROM STOCK HELD BEFORE THE    *
      * ITEM WENT UNDER LOT CONTROL AND IS LOGGED WITH A BLANK LOT.   *
      * THE RECORDS CHAIN FROM THE BEFORE-ISSUE BALANCES SAVED IN     *
      * 3000, SO THEIR APPLIED QUANTITIES SUM TO THE ISSUE.           *
      *****************************************************************
       3500-ISSUE-FROM-LOTS.
           MOVE WS-ISSUE-POSTED-QTY TO WS-LOT-REMAINING.
           MOVE TR-LOCATION-CODE TO WS-LOT-LOCATION.
           MOVE WS-QTY-BEFORE TO WS-LOT-RUN-QTY.
           MOVE WS-LOC-QTY-BEFORE TO WS-LOT-RUN-LOC-QTY.
           MOVE 'N' TO WS-LOT-SCAN-DONE-SW.
           PERFORM 3510-ISSUE-NEXT-LOT THRU 3510-EXIT
               UNTIL WS-LOT-SCAN-DONE.
           IF WS-LOT-REMAINING > ZERO
               MOVE WS-LOT-REMAINING TO WS-LOT-TAKEN
               MOVE ZERO TO WS-LOT-REMAINING
               MOVE SPACES TO WS-LOT-SAVE-NUMBER
               MOVE SPACES TO WS-LOT-SAVE-EXPIRY
               PERFORM 3550-WRITE-LOT-AUDIT THRU 3550-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

       3510-ISSUE-NEXT-LOT.
           PERFORM 3520-TAKE-OLDEST-LOT THRU 3520-EXIT.
           IF WS-LOT-TAKEN > ZERO
               PERFORM 3550-WRITE-LOT-AUDIT THRU 3550-EXIT
           END-IF.
           IF WS-LOT-REMAINING = ZERO
               SET WS-LOT-SCAN-DONE TO TRUE
           END-IF.
       3510-EXIT.
           EXIT.

      *****************************************************************
      * 3520-TAKE-OLDEST-LOT -- POSITION AT THE ITEM'S FIRST LOT AT   *
      * WS-LOT-LOCATION (THE KEY ORDER MAKES IT THE OLDEST EXPIRY)    *
      * AND TAKE AS MUCH OF WS-LOT-REMAINING FROM IT AS IT HOLDS.  A  *
      * LOT DRAWN TO ZERO IS DELETED, SO THE NEXT CALL FINDS THE NEXT *
      * OLDEST.  THE LOT TAKEN FROM IS SAVED IN WS-LOT-SAVE-NUMBER /  *
      * -EXPIRY / -RECEIVED AND THE QUANTITY IN WS-LOT-TAKEN; WHEN    *
      * THE LOCATION HAS NO LOTS LEFT THE SCAN IS MARKED DONE.        *
      *****************************************************************
       3520-TAKE-OLDEST-LOT.
           MOVE ZERO TO WS-LOT-TAKEN.
           MOVE TR-ITEM-NUMBER TO LT-ITEM-NUMBER.
           MOVE WS-LOT-LOCATION TO LT-LOCATION-CODE.
           MOVE LOW-VALUES TO LT-EXPIRY-DATE.
           MOVE LOW-VALUES TO LT-LOT-NUMBER.
           START LOT-BALANCE
               KEY IS NOT < LT-LOT-KEY
               INVALID KEY
                   SET WS-LOT-SCAN-DONE TO TRUE
               NOT INVALID KEY
                   READ LOT-BALANCE NEXT RECORD
                       AT END
                           SET WS-LOT-SCAN-DONE TO TRUE
                   END-READ
           END-START.
           IF NOT WS-LOT-SCAN-DONE
               IF LT-ITEM-NUMBER NOT = TR-ITEM-NUMBER
                 OR LT-LOCATION-CODE NOT = WS-LOT-LOCATION
                   SET WS-LOT-SCAN-DONE TO TRUE
               ELSE
                   MOVE LT-LOT-NUMBER TO WS-LOT-SAVE-NUMBER
                   MOVE LT-EXPIRY-DATE TO WS-LOT-SAVE-EXPIRY
                   MOVE LT-RECEIVED-DATE TO WS-LOT-SAVE-RECEIVED
                   IF LT-QUANTITY-ON-HAND > WS-LOT-REMAINING
                       MOVE WS-LOT-REMAINING TO WS-LOT-TAKEN
                       SUBTRACT WS-LOT-TAKEN FROM LT-QUANTITY-ON-HAND
                       REWRITE LOT-BALANCE-COPYBOOK-RECORD
                   ELSE
                       MOVE LT-QUANTITY-ON-HAND TO WS-LOT-TAKEN
                       DELETE LOT-BALANCE RECORD
                   END-IF
                   SUBTRACT WS-LOT-TAKEN FROM WS-LOT-REMAINING
               END-IF
           END-IF.
       3520-EXIT.
           EXIT.

      *****************************************************************
      * 3530-TRIM-LOTS -- A PHYSICAL COUNT HAS JUST REPLACED THE      *
      * LOCATION'S BOOK QUANTITY.  IF THE LOCATION'S LOTS NOW HOLD    *
      * MORE THAN WAS COUNTED, THE SHORTFALL IS TAKEN OFF THE OLDEST  *
      * LOTS FIRST, SO THE LOTS NEVER SUM PAST THE LOCATION BALANCE.  *
      * A COUNT ABOVE THE LOT TOTAL LEAVES THE EXCESS AS UNLOTTED     *
      * STOCK, SINCE THE COUNT DOES NOT SAY WHICH LOT IT BELONGS TO.  *
      *****************************************************************
       3530-TRIM-LOTS.
           MOVE TR-LOCATION-CODE TO WS-LOT-LOCATION.
           PERFORM 3535-SUM-LOTS THRU 3535-EXIT.
           IF WS-LOT-TOTAL > LB-QUANTITY-ON-HAND
               COMPUTE WS-LOT-REMAINING =
                   WS-LOT-TOTAL - LB-QUANTITY-ON-HAND
               MOVE 'N' TO WS-LOT-SCAN-DONE-SW
               PERFORM 3532-TRIM-NEXT-LOT THRU 3532-EXIT
                   UNTIL WS-LOT-SCAN-DONE
           END-IF.
       3530-EXIT.
           EXIT.

       3532-TRIM-NEXT-LOT.
           PERFORM 3520-TAKE-OLDEST-LOT THRU 3520-EXIT.
           IF WS-LOT-REMAINING = ZERO
               SET WS-LOT-SCAN-DONE TO TRUE
           END-IF.
       3532-EXIT.
           EXIT.

      *****************************************************************
      * 3535-SUM-LOTS -- TOTAL THE ITEM'S LOT BALANCES AT             *
      * WS-LOT-LOCATION INTO WS-LOT-TOTAL.                            *
      *****************************************************************
       3535-SUM-LOTS.
           MOVE ZERO TO WS-LOT-TOTAL.
           MOVE 'N' TO WS-LOT-SCAN-DONE-SW.
           MOVE TR-ITEM-NUMBER TO LT-ITEM-NUMBER.
           MOVE WS-LOT-LOCATION TO LT-LOCATION-CODE.
           MOVE LOW-VALUES TO LT-EXPIRY-DATE.
           MOVE LOW-VALUES TO LT-LOT-NUMBER.
           START LOT-BALANCE
               KEY IS NOT < LT-LOT-KEY
               INVALID KEY
                   SET WS-LOT-SCAN-DONE TO TRUE
           END-START.
           PERFORM 3536-ADD-NEXT-LOT THRU 3536-EXIT
               UNTIL WS-LOT-SCAN-DONE.
       3535-EXIT.
           EXIT.

       3536-ADD-NEXT-LOT.
           READ LOT-BALANCE NEXT RECORD
               AT END
                   SET WS-LOT-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-LOT-SCAN-DONE
               IF LT-ITEM-NUMBER NOT = TR-ITEM-NUMBER
                 OR LT-LOCATION-CODE NOT = WS-LOT-LOCATION
                   SET WS-LOT-SCAN-DONE TO TRUE
               ELSE
                   ADD LT-QUANTITY-ON-HAND TO WS-LOT-TOTAL
               END-IF
           END-IF.
       3536-EXIT.
           EXIT.

      *****************************************************************
      * 3540-TRANSFER-LOTS -- MOVE A TRANSFER'S QUANTITY FROM THE     *
      * FROM-LOCATION'S LOTS TO THE SAME LOTS AT THE TO-LOCATION,     *
      * OLDEST EXPIRY FIRST.  ANY QUANTITY LEFT WHEN THE FROM-        *
      * LOCATION'S LOTS RUN OUT IS UNLOTTED STOCK AND ARRIVES AS      *
      * UNLOTTED STOCK.                                               *
      *****************************************************************
       3540-TRANSFER-LOTS.
           MOVE TR-QUANTITY TO WS-LOT-REMAINING.
           MOVE TR-LOCATION-CODE TO WS-LOT-LOCATION.
           MOVE 'N' TO WS-LOT-SCAN-DONE-SW.
           PERFORM 3545-TRANSFER-NEXT-LOT THRU 3545-EXIT
               UNTIL WS-LOT-SCAN-DONE.
       3540-EXIT.
           EXIT.

       3545-TRANSFER-NEXT-LOT.
           PERFORM 3520-TAKE-OLDEST-LOT THRU 3520-EXIT.
           IF WS-LOT-TAKEN > ZERO
               PERFORM 3548-CREDIT-TO-LOT THRU 3548-EXIT
           END-IF.
           IF WS-LOT-REMAINING = ZERO
               SET WS-LOT-SCAN-DONE TO TRUE
           END-IF.
       3545-EXIT.
           EXIT.

       3548-CREDIT-TO-LOT.
           MOVE TR-ITEM-NUMBER TO LT-ITEM-NUMBER.
           MOVE TR-TO-LOCATION-CODE TO LT-LOCATION-CODE.
           MOVE WS-LOT-SAVE-EXPIRY TO LT-EXPIRY-DATE.
           MOVE WS-LOT-SAVE-NUMBER TO LT-LOT-NUMBER.
           READ LOT-BALANCE
               INVALID KEY
                   MOVE SPACES TO LOT-BALANCE-COPYBOOK-RECORD
                   MOVE TR-ITEM-NUMBER TO LT-ITEM-NUMBER
                   MOVE TR-TO-LOCATION-CODE TO LT-LOCATION-CODE
                   MOVE WS-LOT-SAVE-EXPIRY TO LT-EXPIRY-DATE
                   MOVE WS-LOT-SAVE-NUMBER TO LT-LOT-NUMBER
                   MOVE WS-LOT-TAKEN TO LT-QUANTITY-ON-HAND
                   MOVE WS-LOT-SAVE-RECEIVED TO LT-RECEIVED-DATE
                   WRITE LOT-BALANCE-COPYBOOK-RECORD
               NOT INVALID KEY
                   ADD WS-LOT-TAKEN TO LT-QUANTITY-ON-HAND
                   REWRITE LOT-BALANCE-COPYBOOK-RECORD
           END-READ.
       3548-EXIT.
           EXIT.

      *****************************************************************
      * 3550-WRITE-LOT-AUDIT -- LOG ONE LOT'S SHARE (WS-LOT-TAKEN) OF *
      * AN ISSUE, STEPPING THE RUNNING ITEM AND LOCATION BALANCES     *
      * DOWN SO EACH RECORD'S AFTER FIGURE IS THE NEXT ONE'S BEFORE.  *
      *****************************************************************
       3550-WRITE-LOT-AUDIT.
           ADD 1 TO WS-AUDIT-SEQUENCE-NUMBER.
           MOVE TR-ITEM-NUMBER TO AL-ITEM-NUMBER.
           MOVE TR-TRANS-TYPE  TO AL-TRANS-TYPE.
           MOVE TR-TRANS-DATE  TO AL-TRANS-DATE.
           MOVE WS-LOT-RUN-QTY TO AL-QUANTITY-BEFORE.
           IF WS-LOT-TAKEN > WS-LOT-RUN-QTY
               MOVE ZERO TO WS-LOT-RUN-QTY
           ELSE
               SUBTRACT WS-LOT-TAKEN FROM WS-LOT-RUN-QTY
           END-IF.
           MOVE WS-LOT-RUN-QTY TO AL-QUANTITY-AFTER.
           COMPUTE AL-QUANTITY-APPLIED =
               AL-QUANTITY-AFTER - AL-QUANTITY-BEFORE.
           MOVE WS-AUDIT-SEQUENCE-NUMBER TO AL-SEQUENCE-NUMBER.
           MOVE WS-COST-BEFORE TO AL-UNIT-COST-BEFORE.
           MOVE IM-UNIT-COST   TO AL-UNIT-COST-AFTER.
           MOVE TR-LOCATION-CODE TO AL-LOCATION-CODE.
           MOVE WS-LOT-RUN-LOC-QTY TO AL-LOC-QTY-BEFORE.
           IF WS-LOT-TAKEN > WS-LOT-RUN-LOC-QTY
               MOVE ZERO TO WS-LOT-RUN-LOC-QTY
           ELSE
               SUBTRACT WS-LOT-TAKEN FROM WS-LOT-RUN-LOC-QTY
           END-IF.
           MOVE WS-LOT-RUN-LOC-QTY TO AL-LOC-QTY-AFTER.
           MOVE WS-LOT-SAVE-NUMBER TO AL-LOT-NUMBER.
           MOVE WS-LOT-SAVE-EXPIRY TO AL-LOT-EXPIRY-DATE.
           IF TR-VENDOR-RETURN
               MOVE TR-PO-NUMBER TO AL-PO-NUMBER
           ELSE
               MOVE ZERO TO AL-PO-NUMBER
           END-IF.
           PERFORM 3810-FILL-BUILD-LINK THRU 3810-EXIT.
           WRITE AUDIT-LOG-COPYBOOK-RECORD.
       3550-EXIT.
           EXIT.

      *****************************************************************
      * 3600-REWRITE-MASTER -- WRITE THE POSTED MASTER RECORD BACK TO *
      * INVMAST.DAT.                                                  *
           MOVE WS-SUMMARY-LINE TO XR-REPORT-TEXT.
           WRITE EXCEPTION-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'CUSTOMER RETURN COUNT         ' TO WS-SL-CAPTION.
           MOVE WS-CUST-RETURN-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO EXCEPTION-RPT-RECORD.
           MOVE ' ' TO XR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO XR-REPORT-TEXT.
           WRITE EXCEPTION-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'CUSTOMER RETURN QUANTITY TOTAL' TO WS-SL-CAPTION.
           MOVE WS-CUST-RETURN-QTY-TOTAL TO WS-SL-COUNT.
           MOVE SPACES TO EXCEPTION-RPT-RECORD.
           MOVE ' ' TO XR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO XR-REPORT-TEXT.
           WRITE EXCEPTION-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'VENDOR RETURN COUNT           ' TO WS-SL-CAPTION.
           MOVE WS-VENDOR-RETURN-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO EXCEPTION-RPT-RECORD.
           MOVE ' ' TO XR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO XR-REPORT-TEXT.
           WRITE EXCEPTION-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'VENDOR RETURN QUANTITY TOTAL  ' TO WS-SL-CAPTION.
           MOVE WS-VENDOR-RETURN-QTY-TOTAL TO WS-SL-COUNT.
           MOVE SPACES TO EXCEPTION-RPT-RECORD.
           MOVE ' ' TO XR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO XR-REPORT-TEXT.
           WRITE EXCEPTION-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'VENDOR RETURNS REJECTED       ' TO WS-SL-CAPTION.
           MOVE WS-VENDOR-RETURN-REJ-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO EXCEPTION-RPT-RECORD.
           MOVE ' ' TO XR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO XR-REPORT-TEXT.
           WRITE EXCEPTION-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'KIT BUILD COUNT               ' TO WS-SL-CAPTION.
           MOVE WS-KIT-BUILD-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO EXCEPTION-RPT-RECORD.
           MOVE ' ' TO XR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO XR-REPORT-TEXT.
           WRITE EXCEPTION-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'KITS BUILT QUANTITY TOTAL     ' TO WS-SL-CAPTION.
           MOVE WS-KIT-BUILT-QTY-TOTAL TO WS-SL-COUNT.
           MOVE SPACES TO EXCEPTION-RPT-RECORD.
           MOVE ' ' TO XR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO XR-REPORT-TEXT.
           WRITE EXCEPTION-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'KIT COMPONENT QUANTITY TOTAL  ' TO WS-SL-CAPTION.
           MOVE WS-KIT-COMPONENT-QTY-TOTAL TO WS-SL-COUNT.
           MOVE SPACES TO EXCEPTION-RPT-RECORD.
           MOVE ' ' TO XR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO XR-REPORT-TEXT.
           WRITE EXCEPTION-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'KIT BUILDS REJECTED           ' TO WS-SL-CAPTION.
           MOVE WS-KIT-BUILD-REJECT-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO EXCEPTION-RPT-RECORD.
           MOVE ' ' TO XR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO XR-REPORT-TEXT.
           WRITE EXCEPTION-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'OPEN PO QUANTITY RELIEVED     ' TO WS-SL-CAPTION.
           MOVE WS-PO-RELIEF-QTY-TOTAL TO WS-SL-COUNT.
           MOVE WS-SUMMARY-LINE TO XR-REPORT-TEXT.
           WRITE EXCEPTION-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'APPROVALS WITH NO HOLD ON FILE' TO WS-SL-CAPTION.
           MOVE WS-APPROVAL-REJECT-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO EXCEPTION-RPT-RECORD.
           MOVE ' ' TO XR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO XR-REPORT-TEXT.
           WRITE EXCEPTION-RPT-RECORD.

           MOVE SPACES TO BACKORDER-RPT-RECORD.
           MOVE '1' TO BR-CARRIAGE-CONTROL.
           WRITE BACKORDER-RPT-RECORD.
           MOVE WS-SUMMARY-LINE TO VA-REPORT-TEXT.
           WRITE VARIANCE-RPT-RECORD.

           MOVE SPACES TO REVALUATION-RPT-RECORD.
           MOVE '1' TO RV-CARRIAGE-CONTROL.
           WRITE REVALUATION-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'REVALUATION TRANSACTION COUNT ' TO WS-SL-CAPTION.
           MOVE WS-REVALUATION-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO REVALUATION-RPT-RECORD.
           MOVE ' ' TO RV-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO RV-REPORT-TEXT.
           WRITE REVALUATION-RPT-RECORD.

           MOVE SPACES TO WS-RV-TOTAL-LINE.
           MOVE 'NET REVALUATION VALUE IMPACT  ' TO WS-RT-CAPTION.
           MOVE WS-REVAL-IMPACT-TOTAL TO WS-RT-AMOUNT.
           MOVE SPACES TO REVALUATION-RPT-RECORD.
           MOVE ' ' TO RV-CARRIAGE-CONTROL.
           MOVE WS-RV-TOTAL-LINE TO RV-REPORT-TEXT.
           WRITE REVALUATION-RPT-RECORD.

           MOVE SPACES TO REVALUATION-RPT-RECORD.
           MOVE '0' TO RV-CARRIAGE-CONTROL.
           MOVE WS-RV-SIGNOFF-LINE TO RV-REPORT-TEXT.
           WRITE REVALUATION-RPT-RECORD.

           MOVE SPACES TO ADJ-HOLD-RPT-RECORD.
           MOVE '1' TO AH-CARRIAGE-CONTROL.
           WRITE ADJ-HOLD-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ADJUSTMENTS HELD FOR APPROVAL ' TO WS-SL-CAPTION.
           MOVE WS-ADJ-HELD-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ADJ-HOLD-RPT-RECORD.
           MOVE ' ' TO AH-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AH-REPORT-TEXT.
           WRITE ADJ-HOLD-RPT-RECORD.

           MOVE SPACES TO WS-RV-TOTAL-LINE.
           MOVE 'HELD WRITE-DOWN VALUE         ' TO WS-RT-CAPTION.
           MOVE WS-ADJ-HELD-DOWN-TOTAL TO WS-RT-AMOUNT.
           MOVE SPACES TO ADJ-HOLD-RPT-RECORD.
           MOVE ' ' TO AH-CARRIAGE-CONTROL.
           MOVE WS-RV-TOTAL-LINE TO AH-REPORT-TEXT.
           WRITE ADJ-HOLD-RPT-RECORD.

           MOVE SPACES TO WS-RV-TOTAL-LINE.
           MOVE 'HELD WRITE-UP VALUE           ' TO WS-RT-CAPTION.
           MOVE WS-ADJ-HELD-UP-TOTAL TO WS-RT-AMOUNT.
           MOVE SPACES TO ADJ-HOLD-RPT-RECORD.
           MOVE ' ' TO AH-CARRIAGE-CONTROL.
           MOVE WS-RV-TOTAL-LINE TO AH-REPORT-TEXT.
           WRITE ADJ-HOLD-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'APPROVED ADJUSTMENTS POSTED   ' TO WS-SL-CAPTION.
           MOVE WS-APPROVED-POSTED-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ADJ-HOLD-RPT-RECORD.
           MOVE ' ' TO AH-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AH-REPORT-TEXT.
           WRITE ADJ-HOLD-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'APPROVALS WITH NO HOLD ON FILE' TO WS-SL-CAPTION.
           MOVE WS-APPROVAL-REJECT-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ADJ-HOLD-RPT-RECORD.
           MOVE ' ' TO AH-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AH-REPORT-TEXT.
           WRITE ADJ-HOLD-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'HOLDS CLEARED BY RECOUNT      ' TO WS-SL-CAPTION.
           MOVE WS-HOLDS-CLEARED-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO ADJ-HOLD-RPT-RECORD.
           MOVE ' ' TO AH-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO AH-REPORT-TEXT.
           WRITE ADJ-HOLD-RPT-RECORD.

           MOVE SPACES TO RUN-LOG-COPYBOOK-RECORD.
           MOVE 'INVUPDT ' TO RG-PROGRAM-ID.
           SET RG-END-RECORD TO TRUE.
           IF WS-OPENPO-PRESENT
               CLOSE OPEN-PO-FILE
           END-IF.
           IF WS-BOMMAST-PRESENT
               CLOSE BOM-MASTER
           END-IF.
           CLOSE TRANFILE
                 INVENTORY-MASTER
                 LOCATION-BALANCE
                 LOT-BALANCE
                 EXCEPTION-RPT
                 BACKORDER-FILE
                 BACKORDER-RPT
                 AUDIT-LOG-FILE
                 CHECKPOINT-FILE
                 VARIANCE-RPT
                 REVALUATION-RPT
                 RUN-LOG-FILE
                 PENDING-ADJ-FILE
                 ADJ-HOLD-RPT.
       8000-EXIT.
           EXIT.
