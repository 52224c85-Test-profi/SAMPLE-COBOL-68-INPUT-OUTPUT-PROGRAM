       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVRCOV.
       AUTHOR. J. HALVORSEN.
       INSTALLATION. DISTRIBUTION CENTER DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      * 2026-10-15  JH  INITIAL VERSION.  ROLL-FORWARD RECOVERY OF    *
      *                 INVMAST.DAT AND LOCBAL.DAT, FOR THE DAY ONE   *
      *                 OF THEM IS DAMAGED OR A BAD RUN POSTS DAMAGE  *
      *                 THE CHECKPOINT CANNOT BACK OUT.  STARTS FROM  *
      *                 A PERIOD-END SNAPSHOT WRITTEN BY INVCLOS AND  *
      *                 REPLAYS EVERY AUDIT RECORD POSTED SINCE (THE  *
      *                 INVARCH ARCHIVES PLUS THE LIVE AUDITLOG.DAT)  *
      *                 IN POSTING ORDER UP TO A CHOSEN DATE AND      *
      *                 SEQUENCE NUMBER.  THE RECOVERY REPORT PRINTS  *
      *                 EVERY ITEM'S CURRENT FILE FIGURES BESIDE THE  *
      *                 REBUILT ONES AND FLAGS ANY BREAK IN THE       *
      *                 SEQUENCE NUMBERS OR ANY RECORD WHOSE BEFORE   *
      *                 QUANTITY DOES NOT MATCH THE RUNNING BALANCE,  *
      *                 SO THE HISTORY IS PROVEN COMPLETE BEFORE THE  *
      *                 REBUILT QUANTITIES, LOCATION BALANCES, AND    *
      *                 UNIT COSTS ARE WRITTEN BACK.                  *
      * 2026-10-15  JH  AUDIT RECORD LAYOUT NOW CARRIES THE KIT ITEM  *
      *                 NUMBER AND BUILD LINK OF A KIT BUILD.  NO     *
      *                 CHANGE TO PROCESSING.                         *
      * 2026-10-15  JH  THE REPLAY NOW FOLLOWS POSTING ORDER -- THE   *
      *                 ARCHIVED RECORDS AS SUPPLIED, THEN THE LIVE   *
      *                 LOG -- AND EACH RECORD CARRIES ITS POSITION   *
      *                 IN THAT ORDER THROUGH THE ITEM SORT.  THE     *
      *                 SEQUENCE NUMBERS ARE CHECKED IN THAT ORDER    *
      *                 TOO, A 1 STARTING A NEW RUN, SINCE THEY DO    *
      *                 NOT START AGAIN WITH EACH DATE AND THE        *
      *                 TRANSACTION DATE CAN BE BACK-DATED.  THE      *
      *                 CONTROL CARD'S STOP POINT IS NOW A POSTING    *
      *                 POSITION IN PLACE OF THE STOP DATE AND        *
      *                 SEQUENCE NUMBER, AND THE REBUILT BALANCES ARE *
      *                 DATED WITH THE RUN DATE.  A REWRITE OR ADD    *
      *                 THAT FAILS DURING THE UPDATE PASS IS NOW      *
      *                 DISPLAYED AND COUNTED IN THE RUN TOTALS.      *
      * 2026-10-15  JH  THE CONTROL CARD TAKES A STOP DATE AGAIN      *
      *                 BESIDE THE STOP POSITION; THE REPLAY ENDS AT  *
      *                 WHICHEVER IS REACHED FIRST IN POSTING ORDER.  *
      *                 THE SEQUENCE CHECK NOW LISTS THE FIRST RECORD *
      *                 REPLAYED, EVERY RUN START, AND THE POINT      *
      *                 WHERE THE REPLAY STOPPED, EACH WITH ITS       *
      *                 POSTING POSITION, SO A STOP POSITION CAN BE   *
      *                 READ OFF A PROOF RUN.  AN AUDIT RECORD WITH   *
      *                 NO LOCATION CODE IS REPLAYED AS FROM BEFORE   *
      *                 STOCK WAS HELD BY LOCATION WHATEVER ITS       *
      *                 LOCATION FIGURES HOLD.                        *
      *****************************************************************
      *
      *    THE CONTROL CARD CARRIES:
      *      COLS  1-10  STOP DATE (YYYY-MM-DD, OPTIONAL).  THE REPLAY
      *                  ENDS AT THE FIRST RECORD, IN POSTING ORDER,
      *                  DATED AFTER IT, SO IT TAKES IN EVERY RECORD
      *                  DATED ON OR BEFORE THE STOP DATE UP TO THAT
      *                  POINT.  A RECORD BACK-DATED INTO THE STOP DATE
      *                  BUT POSTED LATER IS NOT REPLAYED.
      *      COLS 11-19  STOP POSITION (OPTIONAL).  THE POSTING
      *                  POSITION (SEE BELOW) OF THE LAST RECORD TO
      *                  REPLAY, READ OFF THE SEQUENCE CHECK OF A
      *                  PROOF RUN.  WITH BOTH A STOP DATE AND A STOP
      *                  POSITION THE REPLAY ENDS AT WHICHEVER COMES
      *                  FIRST; WITH NEITHER IT RUNS THROUGH THE END OF
      *                  THE LIVE LOG.
      *      COL  20     RUN MODE.  'U' WRITES THE REBUILT FIGURES
      *                  BACK TO INVMAST.DAT AND LOCBAL.DAT, BUT ONLY
      *                  WHEN THE HISTORY PROVED CLEAN.  'O' (OVERRIDE)
      *                  WRITES THEM BACK EVEN WITH EXCEPTIONS, ON A
      *                  SUPERVISOR'S SAY-SO AFTER READING A PROOF RUN.
      *                  ANYTHING ELSE IS A PROOF RUN: REPORT ONLY.
      *      COLS 21-30  SNAPSHOT DATE (OPTIONAL).  WHEN PRESENT IT
      *                  MUST MATCH THE PERIOD-END STAMP ON THE PERBAL
      *                  DATASET SUPPLIED, AS A GUARD AGAINST RUNNING
      *                  FROM THE WRONG PERIOD'S SNAPSHOT.
      *
      *    THE AUDIT HISTORY IS READ IN POSTING ORDER -- THE INVARCH
      *    ARCHIVES ON AUDARCH AS SUPPLIED (OLDEST FIRST), THEN THE
      *    LIVE AUDITLOG.DAT -- AND EACH RECORD READ IS NUMBERED WITH
      *    ITS POSTING POSITION, 1 FOR THE FIRST ARCHIVED RECORD AND
      *    COUNTING ON THROUGH THE END OF THE LIVE LOG.  THAT POSITION
      *    IS WHAT PUTS THE HISTORY IN ORDER.  THE TRANSACTION DATE IS
      *    THE DATE KEYED ON THE TRANSACTION AND MAY BE BACK-DATED, AND
      *    THE SEQUENCE NUMBER STARTS AT 1 WITH EACH INVUPDT RUN (OR
      *    CARRIES ON FROM THE CHECKPOINT ON A RESTART, AS INVBREL
      *    ALSO DOES), NOT WITH EACH DAY, SO NEITHER ONE ORDERS THE
      *    HISTORY.  SO THAT A POSITION NAMES THE SAME RECORD ON THE
      *    PROOF RUN AND ON THE UPDATE RUN THAT FOLLOWS IT, BOTH MUST
      *    BE GIVEN THE SAME ARCHIVES IN THE SAME ORDER.
      *
      *    A RECORD DATED ON OR BEFORE THE SNAPSHOT DATE IS TAKEN TO BE
      *    IN THE SNAPSHOT'S BALANCES ALREADY AND IS NOT REPLAYED.  FROM
      *    THE FIRST RECORD DATED AFTER THE SNAPSHOT THROUGH THE STOP
      *    POSITION, EVERY RECORD'S SEQUENCE NUMBER IS CHECKED AGAINST
      *    THE RECORD POSTED BEFORE IT: A 1 STARTS A NEW RUN, ANYTHING
      *    ELSE MUST BE THE PREVIOUS NUMBER + 1.  A NUMBER NO HIGHER
      *    THAN THE PREVIOUS ONE IS A DUPLICATE (A RESTART THAT POSTED
      *    OVER GROUND ALREADY LOGGED); A HIGHER ONE MEANS RECORDS ARE
      *    MISSING FROM THE HISTORY SUPPLIED.  THE SEQUENCE CHECK ALSO
      *    LISTS THE FIRST RECORD REPLAYED, EVERY RUN START (SEQUENCE
      *    NUMBER 1), AND THE FIRST RECORD PAST THE STOP POINT, EACH
      *    WITH ITS POSTING POSITION, TRANSACTION DATE AND ITEM, SO A
      *    PROOF RUN SHOWS WHERE EACH NIGHT'S POSTINGS BEGAN AND A STOP
      *    POSITION CAN BE CHOSEN FROM IT.  THE RECORDS TO REPLAY
      *    ARE SORTED INTO ITEM / POSTING POSITION ORDER AND MATCHED
      *    AGAINST THE SNAPSHOT AND THE CURRENT MASTER, ALL THREE IN
      *    ITEM ORDER.  EACH ITEM STARTS FROM ITS SNAPSHOT QUANTITY,
      *    LOCATION BALANCES, AND UNIT COST (ZERO IF IT WAS ADDED
      *    SINCE) AND EACH AUDIT RECORD IS APPLIED IN TURN: ITS BEFORE
      *    QUANTITY, AT THE ITEM AND AT THE LOCATION, MUST EQUAL THE
      *    RUNNING BALANCE; THE APPLIED QUANTITY IS THEN ADDED (A
      *    PHYSICAL COUNT ADJUSTMENT SETS THE BALANCE TO THE COUNTED
      *    FIGURE, AS IT DID WHEN IT POSTED), AND THE UNIT COST BECOMES
      *    THE RECORD'S COST AFTER.  THE REBUILT ITEM QUANTITY MUST
      *    ALSO EQUAL THE SUM OF ITS REBUILT LOCATION BALANCES.
      *
      *    THE REBUILT BALANCES ARE WRITTEN TO RCVBAL IN THE PERIOD
      *    SNAPSHOT LAYOUT (DATED WITH THE RUN DATE), WHICH IS WHAT
      *    THE UPDATE PASS READS BACK.  ONLY THE ON-HAND QUANTITY AND
      *    UNIT COST OF A MASTER RECORD ARE REWRITTEN -- DESCRIPTIVE
      *    FIELDS STAY AS THE CURRENT MASTER HAS THEM -- AND ONLY THE
      *    ON-HAND QUANTITY OF A LOCATION BALANCE (THE ALLOCATED
      *    QUANTITY IS LEFT FOR THE NEXT INVALOC RUN).  AN ITEM NOT ON
      *    THE CURRENT MASTER IS REPORTED WITH ITS REBUILT FIGURES BUT
      *    NOT RESTORED; IT MUST BE ADDED BACK THROUGH INVMNT FIRST.
      *    A REWRITE OR ADD THAT FAILS IS DISPLAYED AND COUNTED.
      *    LOT BALANCES ON LOTBAL.DAT ARE NOT REBUILT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO RCVCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-CARD-STATUS.
           SELECT SNAPSHOT-FILE     ASSIGN TO PERBAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.
           SELECT ARCHIVE-FILE      ASSIGN TO AUDARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT AUDIT-LOG-FILE    ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-FILE-STATUS.
           SELECT ITEM-SORT-FILE    ASSIGN TO SRTWK01.
           SELECT SORTED-AUDIT-FILE ASSIGN TO SRTRCV
               ORGANIZATION IS SEQUENTIAL.
           SELECT INVENTORY-MASTER ASSIGN TO INVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT LOCATION-BALANCE ASSIGN TO LOCBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-BALANCE-KEY
               FILE STATUS IS WS-LOCBAL-FILE-STATUS.
           SELECT REBUILT-BALANCE-FILE ASSIGN TO RCVBAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECOVERY-RPT      ASSIGN TO RCVRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05  CC-STOP-DATE            PIC X(10).
           05  CC-STOP-POSITION        PIC X(9).
           05  CC-RUN-MODE             PIC X(1).
           05  CC-SNAPSHOT-DATE        PIC X(10).
           05  FILLER                  PIC X(50).

       FD  SNAPSHOT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY PERSNAPC.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY AUDITLGC REPLACING
               ==AUDIT-LOG-COPYBOOK-RECORD== BY ==ARCHIVE-RECORD==
               ==AL-ITEM-NUMBER==          BY ==AR-ITEM-NUMBER==
               ==AL-TRANS-TYPE==           BY ==AR-TRANS-TYPE==
               ==AL-TRANS-DATE==           BY ==AR-TRANS-DATE==
               ==AL-QUANTITY-BEFORE==      BY ==AR-QUANTITY-BEFORE==
               ==AL-QUANTITY-AFTER==       BY ==AR-QUANTITY-AFTER==
               ==AL-QUANTITY-APPLIED==     BY ==AR-QUANTITY-APPLIED==
               ==AL-SEQUENCE-NUMBER==      BY ==AR-SEQUENCE-NUMBER==
               ==AL-UNIT-COST-BEFORE==     BY ==AR-UNIT-COST-BEFORE==
               ==AL-UNIT-COST-AFTER==      BY ==AR-UNIT-COST-AFTER==
               ==AL-LOCATION-CODE==        BY ==AR-LOCATION-CODE==
               ==AL-LOC-QTY-BEFORE==       BY ==AR-LOC-QTY-BEFORE==
               ==AL-LOC-QTY-AFTER==        BY ==AR-LOC-QTY-AFTER==
               ==AL-LOT-NUMBER==           BY ==AR-LOT-NUMBER==
               ==AL-LOT-EXPIRY-DATE==      BY ==AR-LOT-EXPIRY-DATE==
               ==AL-PO-NUMBER==            BY ==AR-PO-NUMBER==
               ==AL-KIT-ITEM-NUMBER==      BY ==AR-KIT-ITEM-NUMBER==
               ==AL-BUILD-LINK==           BY ==AR-BUILD-LINK==.

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY AUDITLGC.

       SD  ITEM-SORT-FILE.
           COPY AUDITLGC REPLACING
               ==AUDIT-LOG-COPYBOOK-RECORD== BY ==ITEM-SORT-RECORD==
               ==AL-ITEM-NUMBER==          BY ==IW-ITEM-NUMBER==
               ==AL-TRANS-TYPE==           BY ==IW-TRANS-TYPE==
               ==AL-TRANS-DATE==           BY ==IW-TRANS-DATE==
               ==AL-QUANTITY-BEFORE==      BY ==IW-QUANTITY-BEFORE==
               ==AL-QUANTITY-AFTER==       BY ==IW-QUANTITY-AFTER==
               ==AL-QUANTITY-APPLIED==     BY ==IW-QUANTITY-APPLIED==
               ==AL-SEQUENCE-NUMBER==      BY ==IW-SEQUENCE-NUMBER==
               ==AL-UNIT-COST-BEFORE==     BY ==IW-UNIT-COST-BEFORE==
               ==AL-UNIT-COST-AFTER==      BY ==IW-UNIT-COST-AFTER==
               ==AL-LOCATION-CODE==        BY ==IW-LOCATION-CODE==
               ==AL-LOC-QTY-BEFORE==       BY ==IW-LOC-QTY-BEFORE==
               ==AL-LOC-QTY-AFTER==        BY ==IW-LOC-QTY-AFTER==
               ==AL-LOT-NUMBER==           BY ==IW-LOT-NUMBER==
               ==AL-LOT-EXPIRY-DATE==      BY ==IW-LOT-EXPIRY-DATE==
               ==AL-PO-NUMBER==            BY ==IW-PO-NUMBER==
               ==AL-KIT-ITEM-NUMBER==      BY ==IW-KIT-ITEM-NUMBER==
               ==AL-BUILD-LINK==           BY ==IW-BUILD-LINK==.
      *    EACH RECORD CARRIES ITS POSTING POSITION BEHIND THE AUDIT
      *    RECORD ITSELF.
       01  ITEM-SORT-POSITION-RECORD.
           05  FILLER                  PIC X(120).
           05  IW-POSTING-POSITION     PIC 9(9).

       FD  SORTED-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY AUDITLGC REPLACING
               ==AUDIT-LOG-COPYBOOK-RECORD== BY ==SORTED-AUDIT-RECORD==
               ==AL-ITEM-NUMBER==          BY ==SA-ITEM-NUMBER==
               ==AL-TRANS-TYPE==           BY ==SA-TRANS-TYPE==
               ==AL-TRANS-DATE==           BY ==SA-TRANS-DATE==
               ==AL-QUANTITY-BEFORE==      BY ==SA-QUANTITY-BEFORE==
               ==AL-QUANTITY-AFTER==       BY ==SA-QUANTITY-AFTER==
               ==AL-QUANTITY-APPLIED==     BY ==SA-QUANTITY-APPLIED==
               ==AL-SEQUENCE-NUMBER==      BY ==SA-SEQUENCE-NUMBER==
               ==AL-UNIT-COST-BEFORE==     BY ==SA-UNIT-COST-BEFORE==
               ==AL-UNIT-COST-AFTER==      BY ==SA-UNIT-COST-AFTER==
               ==AL-LOCATION-CODE==        BY ==SA-LOCATION-CODE==
               ==AL-LOC-QTY-BEFORE==       BY ==SA-LOC-QTY-BEFORE==
               ==AL-LOC-QTY-AFTER==        BY ==SA-LOC-QTY-AFTER==
               ==AL-LOT-NUMBER==           BY ==SA-LOT-NUMBER==
               ==AL-LOT-EXPIRY-DATE==      BY ==SA-LOT-EXPIRY-DATE==
               ==AL-PO-NUMBER==            BY ==SA-PO-NUMBER==
               ==AL-KIT-ITEM-NUMBER==      BY ==SA-KIT-ITEM-NUMBER==
               ==AL-BUILD-LINK==           BY ==SA-BUILD-LINK==.
       01  SORTED-AUDIT-POSITION-RECORD.
           05  FILLER                  PIC X(120).
           05  SA-POSTING-POSITION     PIC 9(9).

       FD  INVENTORY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY INVMASTC.

       FD  LOCATION-BALANCE
           LABEL RECORDS ARE STANDARD.
           COPY LOCBALC.

       FD  REBUILT-BALANCE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY PERSNAPC REPLACING
               ==PERIOD-SNAPSHOT-COPYBOOK-RECORD== BY
                                           ==REBUILT-BALANCE-RECORD==
               ==PE-RECORD-TYPE==          BY ==RB-RECORD-TYPE==
               ==PE-ITEM-RECORD==          BY ==RB-ITEM-RECORD==
               ==PE-LOCATION-RECORD==      BY ==RB-LOCATION-RECORD==
               ==PE-PERIOD-END-DATE==      BY ==RB-PERIOD-END-DATE==
               ==PE-ITEM-NUMBER==          BY ==RB-ITEM-NUMBER==
               ==PE-LOCATION-CODE==        BY ==RB-LOCATION-CODE==
               ==PE-QUANTITY-ON-HAND==     BY ==RB-QUANTITY-ON-HAND==
               ==PE-UNIT-COST==            BY ==RB-UNIT-COST==
               ==PE-ITEM-DESCRIPTION==     BY ==RB-ITEM-DESCRIPTION==.

       FD  RECOVERY-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RECOVERY-RPT-RECORD.
           05  RR-CARRIAGE-CONTROL     PIC X(1).
           05  RR-REPORT-TEXT          PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-CONTROL-CARD-STATUS  PIC X(2)   VALUE SPACES.
       77  WS-SNAPSHOT-FILE-STATUS PIC X(2)   VALUE SPACES.
       77  WS-ARCHIVE-FILE-STATUS  PIC X(2)   VALUE SPACES.
       77  WS-AUDIT-LOG-FILE-STATUS PIC X(2)  VALUE SPACES.
       77  WS-MASTER-FILE-STATUS   PIC X(2)   VALUE SPACES.
       77  WS-LOCBAL-FILE-STATUS   PIC X(2)   VALUE SPACES.

       77  WS-EOF-SNAP-SW          PIC X(1)   VALUE 'N'.
           88  WS-EOF-SNAP                    VALUE 'Y'.
       77  WS-SNAP-READY-SW        PIC X(1)   VALUE 'N'.
           88  WS-SNAP-RECORD-READY           VALUE 'Y'.
       77  WS-EOF-ARCHIVE-SW       PIC X(1)   VALUE 'N'.
           88  WS-EOF-ARCHIVE                 VALUE 'Y'.
       77  WS-EOF-AUDIT-LOG-SW     PIC X(1)   VALUE 'N'.
           88  WS-EOF-AUDIT-LOG               VALUE 'Y'.
       77  WS-EOF-SORTED-SW        PIC X(1)   VALUE 'N'.
           88  WS-EOF-SORTED                  VALUE 'Y'.
       77  WS-EOF-MASTER-SW        PIC X(1)   VALUE 'N'.
           88  WS-EOF-MASTER                  VALUE 'Y'.
       77  WS-EOF-REBUILT-SW       PIC X(1)   VALUE 'N'.
           88  WS-EOF-REBUILT                 VALUE 'Y'.
       77  WS-LOCBAL-PRESENT-SW    PIC X(1)   VALUE 'N'.
           88  WS-LOCBAL-PRESENT              VALUE 'Y'.
       77  WS-LOC-SCAN-DONE-SW     PIC X(1)   VALUE 'N'.
           88  WS-LOC-SCAN-DONE               VALUE 'Y'.
       77  WS-REPLAY-STARTED-SW    PIC X(1)   VALUE 'N'.
           88  WS-REPLAY-STARTED              VALUE 'Y'.
       77  WS-REPLAY-STOPPED-SW    PIC X(1)   VALUE 'N'.
           88  WS-REPLAY-STOPPED              VALUE 'Y'.
       77  WS-ON-MASTER-SW         PIC X(1)   VALUE 'N'.
           88  WS-ON-MASTER                   VALUE 'Y'.
       77  WS-ON-SNAPSHOT-SW       PIC X(1)   VALUE 'N'.
           88  WS-ON-SNAPSHOT                 VALUE 'Y'.
       77  WS-COST-SET-SW          PIC X(1)   VALUE 'N'.
           88  WS-COST-SET                    VALUE 'Y'.
       77  WS-HISTORY-BREAK-SW     PIC X(1)   VALUE 'N'.
           88  WS-HISTORY-BROKEN              VALUE 'Y'.
       77  WS-LOC-FOUND-SW         PIC X(1)   VALUE 'N'.
           88  WS-LOC-FOUND                   VALUE 'Y'.
       77  WS-RESTORE-ITEM-SW      PIC X(1)   VALUE 'N'.
           88  WS-RESTORE-ITEM                VALUE 'Y'.

       77  WS-STOP-DATE            PIC X(10)  VALUE SPACES.
       77  WS-STOP-POSITION        PIC 9(9)   VALUE ZERO.
       77  WS-POSTING-POSITION     PIC 9(9)   VALUE ZERO.
       77  WS-EDIT-POSITION        PIC Z(8)9.
       77  WS-RUN-MODE             PIC X(1)   VALUE SPACE.
           88  WS-UPDATE-MODE                 VALUE 'U' 'O'.
           88  WS-OVERRIDE-MODE               VALUE 'O'.
       77  WS-EXPECTED-SNAP-DATE   PIC X(10)  VALUE SPACES.
       77  WS-SNAPSHOT-DATE        PIC X(10)  VALUE SPACES.
       77  WS-PREV-SEQUENCE        PIC 9(9)   VALUE ZERO.
       77  WS-EXPECTED-SEQUENCE    PIC 9(9)   VALUE ZERO.
       77  WS-UPDATE-RESULT        PIC X(30)  VALUE SPACES.

       77  WS-SNAP-ITEM            PIC 9(6)   VALUE ZERO.
       77  WS-SNAP-QTY             PIC 9(7)   VALUE ZERO.
       77  WS-SNAP-COST            PIC 9(5)V99 VALUE ZERO.
       77  WS-SNAP-DESCRIPTION     PIC X(29)  VALUE SPACES.
       77  WS-RCV-ITEM             PIC 9(6)   VALUE ZERO.
       77  WS-ITEM-DESCRIPTION     PIC X(29)  VALUE SPACES.
       77  WS-CURRENT-QTY          PIC 9(7)   VALUE ZERO.
       77  WS-CURRENT-COST         PIC 9(5)V99 VALUE ZERO.
       77  WS-REBUILT-QTY          PIC S9(9)  VALUE ZERO.
       77  WS-REBUILT-COST         PIC 9(5)V99 VALUE ZERO.
       77  WS-LOC-ROLLUP           PIC S9(9)  VALUE ZERO.
       77  WS-ITEM-RECORD-COUNT    PIC 9(7)   VALUE ZERO.
       77  WS-SEARCH-CODE          PIC X(3)   VALUE SPACES.
       77  WS-MAIN-LOCATION        PIC X(3)   VALUE 'MN '.

       77  WS-LOC-SUB              PIC 9(2)   VALUE ZERO.
       77  WS-LOC-HIT              PIC 9(2)   VALUE ZERO.
       77  WS-LOC-COUNT            PIC 9(2)   VALUE ZERO.
       77  WS-LOC-LIMIT            PIC 9(2)   VALUE 10.

       77  WS-ARCHIVE-READ-COUNT   PIC 9(9)   VALUE ZERO.
       77  WS-LOG-READ-COUNT       PIC 9(9)   VALUE ZERO.
       77  WS-OUTSIDE-WINDOW-COUNT PIC 9(9)   VALUE ZERO.
       77  WS-SELECTED-COUNT       PIC 9(9)   VALUE ZERO.
       77  WS-SEQUENCE-BREAK-COUNT PIC 9(7)   VALUE ZERO.
       77  WS-RUN-START-COUNT      PIC 9(7)   VALUE ZERO.
       77  WS-MISSING-SEQ-COUNT    PIC 9(9)   VALUE ZERO.
       77  WS-DUPLICATE-SEQ-COUNT  PIC 9(7)   VALUE ZERO.
       77  WS-MISMATCH-COUNT       PIC 9(7)   VALUE ZERO.
       77  WS-ROLLUP-FAIL-COUNT    PIC 9(7)   VALUE ZERO.
       77  WS-EXCEPTION-TOTAL      PIC 9(9)   VALUE ZERO.
       77  WS-ITEM-COUNT           PIC 9(7)   VALUE ZERO.
       77  WS-DIFFER-COUNT         PIC 9(7)   VALUE ZERO.
       77  WS-NOT-ON-MASTER-COUNT  PIC 9(7)   VALUE ZERO.
       77  WS-MASTER-REWRITE-COUNT PIC 9(7)   VALUE ZERO.
       77  WS-LOC-REWRITE-COUNT    PIC 9(7)   VALUE ZERO.
       77  WS-LOC-ADD-COUNT        PIC 9(7)   VALUE ZERO.
       77  WS-RESTORE-FAIL-COUNT   PIC 9(7)   VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CD-YEAR              PIC 9(4).
           05  WS-CD-MONTH             PIC 9(2).
           05  WS-CD-DAY               PIC 9(2).

       01  WS-RUN-DATE.
           05  WS-RD-YEAR              PIC 9(4).
           05  FILLER                  PIC X(1)   VALUE '-'.
           05  WS-RD-MONTH             PIC 9(2).
           05  FILLER                  PIC X(1)   VALUE '-'.
           05  WS-RD-DAY               PIC 9(2).

      *****************************************************************
      * ONE ENTRY PER STOCKING LOCATION OF THE ITEM BEING REBUILT --  *
      * EVERY LOCATION ON THE SNAPSHOT, ON THE CURRENT LOCBAL.DAT, OR *
      * NAMED ON AN AUDIT RECORD, WITH ITS CURRENT AND REBUILT        *
      * BALANCE.                                                      *
      *****************************************************************
       01  WS-LOCATION-TABLE.
           05  WS-LOC-ENTRY            OCCURS 10.
               10  WS-LT-LOCATION-CODE PIC X(3).
               10  WS-LT-CURRENT-QTY   PIC 9(7).
               10  WS-LT-REBUILT-QTY   PIC S9(9).

       01  WS-EXCEPTION-LINE.
           05  WS-EL-POSITION          PIC Z(8)9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-EL-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-EL-TRANS-DATE        PIC X(10).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-EL-SEQUENCE          PIC Z(8)9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-EL-TRANS-TYPE        PIC X(1).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-EL-LOCATION          PIC X(3).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-EL-EXPECTED          PIC ---,---,--9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-EL-FOUND             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-EL-MESSAGE           PIC X(30).
           05  FILLER                  PIC X(26)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-ITEM-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DL-DESCRIPTION       PIC X(29).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DL-LOCATION          PIC X(3).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-CURRENT-QTY       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-REBUILT-QTY       PIC --,---,--9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-CURRENT-COST      PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-REBUILT-COST      PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-RECORD-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-DL-FLAG              PIC X(28).

       01  WS-HEADING-1.
           05  FILLER                  PIC X(30)
               VALUE 'ROLL-FORWARD RECOVERY REPORT  '.
           05  FILLER                  PIC X(10)  VALUE 'SNAPSHOT: '.
           05  WS-H1-SNAPSHOT-DATE     PIC X(10).
           05  FILLER                  PIC X(12)
               VALUE ' STOP DATE: '.
           05  WS-H1-STOP-DATE         PIC X(10).
           05  FILLER                  PIC X(11)  VALUE ' POSITION: '.
           05  WS-H1-STOP-POSITION     PIC X(10).
           05  FILLER                  PIC X(7)   VALUE ' MODE: '.
           05  WS-H1-RUN-MODE          PIC X(15).
           05  FILLER                  PIC X(6)   VALUE ' RUN: '.
           05  WS-H1-RUN-DATE          PIC X(10).
           05  FILLER                  PIC X(1)   VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SC-TITLE             PIC X(30).
           05  FILLER                  PIC X(102) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(9)   VALUE ' POSITION'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE 'ITEM #'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE 'TRANS DATE'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE '  SEQ NO.'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(1)   VALUE 'T'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE 'LOC'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE '   EXPECTED'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE '      FOUND'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE 'EXCEPTION'.
           05  FILLER                  PIC X(47)  VALUE SPACES.

       01  WS-HEADING-3.
           05  FILLER                  PIC X(6)   VALUE 'ITEM #'.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(18)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE 'LOC'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE ' CURR QTY'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE 'REBUILT QT'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE 'CURR COST'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE 'REBLT CST'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE 'RECORDS'.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE 'FLAG'.
           05  FILLER                  PIC X(24)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION           PIC X(30).
           05  WS-SL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91)  VALUE SPACES.

       01  WS-RESULT-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'RECOVERY RESULT               '.
           05  WS-RS-RESULT            PIC X(30).
           05  FILLER                  PIC X(72)  VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- CONTROLS THE OVERALL RECOVERY RUN.  THE      *
      * SORT'S INPUT PROCEDURE READS THE HISTORY IN POSTING ORDER,    *
      * CHECKING THE SEQUENCE AS IT GOES, AND THE SORT PUTS THE       *
      * REPLAY WINDOW IN ITEM / POSTING POSITION ORDER FOR THE        *
      * REPLAY.  THE FILES ARE ONLY WRITTEN BACK ONCE EVERY ITEM HAS  *
      * BEEN REPLAYED AND THE EXCEPTION COUNTS ARE KNOWN.             *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT ITEM-SORT-FILE
               ON ASCENDING KEY IW-ITEM-NUMBER
               ON ASCENDING KEY IW-POSTING-POSITION
               INPUT PROCEDURE IS 1500-SELECT-REPLAY-WINDOW
                   THRU 1500-EXIT
               GIVING SORTED-AUDIT-FILE.
           PERFORM 1800-OPEN-REPLAY-FILES THRU 1800-EXIT.
           PERFORM 1150-WRITE-ITEM-HEADINGS THRU 1150-EXIT.
           PERFORM 2000-RECOVER-NEXT-ITEM THRU 2000-EXIT
               UNTIL WS-EOF-MASTER
                 AND WS-EOF-SNAP
                 AND WS-EOF-SORTED.
           PERFORM 5000-CLOSE-REPLAY-FILES THRU 5000-EXIT.
           PERFORM 6000-DECIDE-UPDATE THRU 6000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE -- READ THE CONTROL CARD, OPEN THE SNAPSHOT   *
      * AND PRIME ITS FIRST ITEM RECORD (WHOSE PERIOD-END STAMP IS    *
      * THE REPLAY START POINT), AND OPEN THE REPORT READY FOR THE    *
      * SEQUENCE CHECK.  AN EMPTY SNAPSHOT OR A SNAPSHOT FOR THE      *
      * WRONG PERIOD, OR A STOP DATE BEFORE THE SNAPSHOT, STOPS THE   *
      * RUN BEFORE ANYTHING IS READ FROM THE AUDIT HISTORY.  NO       *
      * CONTROL CARD AT ALL IS A PROOF RUN THROUGH THE END OF THE     *
      * LIVE LOG.                                                     *
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARD-FILE.
           IF NOT WS-CONTROL-CARD-STATUS = '00'
               DISPLAY 'INVRCOV: CONTROL-CARD-FILE OPEN FAILED, '
                   'FILE STATUS = ' WS-CONTROL-CARD-STATUS
               STOP RUN
           END-IF.
           READ CONTROL-CARD-FILE
               AT END
                   MOVE SPACE TO WS-RUN-MODE
               NOT AT END
                   MOVE CC-STOP-DATE TO WS-STOP-DATE
                   IF CC-STOP-POSITION IS NUMERIC
                       MOVE CC-STOP-POSITION TO WS-STOP-POSITION
                   END-IF
                   MOVE CC-RUN-MODE TO WS-RUN-MODE
                   MOVE CC-SNAPSHOT-DATE TO WS-EXPECTED-SNAP-DATE
           END-READ.
           CLOSE CONTROL-CARD-FILE.
           PERFORM 1020-BUILD-RUN-DATE THRU 1020-EXIT.

           OPEN INPUT SNAPSHOT-FILE.
           PERFORM 1040-VERIFY-SNAPSHOT-OPEN THRU 1040-EXIT.
           PERFORM 1300-READ-SNAP-ITEM THRU 1300-EXIT.
           IF WS-EOF-SNAP
               DISPLAY 'INVRCOV: SNAPSHOT FILE HOLDS NO ITEM RECORDS, '
                   'RUN STOPPED'
               STOP RUN
           END-IF.
           IF WS-EXPECTED-SNAP-DATE NOT = SPACES
             AND WS-EXPECTED-SNAP-DATE NOT = WS-SNAPSHOT-DATE
               DISPLAY 'INVRCOV: SNAPSHOT IS DATED ' WS-SNAPSHOT-DATE
                   ', CONTROL CARD ASKS FOR ' WS-EXPECTED-SNAP-DATE
                   ', RUN STOPPED'
               STOP RUN
           END-IF.
           IF WS-STOP-DATE NOT = SPACES
             AND WS-STOP-DATE < WS-SNAPSHOT-DATE
               DISPLAY 'INVRCOV: STOP DATE ' WS-STOP-DATE
                   ' IS BEFORE THE SNAPSHOT DATE ' WS-SNAPSHOT-DATE
                   ', RUN STOPPED'
               STOP RUN
           END-IF.

           OPEN OUTPUT RECOVERY-RPT.
           PERFORM 1050-WRITE-TITLE THRU 1050-EXIT.
           PERFORM 1100-WRITE-SEQUENCE-HEADINGS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1020-BUILD-RUN-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CD-YEAR  TO WS-RD-YEAR.
           MOVE WS-CD-MONTH TO WS-RD-MONTH.
           MOVE WS-CD-DAY   TO WS-RD-DAY.
       1020-EXIT.
           EXIT.

      *****************************************************************
      * 1040-VERIFY-SNAPSHOT-OPEN -- CONFIRM THE SNAPSHOT OPENED      *
      * SUCCESSFULLY.  WITHOUT IT THERE IS NOTHING TO ROLL FORWARD    *
      * FROM, SO STOP RATHER THAN REBUILD EVERY ITEM FROM ZERO.       *
      *****************************************************************
       1040-VERIFY-SNAPSHOT-OPEN.
           IF NOT WS-SNAPSHOT-FILE-STATUS = '00'
               DISPLAY 'INVRCOV: SNAPSHOT-FILE OPEN FAILED, '
                   'FILE STATUS = ' WS-SNAPSHOT-FILE-STATUS
               STOP RUN
           END-IF.
       1040-EXIT.
           EXIT.

       1050-WRITE-TITLE.
           MOVE WS-SNAPSHOT-DATE TO WS-H1-SNAPSHOT-DATE.
           IF WS-STOP-DATE = SPACES
               MOVE 'NONE' TO WS-H1-STOP-DATE
           ELSE
               MOVE WS-STOP-DATE TO WS-H1-STOP-DATE
           END-IF.
           IF WS-STOP-POSITION = ZERO
               MOVE 'NONE' TO WS-H1-STOP-POSITION
           ELSE
               MOVE WS-STOP-POSITION TO WS-EDIT-POSITION
               MOVE WS-EDIT-POSITION TO WS-H1-STOP-POSITION
           END-IF.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
           EVALUATE TRUE
               WHEN WS-OVERRIDE-MODE
                   MOVE 'UPDATE/OVERRIDE' TO WS-H1-RUN-MODE
               WHEN WS-UPDATE-MODE
                   MOVE 'UPDATE' TO WS-H1-RUN-MODE
               WHEN OTHER
                   MOVE 'PROOF ONLY' TO WS-H1-RUN-MODE
           END-EVALUATE.
           MOVE SPACES TO RECOVERY-RPT-RECORD.
           MOVE '1' TO RR-CARRIAGE-CONTROL.
           MOVE WS-HEADING-1 TO RR-REPORT-TEXT.
           WRITE RECOVERY-RPT-RECORD.
       1050-EXIT.
           EXIT.

       1100-WRITE-SEQUENCE-HEADINGS.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE 'AUDIT SEQUENCE CHECK' TO WS-SC-TITLE.
           MOVE SPACES TO RECOVERY-RPT-RECORD.
           MOVE '0' TO RR-CARRIAGE-CONTROL.
           MOVE WS-SECTION-LINE TO RR-REPORT-TEXT.
           WRITE RECOVERY-RPT-RECORD.
           MOVE SPACES TO RECOVERY-RPT-RECORD.
           MOVE ' ' TO RR-CARRIAGE-CONTROL.
           MOVE WS-HEADING-2 TO RR-REPORT-TEXT.
           WRITE RECOVERY-RPT-RECORD.
       1100-EXIT.
           EXIT.

       1150-WRITE-ITEM-HEADINGS.
           MOVE SPACES TO RECOVERY-RPT-RECORD.
           MOVE '1' TO RR-CARRIAGE-CONTROL.
           MOVE WS-HEADING-1 TO RR-REPORT-TEXT.
           WRITE RECOVERY-RPT-RECORD.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE 'ITEM RECOVERY DETAIL' TO WS-SC-TITLE.
           MOVE SPACES TO RECOVERY-RPT-RECORD.
           MOVE '0' TO RR-CARRIAGE-CONTROL.
           MOVE WS-SECTION-LINE TO RR-REPORT-TEXT.
           WRITE RECOVERY-RPT-RECORD.
           MOVE SPACES TO RECOVERY-RPT-RECORD.
           MOVE ' ' TO RR-CARRIAGE-CONTROL.
           MOVE WS-HEADING-3 TO RR-REPORT-TEXT.
           WRITE RECOVERY-RPT-RECORD.
       1150-EXIT.
           EXIT.

      *****************************************************************
      * 1300-READ-SNAP-ITEM -- DELIVER THE SNAPSHOT'S NEXT 'I' (ITEM) *
      * RECORD, SKIPPING ANY 'L' RECORD WITH NO ITEM RECORD IN FRONT  *
      * OF IT.  THE FIRST RECORD READ ALSO SUPPLIES THE SNAPSHOT'S    *
      * PERIOD-END STAMP.                                             *
      *****************************************************************
       1300-READ-SNAP-ITEM.
           MOVE 'N' TO WS-SNAP-READY-SW.
           PERFORM 1350-READ-SNAP-RECORD THRU 1350-EXIT
               UNTIL WS-SNAP-RECORD-READY OR WS-EOF-SNAP.
       1300-EXIT.
           EXIT.

       1350-READ-SNAP-RECORD.
           READ SNAPSHOT-FILE
               AT END
                   SET WS-EOF-SNAP TO TRUE
           END-READ.
           IF NOT WS-EOF-SNAP
               IF WS-SNAPSHOT-DATE = SPACES
                   MOVE PE-PERIOD-END-DATE TO WS-SNAPSHOT-DATE
               END-IF
               IF PE-ITEM-RECORD
                   PERFORM 1360-SAVE-SNAP-ITEM THRU 1360-EXIT
               END-IF
           END-IF.
       1350-EXIT.
           EXIT.

       1360-SAVE-SNAP-ITEM.
           MOVE PE-ITEM-NUMBER TO WS-SNAP-ITEM.
           MOVE PE-QUANTITY-ON-HAND TO WS-SNAP-QTY.
           MOVE PE-UNIT-COST TO WS-SNAP-COST.
           MOVE PE-ITEM-DESCRIPTION TO WS-SNAP-DESCRIPTION.
           SET WS-SNAP-RECORD-READY TO TRUE.
       1360-EXIT.
           EXIT.

      *****************************************************************
      * 1500-SELECT-REPLAY-WINDOW -- THE SORT'S INPUT PROCEDURE.      *
      * READS THE ARCHIVED RECORDS, THEN THE LIVE LOG'S, IN THE ORDER *
      * THEY WERE POSTED AND HANDS EACH ONE ON TO 1550.  NO ARCHIVE   *
      * DATASET (A SNAPSHOT FROM THE CURRENT PERIOD, WHOSE HISTORY IS *
      * ALL STILL ON THE LIVE LOG) IS NOT AN ERROR; A MISSING LIVE    *
      * LOG IS.                                                       *
      *****************************************************************
       1500-SELECT-REPLAY-WINDOW.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS = '00'
               PERFORM 1510-READ-ARCHIVE THRU 1510-EXIT
               PERFORM 1520-RELEASE-ARCHIVE-RECORD THRU 1520-EXIT
                   UNTIL WS-EOF-ARCHIVE
               CLOSE ARCHIVE-FILE
           ELSE
               IF NOT WS-ARCHIVE-FILE-STATUS = '35'
                   DISPLAY 'INVRCOV: ARCHIVE-FILE OPEN FAILED, '
                       'FILE STATUS = ' WS-ARCHIVE-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT AUDIT-LOG-FILE.
           PERFORM 1505-VERIFY-LOG-OPEN THRU 1505-EXIT.
           PERFORM 1530-READ-AUDIT-LOG THRU 1530-EXIT.
           PERFORM 1540-RELEASE-LOG-RECORD THRU 1540-EXIT
               UNTIL WS-EOF-AUDIT-LOG.
           CLOSE AUDIT-LOG-FILE.
       1500-EXIT.
           EXIT.

      *****************************************************************
      * 1505-VERIFY-LOG-OPEN -- CONFIRM AUDITLOG.DAT OPENED           *
      * SUCCESSFULLY.  WITHOUT IT THE REPLAY WOULD STOP SHORT AT THE  *
      * LAST ARCHIVE, SO STOP RATHER THAN REBUILD FROM PART OF THE    *
      * HISTORY.                                                      *
      *****************************************************************
       1505-VERIFY-LOG-OPEN.
           IF NOT WS-AUDIT-LOG-FILE-STATUS = '00'
               DISPLAY 'INVRCOV: AUDIT-LOG-FILE OPEN FAILED, '
                   'FILE STATUS = ' WS-AUDIT-LOG-FILE-STATUS
               STOP RUN
           END-IF.
       1505-EXIT.
           EXIT.

       1510-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET WS-EOF-ARCHIVE TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

       1520-RELEASE-ARCHIVE-RECORD.
           ADD 1 TO WS-ARCHIVE-READ-COUNT.
           MOVE ARCHIVE-RECORD TO ITEM-SORT-RECORD.
           PERFORM 1550-TAKE-POSTED-RECORD THRU 1550-EXIT.
           PERFORM 1510-READ-ARCHIVE THRU 1510-EXIT.
       1520-EXIT.
           EXIT.

       1530-READ-AUDIT-LOG.
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-EOF-AUDIT-LOG TO TRUE
           END-READ.
       1530-EXIT.
           EXIT.

       1540-RELEASE-LOG-RECORD.
           ADD 1 TO WS-LOG-READ-COUNT.
           MOVE AUDIT-LOG-COPYBOOK-RECORD TO ITEM-SORT-RECORD.
           PERFORM 1550-TAKE-POSTED-RECORD THRU 1550-EXIT.
           PERFORM 1530-READ-AUDIT-LOG THRU 1530-EXIT.
       1540-EXIT.
           EXIT.

      *****************************************************************
      * 1550-TAKE-POSTED-RECORD -- GIVE THE RECORD JUST MOVED TO THE  *
      * SORT RECORD ITS POSTING POSITION.  THE FIRST RECORD PAST THE  *
      * STOP POSITION, OR DATED AFTER THE STOP DATE, ENDS THE REPLAY; *
      * IT AND EVERYTHING AFTER IT ARE NOT LOOKED AT AGAIN.  THE      *
      * FIRST RECORD DATED AFTER THE SNAPSHOT STARTS THE REPLAY, AND  *
      * FROM THERE ON EVERY RECORD IS SEQUENCE CHECKED.  ONLY THE     *
      * RECORDS DATED AFTER THE SNAPSHOT ARE RELEASED FOR THE ITEM    *
      * SORT; ANYTHING DATED ON OR BEFORE IT IS ALREADY IN THE        *
      * SNAPSHOT'S BALANCES.                                          *
      *****************************************************************
       1550-TAKE-POSTED-RECORD.
           ADD 1 TO WS-POSTING-POSITION.
           MOVE WS-POSTING-POSITION TO IW-POSTING-POSITION.
           IF NOT WS-REPLAY-STOPPED
               PERFORM 1560-TEST-STOP-POINT THRU 1560-EXIT
           END-IF.
           IF WS-REPLAY-STOPPED
               ADD 1 TO WS-OUTSIDE-WINDOW-COUNT
           ELSE
               IF IW-TRANS-DATE > WS-SNAPSHOT-DATE
                 AND NOT WS-REPLAY-STARTED
                   SET WS-REPLAY-STARTED TO TRUE
                   MOVE ZERO TO WS-EL-EXPECTED
                   MOVE ZERO TO WS-EL-FOUND
                   MOVE 'FIRST RECORD REPLAYED' TO WS-EL-MESSAGE
                   PERFORM 1650-WRITE-SEQUENCE-LINE THRU 1650-EXIT
               END-IF
               PERFORM 1600-CHECK-SEQUENCE THRU 1600-EXIT
               IF IW-TRANS-DATE > WS-SNAPSHOT-DATE
                   RELEASE ITEM-SORT-POSITION-RECORD
                   ADD 1 TO WS-SELECTED-COUNT
               ELSE
                   ADD 1 TO WS-OUTSIDE-WINDOW-COUNT
               END-IF
           END-IF.
       1550-EXIT.
           EXIT.

      *****************************************************************
      * 1560-TEST-STOP-POINT -- END THE REPLAY AT THE FIRST RECORD    *
      * PAST THE STOP POSITION OR DATED AFTER THE STOP DATE (A ZERO   *
      * POSITION OR BLANK DATE MEANING NO LIMIT), AND PRINT WHERE IT  *
      * ENDED.                                                        *
      *****************************************************************
       1560-TEST-STOP-POINT.
           IF WS-STOP-POSITION NOT = ZERO
             AND WS-POSTING-POSITION > WS-STOP-POSITION
               SET WS-REPLAY-STOPPED TO TRUE
               MOVE 'FIRST RECORD PAST STOP POINT' TO WS-EL-MESSAGE
           END-IF.
           IF NOT WS-REPLAY-STOPPED
             AND WS-STOP-DATE NOT = SPACES
             AND IW-TRANS-DATE > WS-STOP-DATE
               SET WS-REPLAY-STOPPED TO TRUE
               MOVE 'FIRST RECORD PAST STOP DATE' TO WS-EL-MESSAGE
           END-IF.
           IF WS-REPLAY-STOPPED
               MOVE ZERO TO WS-EL-EXPECTED
               MOVE ZERO TO WS-EL-FOUND
               PERFORM 1650-WRITE-SEQUENCE-LINE THRU 1650-EXIT
           END-IF.
       1560-EXIT.
           EXIT.

      *****************************************************************
      * 1600-CHECK-SEQUENCE -- EACH INVUPDT RUN NUMBERS ITS POSTINGS  *
      * FROM 1 WITH NO GAPS; A RESTART CARRIES ON FROM THE NUMBER ON  *
      * ITS CHECKPOINT, AND INVBREL CARRIES ON FROM THE LAST NUMBER   *
      * POSTED.  SO A 1 STARTS A NEW RUN AND ANY OTHER NUMBER MUST BE *
      * ONE MORE THAN THE RECORD POSTED BEFORE IT.  A NUMBER NO       *
      * HIGHER THAN THAT ONE IS A DUPLICATE -- A RESTART THAT POSTED  *
      * OVER GROUND ALREADY LOGGED; A NUMBER SKIPPED MEANS RECORDS    *
      * ARE MISSING FROM THE HISTORY SUPPLIED.  EVERY RUN START IS    *
      * LISTED TOO, SO A STOP POSITION CAN BE READ OFF THE REPORT.    *
      * BEFORE THE REPLAY STARTS THE NUMBER IS ONLY NOTED, SO THE     *
      * FIRST RECORD REPLAYED IS STILL CHECKED AGAINST THE RECORD     *
      * POSTED BEFORE IT.                                             *
      *****************************************************************
       1600-CHECK-SEQUENCE.
           COMPUTE WS-EXPECTED-SEQUENCE = WS-PREV-SEQUENCE + 1.
           MOVE WS-EXPECTED-SEQUENCE TO WS-EL-EXPECTED.
           MOVE IW-SEQUENCE-NUMBER TO WS-EL-FOUND.
           IF WS-REPLAY-STARTED
               EVALUATE TRUE
                   WHEN IW-SEQUENCE-NUMBER = 1
                       MOVE 'START OF RUN' TO WS-EL-MESSAGE
                       PERFORM 1650-WRITE-SEQUENCE-LINE THRU 1650-EXIT
                       ADD 1 TO WS-RUN-START-COUNT
                   WHEN IW-SEQUENCE-NUMBER = WS-EXPECTED-SEQUENCE
                       CONTINUE
                   WHEN IW-SEQUENCE-NUMBER < WS-EXPECTED-SEQUENCE
                       MOVE 'DUPLICATE SEQUENCE NUMBER'
                           TO WS-EL-MESSAGE
                       PERFORM 1650-WRITE-SEQUENCE-LINE THRU 1650-EXIT
                       ADD 1 TO WS-SEQUENCE-BREAK-COUNT
                       COMPUTE WS-DUPLICATE-SEQ-COUNT =
                           WS-DUPLICATE-SEQ-COUNT
                           + WS-EXPECTED-SEQUENCE - IW-SEQUENCE-NUMBER
                   WHEN OTHER
                       MOVE 'SEQUENCE GAP' TO WS-EL-MESSAGE
                       PERFORM 1650-WRITE-SEQUENCE-LINE THRU 1650-EXIT
                       ADD 1 TO WS-SEQUENCE-BREAK-COUNT
                       COMPUTE WS-MISSING-SEQ-COUNT =
                           WS-MISSING-SEQ-COUNT + IW-SEQUENCE-NUMBER
                           - WS-EXPECTED-SEQUENCE
               END-EVALUATE
           END-IF.
           MOVE IW-SEQUENCE-NUMBER TO WS-PREV-SEQUENCE.
       1600-EXIT.
           EXIT.

      *****************************************************************
      * 1650-WRITE-SEQUENCE-LINE -- PRINT ONE LINE OF THE SEQUENCE    *
      * CHECK FOR THE RECORD IN THE SORT RECORD: ITS POSTING          *
      * POSITION, ITEM, DATE AND SEQUENCE NUMBER.  THE CALLER HAS SET *
      * THE EXPECTED AND FOUND FIGURES AND THE MESSAGE.               *
      *****************************************************************
       1650-WRITE-SEQUENCE-LINE.
           MOVE IW-POSTING-POSITION TO WS-EL-POSITION.
           MOVE IW-ITEM-NUMBER TO WS-EL-ITEM-NUMBER.
           MOVE IW-TRANS-DATE TO WS-EL-TRANS-DATE.
           MOVE IW-SEQUENCE-NUMBER TO WS-EL-SEQUENCE.
           MOVE IW-TRANS-TYPE TO WS-EL-TRANS-TYPE.
           MOVE IW-LOCATION-CODE TO WS-EL-LOCATION.
           MOVE SPACES TO RECOVERY-RPT-RECORD.
           MOVE ' ' TO RR-CARRIAGE-CONTROL.
           MOVE WS-EXCEPTION-LINE TO RR-REPORT-TEXT.
           WRITE RECOVERY-RPT-RECORD.
       1650-EXIT.
           EXIT.

      *****************************************************************
      * 1800-OPEN-REPLAY-FILES -- OPEN THE ITEM-ORDERED REPLAY, THE   *
      * CURRENT MASTER (BROWSED IN ITEM ORDER ALONGSIDE THE SNAPSHOT  *
      * AND THE REPLAY), THE CURRENT LOCATION BALANCES, AND THE       *
      * REBUILT BALANCE FILE, AND PRIME THE READS.  A MASTER THAT     *
      * WILL NOT OPEN STOPS THE RUN -- IT HOLDS THE DESCRIPTIVE       *
      * FIELDS THE REBUILD KEEPS; RESTORE IT FROM BACKUP FIRST.  A    *
      * MISSING LOCBAL.DAT SIMPLY SHOWS NO CURRENT LOCATION BALANCES. *
      *****************************************************************
       1800-OPEN-REPLAY-FILES.
           OPEN INPUT SORTED-AUDIT-FILE.
           PERFORM 1810-READ-SORTED THRU 1810-EXIT.
           OPEN INPUT INVENTORY-MASTER.
           IF NOT WS-MASTER-FILE-STATUS = '00'
               DISPLAY 'INVRCOV: INVENTORY-MASTER OPEN FAILED, '
                   'FILE STATUS = ' WS-MASTER-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM 1850-READ-MASTER THRU 1850-EXIT.
           OPEN INPUT LOCATION-BALANCE.
           IF WS-LOCBAL-FILE-STATUS = '00'
               SET WS-LOCBAL-PRESENT TO TRUE
           END-IF.
           OPEN OUTPUT REBUILT-BALANCE-FILE.
       1800-EXIT.
           EXIT.

       1810-READ-SORTED.
           READ SORTED-AUDIT-FILE
               AT END
                   SET WS-EOF-SORTED TO TRUE
           END-READ.
       1810-EXIT.
           EXIT.

       1850-READ-MASTER.
           READ INVENTORY-MASTER NEXT RECORD
               AT END
                   SET WS-EOF-MASTER TO TRUE
           END-READ.
       1850-EXIT.
           EXIT.

      *****************************************************************
      * 2000-RECOVER-NEXT-ITEM -- THREE-WAY MATCH ON ITEM NUMBER.     *
      * THE LOWEST ITEM ON THE CURRENT MASTER, THE SNAPSHOT, OR THE   *
      * REPLAY GOES NEXT: ITS CURRENT FIGURES COME FROM THE MASTER    *
      * AND LOCBAL.DAT, ITS STARTING FIGURES FROM THE SNAPSHOT (ZERO  *
      * WHEN IT IS NOT THERE), AND ITS MOVEMENT FROM THE REPLAY.      *
      *****************************************************************
       2000-RECOVER-NEXT-ITEM.
           PERFORM 2100-SET-ITEM-KEY THRU 2100-EXIT.
           PERFORM 2200-CLEAR-ITEM THRU 2200-EXIT.
           IF NOT WS-EOF-MASTER
             AND IM-ITEM-NUMBER = WS-RCV-ITEM
               PERFORM 2300-TAKE-MASTER THRU 2300-EXIT
           END-IF.
           IF WS-LOCBAL-PRESENT
               PERFORM 2350-LOAD-CURRENT-LOCATIONS THRU 2350-EXIT
           END-IF.
           IF NOT WS-EOF-SNAP
             AND WS-SNAP-ITEM = WS-RCV-ITEM
               PERFORM 2400-TAKE-SNAPSHOT THRU 2400-EXIT
           END-IF.
           PERFORM 3000-REPLAY-AUDIT-RECORD THRU 3000-EXIT
               UNTIL WS-EOF-SORTED
                  OR SA-ITEM-NUMBER NOT = WS-RCV-ITEM.
           PERFORM 4000-FINISH-ITEM THRU 4000-EXIT.
       2000-EXIT.
           EXIT.

       2100-SET-ITEM-KEY.
           MOVE 999999 TO WS-RCV-ITEM.
           IF NOT WS-EOF-MASTER
             AND IM-ITEM-NUMBER < WS-RCV-ITEM
               MOVE IM-ITEM-NUMBER TO WS-RCV-ITEM
           END-IF.
           IF NOT WS-EOF-SNAP
             AND WS-SNAP-ITEM < WS-RCV-ITEM
               MOVE WS-SNAP-ITEM TO WS-RCV-ITEM
           END-IF.
           IF NOT WS-EOF-SORTED
             AND SA-ITEM-NUMBER < WS-RCV-ITEM
               MOVE SA-ITEM-NUMBER TO WS-RCV-ITEM
           END-IF.
       2100-EXIT.
           EXIT.

       2200-CLEAR-ITEM.
           MOVE 'N' TO WS-ON-MASTER-SW.
           MOVE 'N' TO WS-ON-SNAPSHOT-SW.
           MOVE 'N' TO WS-COST-SET-SW.
           MOVE 'N' TO WS-HISTORY-BREAK-SW.
           MOVE SPACES TO WS-ITEM-DESCRIPTION.
           MOVE ZERO TO WS-CURRENT-QTY.
           MOVE ZERO TO WS-CURRENT-COST.
           MOVE ZERO TO WS-REBUILT-QTY.
           MOVE ZERO TO WS-REBUILT-COST.
           MOVE ZERO TO WS-ITEM-RECORD-COUNT.
           MOVE ZERO TO WS-LOC-COUNT.
           PERFORM 2250-CLEAR-LOC-ENTRY THRU 2250-EXIT
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-LIMIT.
       2200-EXIT.
           EXIT.

       2250-CLEAR-LOC-ENTRY.
           MOVE SPACES TO WS-LT-LOCATION-CODE (WS-LOC-SUB).
           MOVE ZERO TO WS-LT-CURRENT-QTY (WS-LOC-SUB).
           MOVE ZERO TO WS-LT-REBUILT-QTY (WS-LOC-SUB).
       2250-EXIT.
           EXIT.

       2300-TAKE-MASTER.
           SET WS-ON-MASTER TO TRUE.
           MOVE IM-ITEM-DESCRIPTION TO WS-ITEM-DESCRIPTION.
           MOVE IM-QUANTITY-ON-HAND TO WS-CURRENT-QTY.
           MOVE IM-UNIT-COST TO WS-CURRENT-COST.
           PERFORM 1850-READ-MASTER THRU 1850-EXIT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2350-LOAD-CURRENT-LOCATIONS -- POSITION INTO LOCBAL.DAT AT    *
      * THE ITEM'S FIRST LOCATION RECORD AND ENTER EACH ONE'S CURRENT *
      * BALANCE IN THE LOCATION TABLE UNTIL THE ITEM NUMBER CHANGES.  *
      *****************************************************************
       2350-LOAD-CURRENT-LOCATIONS.
           MOVE 'N' TO WS-LOC-SCAN-DONE-SW.
           MOVE WS-RCV-ITEM TO LB-ITEM-NUMBER.
           MOVE LOW-VALUES TO LB-LOCATION-CODE.
           START LOCATION-BALANCE
               KEY IS NOT < LB-BALANCE-KEY
               INVALID KEY
                   SET WS-LOC-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2360-READ-NEXT-LOCATION THRU 2360-EXIT
               UNTIL WS-LOC-SCAN-DONE.
       2350-EXIT.
           EXIT.

       2360-READ-NEXT-LOCATION.
           READ LOCATION-BALANCE NEXT RECORD
               AT END
                   SET WS-LOC-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-LOC-SCAN-DONE
               IF LB-ITEM-NUMBER NOT = WS-RCV-ITEM
                   SET WS-LOC-SCAN-DONE TO TRUE
               ELSE
                   MOVE LB-LOCATION-CODE TO WS-SEARCH-CODE
                   PERFORM 2500-FIND-LOCATION THRU 2500-EXIT
                   IF WS-LOC-FOUND
                       MOVE LB-QUANTITY-ON-HAND
                           TO WS-LT-CURRENT-QTY (WS-LOC-HIT)
                   END-IF
               END-IF
           END-IF.
       2360-EXIT.
           EXIT.

      *****************************************************************
      * 2400-TAKE-SNAPSHOT -- START THE REBUILD FROM THE SNAPSHOT'S   *
      * ITEM QUANTITY AND UNIT COST, THEN READ ITS LOCATION RECORDS   *
      * INTO THE TABLE AS THE STARTING LOCATION BALANCES.  THE READ   *
      * THAT ENDS THE LOCATION RECORDS IS THE NEXT ITEM'S RECORD.  AN *
      * ITEM MISSING FROM THE CURRENT MASTER IS DESCRIBED FROM THE    *
      * SNAPSHOT.                                                     *
      *****************************************************************
       2400-TAKE-SNAPSHOT.
           SET WS-ON-SNAPSHOT TO TRUE.
           MOVE WS-SNAP-QTY TO WS-REBUILT-QTY.
           MOVE WS-SNAP-COST TO WS-REBUILT-COST.
           SET WS-COST-SET TO TRUE.
           IF NOT WS-ON-MASTER
               MOVE WS-SNAP-DESCRIPTION TO WS-ITEM-DESCRIPTION
           END-IF.
           MOVE 'N' TO WS-SNAP-READY-SW.
           PERFORM 2450-READ-SNAP-LOCATION THRU 2450-EXIT
               UNTIL WS-SNAP-RECORD-READY OR WS-EOF-SNAP.
       2400-EXIT.
           EXIT.

       2450-READ-SNAP-LOCATION.
           READ SNAPSHOT-FILE
               AT END
                   SET WS-EOF-SNAP TO TRUE
           END-READ.
           IF NOT WS-EOF-SNAP
               IF PE-ITEM-RECORD
                   PERFORM 1360-SAVE-SNAP-ITEM THRU 1360-EXIT
               ELSE
                   IF PE-ITEM-NUMBER = WS-RCV-ITEM
                       MOVE PE-LOCATION-CODE TO WS-SEARCH-CODE
                       PERFORM 2500-FIND-LOCATION THRU 2500-EXIT
                       IF WS-LOC-FOUND
                           ADD PE-QUANTITY-ON-HAND
                               TO WS-LT-REBUILT-QTY (WS-LOC-HIT)
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2450-EXIT.
           EXIT.

      *****************************************************************
      * 2500-FIND-LOCATION -- LOOK UP WS-SEARCH-CODE IN THE ITEM'S    *
      * LOCATION TABLE, ADDING IT IF IT IS NOT THERE YET.  ON RETURN  *
      * WS-LOC-HIT POINTS AT THE ENTRY.  A FULL TABLE LEAVES          *
      * WS-LOC-FOUND OFF.                                             *
      *****************************************************************
       2500-FIND-LOCATION.
           MOVE 'N' TO WS-LOC-FOUND-SW.
           MOVE ZERO TO WS-LOC-HIT.
           PERFORM 2550-MATCH-LOCATION THRU 2550-EXIT
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-COUNT.
           IF WS-LOC-HIT > ZERO
               SET WS-LOC-FOUND TO TRUE
           ELSE
               IF WS-LOC-COUNT < WS-LOC-LIMIT
                   ADD 1 TO WS-LOC-COUNT
                   MOVE WS-LOC-COUNT TO WS-LOC-HIT
                   MOVE WS-SEARCH-CODE
                       TO WS-LT-LOCATION-CODE (WS-LOC-HIT)
                   MOVE ZERO TO WS-LT-CURRENT-QTY (WS-LOC-HIT)
                   MOVE ZERO TO WS-LT-REBUILT-QTY (WS-LOC-HIT)
                   SET WS-LOC-FOUND TO TRUE
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

       2550-MATCH-LOCATION.
           IF WS-LT-LOCATION-CODE (WS-LOC-SUB) = WS-SEARCH-CODE
               MOVE WS-LOC-SUB TO WS-LOC-HIT
           END-IF.
       2550-EXIT.
           EXIT.

      *****************************************************************
      * 3000-REPLAY-AUDIT-RECORD -- APPLY ONE AUDIT RECORD TO THE     *
      * ITEM'S RUNNING BALANCES.  THE RECORD'S BEFORE QUANTITY MUST   *
      * EQUAL THE RUNNING BALANCE AT THE ITEM AND AT THE LOCATION;    *
      * EVERY DIFFERENCE IS PRINTED.  A PHYSICAL COUNT ADJUSTMENT     *
      * SETS THE BALANCE TO THE COUNT, EVERYTHING ELSE ADDS ITS       *
      * MOVEMENT.  AN ITEM WITH NO SNAPSHOT RECORD TAKES ITS STARTING *
      * COST FROM ITS FIRST RECORD'S COST BEFORE; THE COST AFTER OF   *
      * THE LAST RECORD REPLAYED IS THE REBUILT UNIT COST.  A RECORD  *
      * FROM BEFORE STOCK WAS HELD BY LOCATION (NO LOCATION CODE, OR  *
      * LOCATION FIGURES NOT NUMERIC) MOVES THE MAIN WAREHOUSE BY THE *
      * ITEM MOVEMENT.                                                *
      *****************************************************************
       3000-REPLAY-AUDIT-RECORD.
           ADD 1 TO WS-ITEM-RECORD-COUNT.
           IF NOT WS-COST-SET
               MOVE SA-UNIT-COST-BEFORE TO WS-REBUILT-COST
               SET WS-COST-SET TO TRUE
           END-IF.

           IF SA-QUANTITY-BEFORE NOT = WS-REBUILT-QTY
               MOVE SPACES TO WS-EL-LOCATION
               MOVE WS-REBUILT-QTY TO WS-EL-EXPECTED
               MOVE SA-QUANTITY-BEFORE TO WS-EL-FOUND
               MOVE 'ITEM BEFORE-QTY MISMATCH' TO WS-EL-MESSAGE
               PERFORM 3900-WRITE-MISMATCH THRU 3900-EXIT
           END-IF.
           IF SA-TRANS-TYPE = 'A'
               MOVE SA-QUANTITY-AFTER TO WS-REBUILT-QTY
           ELSE
               ADD SA-QUANTITY-APPLIED TO WS-REBUILT-QTY
           END-IF.

           IF SA-LOCATION-CODE = SPACES
               MOVE WS-MAIN-LOCATION TO WS-SEARCH-CODE
           ELSE
               MOVE SA-LOCATION-CODE TO WS-SEARCH-CODE
           END-IF.
           PERFORM 2500-FIND-LOCATION THRU 2500-EXIT.
           IF WS-LOC-FOUND
               IF SA-LOCATION-CODE NOT = SPACES
                 AND SA-LOC-QTY-BEFORE IS NUMERIC
                 AND SA-LOC-QTY-AFTER IS NUMERIC
                   PERFORM 3100-REPLAY-LOCATION THRU 3100-EXIT
               ELSE
                   ADD SA-QUANTITY-APPLIED
                       TO WS-LT-REBUILT-QTY (WS-LOC-HIT)
               END-IF
           ELSE
               MOVE WS-SEARCH-CODE TO WS-EL-LOCATION
               MOVE ZERO TO WS-EL-EXPECTED
               MOVE ZERO TO WS-EL-FOUND
               MOVE 'TOO MANY LOCATIONS FOR ITEM' TO WS-EL-MESSAGE
               PERFORM 3900-WRITE-MISMATCH THRU 3900-EXIT
           END-IF.

           MOVE SA-UNIT-COST-AFTER TO WS-REBUILT-COST.
           PERFORM 1810-READ-SORTED THRU 1810-EXIT.
       3000-EXIT.
           EXIT.

       3100-REPLAY-LOCATION.
           IF SA-LOC-QTY-BEFORE NOT = WS-LT-REBUILT-QTY (WS-LOC-HIT)
               MOVE WS-SEARCH-CODE TO WS-EL-LOCATION
               MOVE WS-LT-REBUILT-QTY (WS-LOC-HIT) TO WS-EL-EXPECTED
               MOVE SA-LOC-QTY-BEFORE TO WS-EL-FOUND
               MOVE 'LOCATION BEFORE-QTY MISMATCH' TO WS-EL-MESSAGE
               PERFORM 3900-WRITE-MISMATCH THRU 3900-EXIT
           END-IF.
           IF SA-TRANS-TYPE = 'A'
               MOVE SA-LOC-QTY-AFTER TO WS-LT-REBUILT-QTY (WS-LOC-HIT)
           ELSE
               COMPUTE WS-LT-REBUILT-QTY (WS-LOC-HIT) =
                   WS-LT-REBUILT-QTY (WS-LOC-HIT)
                   + SA-LOC-QTY-AFTER - SA-LOC-QTY-BEFORE
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3900-WRITE-MISMATCH -- PRINT ONE HISTORY EXCEPTION AGAINST    *
      * THE AUDIT RECORD BEING REPLAYED.  THE CALLER HAS SET THE      *
      * LOCATION, THE EXPECTED AND FOUND FIGURES, AND THE MESSAGE.    *
      *****************************************************************
       3900-WRITE-MISMATCH.
           MOVE SA-POSTING-POSITION TO WS-EL-POSITION.
           MOVE SA-ITEM-NUMBER TO WS-EL-ITEM-NUMBER.
           MOVE SA-TRANS-DATE TO WS-EL-TRANS-DATE.
           MOVE SA-SEQUENCE-NUMBER TO WS-EL-SEQUENCE.
           MOVE SA-TRANS-TYPE TO WS-EL-TRANS-TYPE.
           MOVE SPACES TO RECOVERY-RPT-RECORD.
           MOVE ' ' TO RR-CARRIAGE-CONTROL.
           MOVE WS-EXCEPTION-LINE TO RR-REPORT-TEXT.
           WRITE RECOVERY-RPT-RECORD.
           ADD 1 TO WS-MISMATCH-COUNT.
           SET WS-HISTORY-BROKEN TO TRUE.
       3900-EXIT.
           EXIT.

      *****************************************************************
      * 4000-FINISH-ITEM -- PROVE THE REBUILT LOCATION BALANCES ROLL  *
      * UP TO THE REBUILT ITEM QUANTITY, PRINT THE ITEM LINE AND ONE  *
      * LINE PER LOCATION (CURRENT BESIDE REBUILT), AND WRITE THE     *
      * REBUILT FIGURES TO RCVBAL.                                    *
      *****************************************************************
       4000-FINISH-ITEM.
           MOVE ZERO TO WS-LOC-ROLLUP.
           PERFORM 4050-ADD-LOCATION-BALANCE THRU 4050-EXIT
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-COUNT.
           IF WS-REBUILT-QTY < ZERO
               SET WS-HISTORY-BROKEN TO TRUE
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-RCV-ITEM TO WS-DL-ITEM-NUMBER.
           MOVE WS-ITEM-DESCRIPTION TO WS-DL-DESCRIPTION.
           IF WS-ON-MASTER
               MOVE WS-CURRENT-QTY TO WS-DL-CURRENT-QTY
               MOVE WS-CURRENT-COST TO WS-DL-CURRENT-COST
           END-IF.
           MOVE WS-REBUILT-QTY TO WS-DL-REBUILT-QTY.
           MOVE WS-REBUILT-COST TO WS-DL-REBUILT-COST.
           MOVE WS-ITEM-RECORD-COUNT TO WS-DL-RECORD-COUNT.
           IF WS-ON-MASTER
             AND (WS-CURRENT-QTY NOT = WS-REBUILT-QTY
               OR WS-CURRENT-COST NOT = WS-REBUILT-COST)
               ADD 1 TO WS-DIFFER-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-ON-MASTER
                   MOVE 'NOT ON MASTER - NOT RESTORED' TO WS-DL-FLAG
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
               WHEN WS-HISTORY-BROKEN
                   MOVE 'HISTORY BREAK ON ITEM' TO WS-DL-FLAG
               WHEN WS-LOC-ROLLUP NOT = WS-REBUILT-QTY
                   MOVE 'LOCATIONS DO NOT ROLL UP' TO WS-DL-FLAG
               WHEN WS-CURRENT-QTY NOT = WS-REBUILT-QTY
                 OR WS-CURRENT-COST NOT = WS-REBUILT-COST
                   MOVE 'REBUILT DIFFERS FROM FILE' TO WS-DL-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-DL-FLAG
           END-EVALUATE.
           IF WS-LOC-ROLLUP NOT = WS-REBUILT-QTY
               ADD 1 TO WS-ROLLUP-FAIL-COUNT
           END-IF.
           MOVE SPACES TO RECOVERY-RPT-RECORD.
           MOVE ' ' TO RR-CARRIAGE-CONTROL.
           MOVE WS-DETAIL-LINE TO RR-REPORT-TEXT.
           WRITE RECOVERY-RPT-RECORD.

           PERFORM 4200-WRITE-REBUILT-ITEM THRU 4200-EXIT.
           PERFORM 4100-WRITE-LOCATION-LINE THRU 4100-EXIT
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-COUNT.
           ADD 1 TO WS-ITEM-COUNT.
       4000-EXIT.
           EXIT.

       4050-ADD-LOCATION-BALANCE.
           ADD WS-LT-REBUILT-QTY (WS-LOC-SUB) TO WS-LOC-ROLLUP.
       4050-EXIT.
           EXIT.

       4100-WRITE-LOCATION-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-RCV-ITEM TO WS-DL-ITEM-NUMBER.
           MOVE WS-LT-LOCATION-CODE (WS-LOC-SUB) TO WS-DL-LOCATION.
           MOVE WS-LT-CURRENT-QTY (WS-LOC-SUB) TO WS-DL-CURRENT-QTY.
           MOVE WS-LT-REBUILT-QTY (WS-LOC-SUB) TO WS-DL-REBUILT-QTY.
           IF WS-LT-CURRENT-QTY (WS-LOC-SUB)
                   NOT = WS-LT-REBUILT-QTY (WS-LOC-SUB)
               MOVE 'REBUILT DIFFERS FROM FILE' TO WS-DL-FLAG
           END-IF.
           MOVE SPACES TO RECOVERY-RPT-RECORD.
           MOVE ' ' TO RR-CARRIAGE-CONTROL.
           MOVE WS-DETAIL-LINE TO RR-REPORT-TEXT.
           WRITE RECOVERY-RPT-RECORD.
           PERFORM 4300-WRITE-REBUILT-LOCATION THRU 4300-EXIT.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 4200-WRITE-REBUILT-ITEM / 4300-WRITE-REBUILT-LOCATION -- THE  *
      * REBUILT FIGURES IN SNAPSHOT LAYOUT, DATED WITH THE RUN DATE.  *
      * A BALANCE THAT REPLAYED BELOW ZERO (ONLY POSSIBLE WITH A      *
      * BROKEN HISTORY, ALREADY FLAGGED) IS WRITTEN AS ZERO.          *
      *****************************************************************
       4200-WRITE-REBUILT-ITEM.
           MOVE SPACES TO REBUILT-BALANCE-RECORD.
           SET RB-ITEM-RECORD TO TRUE.
           MOVE WS-RUN-DATE TO RB-PERIOD-END-DATE.
           MOVE WS-RCV-ITEM TO RB-ITEM-NUMBER.
           MOVE SPACES TO RB-LOCATION-CODE.
           IF WS-REBUILT-QTY < ZERO
               MOVE ZERO TO RB-QUANTITY-ON-HAND
           ELSE
               MOVE WS-REBUILT-QTY TO RB-QUANTITY-ON-HAND
           END-IF.
           MOVE WS-REBUILT-COST TO RB-UNIT-COST.
           MOVE WS-ITEM-DESCRIPTION TO RB-ITEM-DESCRIPTION.
           WRITE REBUILT-BALANCE-RECORD.
       4200-EXIT.
           EXIT.

       4300-WRITE-REBUILT-LOCATION.
           MOVE SPACES TO REBUILT-BALANCE-RECORD.
           SET RB-LOCATION-RECORD TO TRUE.
           MOVE WS-RUN-DATE TO RB-PERIOD-END-DATE.
           MOVE WS-RCV-ITEM TO RB-ITEM-NUMBER.
           MOVE WS-LT-LOCATION-CODE (WS-LOC-SUB) TO RB-LOCATION-CODE.
           IF WS-LT-REBUILT-QTY (WS-LOC-SUB) < ZERO
               MOVE ZERO TO RB-QUANTITY-ON-HAND
           ELSE
               MOVE WS-LT-REBUILT-QTY (WS-LOC-SUB)
                   TO RB-QUANTITY-ON-HAND
           END-IF.
           MOVE WS-REBUILT-COST TO RB-UNIT-COST.
           MOVE SPACES TO RB-ITEM-DESCRIPTION.
           WRITE REBUILT-BALANCE-RECORD.
       4300-EXIT.
           EXIT.

       5000-CLOSE-REPLAY-FILES.
           IF WS-LOCBAL-PRESENT
               CLOSE LOCATION-BALANCE
           END-IF.
           CLOSE SNAPSHOT-FILE
                 SORTED-AUDIT-FILE
                 INVENTORY-MASTER
                 REBUILT-BALANCE-FILE.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 6000-DECIDE-UPDATE -- A PROOF RUN STOPS HERE.  AN UPDATE RUN  *
      * WRITES THE REBUILT FIGURES BACK ONLY WHEN THE HISTORY PROVED  *
      * CLEAN -- NO SEQUENCE BREAK, NO BEFORE-QUANTITY MISMATCH, AND  *
      * EVERY ITEM ROLLING UP -- UNLESS THE CARD ASKED FOR OVERRIDE.  *
      *****************************************************************
       6000-DECIDE-UPDATE.
           COMPUTE WS-EXCEPTION-TOTAL = WS-SEQUENCE-BREAK-COUNT
               + WS-MISMATCH-COUNT + WS-ROLLUP-FAIL-COUNT.
           EVALUATE TRUE
               WHEN NOT WS-UPDATE-MODE
                   MOVE 'PROOF ONLY - FILES NOT UPDATED'
                       TO WS-UPDATE-RESULT
               WHEN WS-EXCEPTION-TOTAL = ZERO
                   PERFORM 6100-UPDATE-FILES THRU 6100-EXIT
                   MOVE 'FILES UPDATED' TO WS-UPDATE-RESULT
               WHEN WS-OVERRIDE-MODE
                   PERFORM 6100-UPDATE-FILES THRU 6100-EXIT
                   MOVE 'FILES UPDATED UNDER OVERRIDE'
                       TO WS-UPDATE-RESULT
               WHEN OTHER
                   MOVE 'NOT UPDATED - HISTORY BREAKS'
                       TO WS-UPDATE-RESULT
           END-EVALUATE.
           IF WS-RESTORE-FAIL-COUNT > ZERO
               MOVE 'UPDATED - REWRITES/ADDS FAILED'
                   TO WS-UPDATE-RESULT
           END-IF.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 6100-UPDATE-FILES -- READ THE REBUILT FIGURES BACK AND APPLY  *
      * THEM.  IF LOCBAL.DAT DOES NOT EXIST (THE DAMAGED FILE WAS     *
      * DELETED), CREATE IT FIRST.                                    *
      *****************************************************************
       6100-UPDATE-FILES.
           OPEN INPUT REBUILT-BALANCE-FILE.
           OPEN I-O INVENTORY-MASTER.
           IF NOT WS-MASTER-FILE-STATUS = '00'
               DISPLAY 'INVRCOV: INVENTORY-MASTER OPEN FOR UPDATE '
                   'FAILED, FILE STATUS = ' WS-MASTER-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O LOCATION-BALANCE.
           IF WS-LOCBAL-FILE-STATUS = '35'
               OPEN OUTPUT LOCATION-BALANCE
               CLOSE LOCATION-BALANCE
               OPEN I-O LOCATION-BALANCE
           END-IF.
           PERFORM 6150-READ-REBUILT THRU 6150-EXIT.
           PERFORM 6200-APPLY-REBUILT-RECORD THRU 6200-EXIT
               UNTIL WS-EOF-REBUILT.
           CLOSE REBUILT-BALANCE-FILE
                 INVENTORY-MASTER
                 LOCATION-BALANCE.
       6100-EXIT.
           EXIT.

       6150-READ-REBUILT.
           READ REBUILT-BALANCE-FILE
               AT END
                   SET WS-EOF-REBUILT TO TRUE
           END-READ.
       6150-EXIT.
           EXIT.

       6200-APPLY-REBUILT-RECORD.
           IF RB-ITEM-RECORD
               PERFORM 6300-RESTORE-MASTER THRU 6300-EXIT
           ELSE
               IF WS-RESTORE-ITEM
                   PERFORM 6400-RESTORE-LOCATION THRU 6400-EXIT
               END-IF
           END-IF.
           PERFORM 6150-READ-REBUILT THRU 6150-EXIT.
       6200-EXIT.
           EXIT.

      *****************************************************************
      * 6300-RESTORE-MASTER -- REWRITE THE ITEM'S ON-HAND QUANTITY    *
      * AND UNIT COST; EVERY OTHER FIELD STAYS AS THE CURRENT MASTER  *
      * HAS IT.  AN ITEM NOT ON THE MASTER, AND ITS LOCATIONS, ARE    *
      * SKIPPED, AS ARE THE LOCATIONS OF AN ITEM WHOSE REWRITE FAILED *
      * (THE FAILURE IS DISPLAYED AND COUNTED).                       *
      *****************************************************************
       6300-RESTORE-MASTER.
           MOVE RB-ITEM-NUMBER TO IM-ITEM-NUMBER.
           READ INVENTORY-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-RESTORE-ITEM-SW
               NOT INVALID KEY
                   SET WS-RESTORE-ITEM TO TRUE
           END-READ.
           IF WS-RESTORE-ITEM
               MOVE RB-QUANTITY-ON-HAND TO IM-QUANTITY-ON-HAND
               MOVE RB-UNIT-COST TO IM-UNIT-COST
               REWRITE INVENTORY-COPYBOOK-RECORD
                   INVALID KEY
                       DISPLAY 'INVRCOV: INVENTORY-MASTER REWRITE '
                           'FAILED, ITEM = ' IM-ITEM-NUMBER
                           ' FILE STATUS = ' WS-MASTER-FILE-STATUS
                       ADD 1 TO WS-RESTORE-FAIL-COUNT
                       MOVE 'N' TO WS-RESTORE-ITEM-SW
                   NOT INVALID KEY
                       ADD 1 TO WS-MASTER-REWRITE-COUNT
               END-REWRITE
           END-IF.
       6300-EXIT.
           EXIT.

      *****************************************************************
      * 6400-RESTORE-LOCATION -- REWRITE THE LOCATION'S ON-HAND       *
      * QUANTITY, LEAVING ITS ALLOCATED QUANTITY ALONE, OR ADD THE    *
      * LOCATION BALANCE IF IT IS NO LONGER ON FILE.  A REWRITE OR    *
      * ADD THAT FAILS IS DISPLAYED AND COUNTED.                      *
      *****************************************************************
       6400-RESTORE-LOCATION.
           MOVE RB-ITEM-NUMBER TO LB-ITEM-NUMBER.
           MOVE RB-LOCATION-CODE TO LB-LOCATION-CODE.
           READ LOCATION-BALANCE
               INVALID KEY
                   MOVE SPACES TO LOCATION-BALANCE-COPYBOOK-RECORD
                   MOVE RB-ITEM-NUMBER TO LB-ITEM-NUMBER
                   MOVE RB-LOCATION-CODE TO LB-LOCATION-CODE
                   MOVE RB-QUANTITY-ON-HAND TO LB-QUANTITY-ON-HAND
                   MOVE ZERO TO LB-QUANTITY-ALLOCATED
                   WRITE LOCATION-BALANCE-COPYBOOK-RECORD
                       INVALID KEY
                           DISPLAY 'INVRCOV: LOCATION-BALANCE WRITE '
                               'FAILED, ITEM = ' LB-ITEM-NUMBER
                               ' LOCATION = ' LB-LOCATION-CODE
                               ' FILE STATUS = ' WS-LOCBAL-FILE-STATUS
                           ADD 1 TO WS-RESTORE-FAIL-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-LOC-ADD-COUNT
                   END-WRITE
               NOT INVALID KEY
                   MOVE RB-QUANTITY-ON-HAND TO LB-QUANTITY-ON-HAND
                   REWRITE LOCATION-BALANCE-COPYBOOK-RECORD
                       INVALID KEY
                           DISPLAY 'INVRCOV: LOCATION-BALANCE REWRITE '
                               'FAILED, ITEM = ' LB-ITEM-NUMBER
                               ' LOCATION = ' LB-LOCATION-CODE
                               ' FILE STATUS = ' WS-LOCBAL-FILE-STATUS
                           ADD 1 TO WS-RESTORE-FAIL-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-LOC-REWRITE-COUNT
                   END-REWRITE
           END-READ.
       6400-EXIT.
           EXIT.

      *****************************************************************
      * 8000-TERMINATE -- PRINT THE RUN TOTALS, THE EXCEPTION COUNTS, *
      * AND WHAT BECAME OF THE FILES, AND CLOSE THE REPORT.           *
      *****************************************************************
       8000-TERMINATE.
           MOVE SPACES TO RECOVERY-RPT-RECORD.
           MOVE '1' TO RR-CARRIAGE-CONTROL.
           WRITE RECOVERY-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ARCHIVE RECORDS READ          ' TO WS-SL-CAPTION.
           MOVE WS-ARCHIVE-READ-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'LIVE LOG RECORDS READ         ' TO WS-SL-CAPTION.
           MOVE WS-LOG-READ-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'RECORDS OUTSIDE REPLAY WINDOW ' TO WS-SL-CAPTION.
           MOVE WS-OUTSIDE-WINDOW-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'RECORDS REPLAYED              ' TO WS-SL-CAPTION.
           MOVE WS-SELECTED-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'RUN STARTS LISTED             ' TO WS-SL-CAPTION.
           MOVE WS-RUN-START-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'SEQUENCE BREAKS               ' TO WS-SL-CAPTION.
           MOVE WS-SEQUENCE-BREAK-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE '  SEQUENCE NUMBERS MISSING    ' TO WS-SL-CAPTION.
           MOVE WS-MISSING-SEQ-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE '  SEQUENCE NUMBERS DUPLICATED ' TO WS-SL-CAPTION.
           MOVE WS-DUPLICATE-SEQ-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'BEFORE-QUANTITY MISMATCHES    ' TO WS-SL-CAPTION.
           MOVE WS-MISMATCH-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ITEMS NOT ROLLING UP          ' TO WS-SL-CAPTION.
           MOVE WS-ROLLUP-FAIL-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ITEMS REPORTED                ' TO WS-SL-CAPTION.
           MOVE WS-ITEM-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ITEMS REBUILT DIFFERENTLY     ' TO WS-SL-CAPTION.
           MOVE WS-DIFFER-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ITEMS NOT ON MASTER           ' TO WS-SL-CAPTION.
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'MASTER RECORDS REWRITTEN      ' TO WS-SL-CAPTION.
           MOVE WS-MASTER-REWRITE-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'LOCATION RECORDS REWRITTEN    ' TO WS-SL-CAPTION.
           MOVE WS-LOC-REWRITE-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'LOCATION RECORDS ADDED        ' TO WS-SL-CAPTION.
           MOVE WS-LOC-ADD-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'REWRITES/ADDS FAILED          ' TO WS-SL-CAPTION.
           MOVE WS-RESTORE-FAIL-COUNT TO WS-SL-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.

           MOVE WS-UPDATE-RESULT TO WS-RS-RESULT.
           MOVE SPACES TO RECOVERY-RPT-RECORD.
           MOVE ' ' TO RR-CARRIAGE-CONTROL.
           MOVE WS-RESULT-LINE TO RR-REPORT-TEXT.
           WRITE RECOVERY-RPT-RECORD.

           CLOSE RECOVERY-RPT.
       8000-EXIT.
           EXIT.

       8100-WRITE-SUMMARY-LINE.
           MOVE SPACES TO RECOVERY-RPT-RECORD.
           MOVE ' ' TO RR-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO RR-REPORT-TEXT.
           WRITE RECOVERY-RPT-RECORD.
       8100-EXIT.
           EXIT.
