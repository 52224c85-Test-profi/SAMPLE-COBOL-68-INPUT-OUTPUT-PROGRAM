       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVAUCV.
       AUTHOR. J. HALVORSEN.
       INSTALLATION. DISTRIBUTION CENTER DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      * 2026-10-15  JH  INITIAL VERSION.  ONE-TIME CONVERSION OF THE  *
      *                 AUDIT LOG AND ITS ARCHIVES FROM THE 80-BYTE   *
      *                 RECORD TO THE 120-BYTE RECORD THAT CARRIES    *
      *                 THE LOT, RETURN-TO-VENDOR PURCHASE ORDER AND  *
      *                 KIT BUILD FIELDS.                             *
      * 2026-10-15  JH  LOCATION QUANTITY FIELDS THAT ARE NOT NUMERIC *
      *                 (RECORDS FROM BEFORE STOCK WAS HELD BY        *
      *                 LOCATION) ARE NOW CARRIED ACROSS AS THEY ARE  *
      *                 INSTEAD OF AS ZERO, SO READERS CAN STILL TELL *
      *                 THOSE RECORDS APART.                          *
      *****************************************************************
      *
      *    THIS PROGRAM COPIES ONE 80-BYTE AUDIT FILE -- THE LIVE
      *    AUDITLOG.DAT OR ONE DATED AUDARCH ARCHIVE GENERATION --
      *    RECORD FOR RECORD INTO THE 120-BYTE AUDITLGC LAYOUT.
      *    EVERY FIELD OF THE OLD RECORD IS CARRIED ACROSS UNCHANGED
      *    (UNIT COST FIELDS THAT ARE NOT NUMERIC ARE CARRIED AS ZERO,
      *    AS INVAUDL DOES; LOCATION QUANTITY FIELDS THAT ARE NOT
      *    NUMERIC -- A RECORD FROM BEFORE STOCK WAS HELD BY LOCATION --
      *    STAY BLANK, AS INVRCOV AND THE OTHER READERS EXPECT), THE LOT
      *    NUMBER AND LOT EXPIRY DATE ARE SET TO SPACES, AND THE
      *    PURCHASE ORDER NUMBER, KIT ITEM NUMBER AND BUILD LINK ARE
      *    SET TO ZERO -- EXACTLY WHAT THE POSTING PROGRAMS WRITE ON
      *    A RECORD THAT HAS NO LOT, NO RETURN AND NO KIT BUILD.  THE
      *    CONTROL REPORT PROVES RECORDS WRITTEN EQUALS RECORDS READ.
      *
      *    AUDITIX.DAT IS NOT CONVERTED IN PLACE.  INVAUDL OPENS IT
      *    OUTPUT AND REBUILDS IT FROM AUDITLOG.DAT ON EVERY RUN, SO
      *    RUNNING THE NEW INVAUDL AGAINST THE CONVERTED LOG
      *    REBUILDS THE WHOLE KEYED FILE IN THE 120-BYTE AUDIXC
      *    LAYOUT WITH THE SAME BLANK AND ZERO NEW FIELDS.
      *
      *    CUT-OVER ORDER.  EVERY STEP MUST COMPLETE BEFORE THE NEXT:
      *
      *    1.  LET THE LAST NIGHTLY STREAM ON THE OLD PROGRAMS RUN TO
      *        COMPLETION.  NOTHING MAY OPEN AUDITLOG.DAT EXTEND
      *        BETWEEN HERE AND STEP 6.
      *    2.  BACK UP AUDITLOG.DAT, AUDITIX.DAT AND EVERY AUDARCH
      *        ARCHIVE GENERATION STILL HELD.
      *    3.  RUN INVAUCV WITH AUDOLD POINTED AT AUDITLOG.DAT AND
      *        AUDNEW AT A NEW DATASET.  WHEN THE CONTROL REPORT
      *        PRINTS IN BALANCE, RENAME THE NEW DATASET INTO PLACE
      *        AS AUDITLOG.DAT.
      *    4.  RUN INVAUCV ONCE FOR EACH AUDARCH GENERATION THE SAME
      *        WAY, SO INVRCOV CAN STILL ROLL FORWARD FROM IT AND
      *        INVAUDL CAN STILL LOAD IT FOR INVAUDR.  A GENERATION
      *        CONVERTED TWICE IS RUINED -- RESTORE IT FROM THE
      *        STEP 2 BACKUP.
      *    5.  INSTALL THE NEW LOAD MODULES, THEN RUN INVAUDL AGAINST
      *        THE CONVERTED AUDITLOG.DAT TO REBUILD AUDITIX.DAT.
      *    6.  RESUME THE NIGHTLY STREAM.  THE FIRST INVUPDT OR
      *        INVBREL OF THE NEW RELEASE APPENDS 120-BYTE RECORDS
      *        AND MUST NOT RUN AGAINST AN UNCONVERTED LOG.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-OLD-FILE    ASSIGN TO AUDOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-OLD-FILE-STATUS.
           SELECT AUDIT-LOG-FILE    ASSIGN TO AUDNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-FILE-STATUS.
           SELECT CONVERT-RPT       ASSIGN TO AUCVRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * THE 80-BYTE AUDIT RECORD AS WRITTEN BEFORE THE LOT, PURCHASE  *
      * ORDER AND KIT FIELDS WERE ADDED.                              *
      *****************************************************************
       FD  AUDIT-OLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-OLD-RECORD.
           05  OA-ITEM-NUMBER          PIC 9(6).
           05  OA-TRANS-TYPE           PIC X(1).
           05  OA-TRANS-DATE           PIC X(10).
           05  OA-QUANTITY-BEFORE      PIC 9(7).
           05  OA-QUANTITY-AFTER       PIC 9(7).
           05  OA-QUANTITY-APPLIED     PIC S9(7).
           05  OA-SEQUENCE-NUMBER      PIC 9(9).
           05  OA-UNIT-COST-BEFORE     PIC 9(5)V99.
           05  OA-UNIT-COST-AFTER      PIC 9(5)V99.
           05  OA-LOCATION-CODE        PIC X(3).
           05  OA-LOC-QTY-BEFORE       PIC 9(7).
           05  OA-LOC-QTY-AFTER        PIC 9(7).
           05  FILLER                  PIC X(2).

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY AUDITLGC.

       FD  CONVERT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONVERT-RPT-RECORD.
           05  CV-CARRIAGE-CONTROL     PIC X(1).
           05  CV-REPORT-TEXT          PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-AUDIT-OLD-FILE-STATUS PIC X(2)  VALUE SPACES.
       77  WS-AUDIT-LOG-FILE-STATUS PIC X(2)  VALUE SPACES.
       77  WS-EOF-OLD-SW           PIC X(1)   VALUE 'N'.
           88  WS-EOF-OLD                     VALUE 'Y'.

       77  WS-READ-COUNT           PIC 9(9)   VALUE ZERO.
       77  WS-WRITTEN-COUNT        PIC 9(9)   VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(30)
               VALUE 'AUDIT RECORD CONVERSION REPORT'.
           05  FILLER                  PIC X(102) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION           PIC X(30).
           05  WS-SL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91)  VALUE SPACES.

       01  WS-BALANCE-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'CONTROL BALANCE               '.
           05  WS-BA-RESULT            PIC X(14).
           05  FILLER                  PIC X(88)  VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- CONTROLS THE OVERALL CONVERSION RUN.         *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CONVERT-RECORD THRU 2000-EXIT
               UNTIL WS-EOF-OLD.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE -- OPEN FILES, PRINT HEADINGS, PRIME THE      *
      * READ.                                                         *
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT AUDIT-OLD-FILE.
           PERFORM 1050-VERIFY-OLD-OPEN THRU 1050-EXIT.
           OPEN OUTPUT AUDIT-LOG-FILE.
           IF NOT WS-AUDIT-LOG-FILE-STATUS = '00'
               DISPLAY 'INVAUCV: AUDIT-LOG-FILE OPEN FAILED, '
                   'FILE STATUS = ' WS-AUDIT-LOG-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT CONVERT-RPT.
           PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
           PERFORM 1200-READ-OLD-RECORD THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-VERIFY-OLD-OPEN -- CONFIRM THE 80-BYTE FILE OPENED       *
      * SUCCESSFULLY.  IF NOT, STOP RATHER THAN WRITE AN EMPTY FILE   *
      * THAT COULD BE RENAMED OVER A GOOD ONE.                        *
      *****************************************************************
       1050-VERIFY-OLD-OPEN.
           IF NOT WS-AUDIT-OLD-FILE-STATUS = '00'
               DISPLAY 'INVAUCV: AUDIT-OLD-FILE OPEN FAILED, '
                   'FILE STATUS = ' WS-AUDIT-OLD-FILE-STATUS
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

       1100-WRITE-HEADINGS.
           MOVE SPACES TO CONVERT-RPT-RECORD.
           MOVE '1' TO CV-CARRIAGE-CONTROL.
           MOVE WS-HEADING-1 TO CV-REPORT-TEXT.
           WRITE CONVERT-RPT-RECORD.
       1100-EXIT.
           EXIT.

       1200-READ-OLD-RECORD.
           READ AUDIT-OLD-FILE
               AT END
                   SET WS-EOF-OLD TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 2000-CONVERT-RECORD -- CARRY THE CURRENT 80-BYTE RECORD'S     *
      * FIELDS TO THE 120-BYTE LAYOUT, BLANK OR ZERO THE NEW FIELDS,  *
      * AND WRITE IT.                                                 *
      *****************************************************************
       2000-CONVERT-RECORD.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO AUDIT-LOG-COPYBOOK-RECORD.
           MOVE OA-ITEM-NUMBER TO AL-ITEM-NUMBER.
           MOVE OA-TRANS-TYPE TO AL-TRANS-TYPE.
           MOVE OA-TRANS-DATE TO AL-TRANS-DATE.
           MOVE OA-QUANTITY-BEFORE TO AL-QUANTITY-BEFORE.
           MOVE OA-QUANTITY-AFTER TO AL-QUANTITY-AFTER.
           MOVE OA-QUANTITY-APPLIED TO AL-QUANTITY-APPLIED.
           MOVE OA-SEQUENCE-NUMBER TO AL-SEQUENCE-NUMBER.
           IF OA-UNIT-COST-BEFORE IS NUMERIC
               MOVE OA-UNIT-COST-BEFORE TO AL-UNIT-COST-BEFORE
           ELSE
               MOVE ZERO TO AL-UNIT-COST-BEFORE
           END-IF.
           IF OA-UNIT-COST-AFTER IS NUMERIC
               MOVE OA-UNIT-COST-AFTER TO AL-UNIT-COST-AFTER
           ELSE
               MOVE ZERO TO AL-UNIT-COST-AFTER
           END-IF.
           MOVE OA-LOCATION-CODE TO AL-LOCATION-CODE.
           IF OA-LOC-QTY-BEFORE IS NUMERIC
               MOVE OA-LOC-QTY-BEFORE TO AL-LOC-QTY-BEFORE
           END-IF.
           IF OA-LOC-QTY-AFTER IS NUMERIC
               MOVE OA-LOC-QTY-AFTER TO AL-LOC-QTY-AFTER
           END-IF.
           MOVE SPACES TO AL-LOT-NUMBER.
           MOVE SPACES TO AL-LOT-EXPIRY-DATE.
           MOVE ZERO TO AL-PO-NUMBER.
           MOVE ZERO TO AL-KIT-ITEM-NUMBER.
           MOVE ZERO TO AL-BUILD-LINK.
           WRITE AUDIT-LOG-COPYBOOK-RECORD.
           IF WS-AUDIT-LOG-FILE-STATUS = '00'
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.
           PERFORM 1200-READ-OLD-RECORD THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 8000-TERMINATE -- PRINT THE CONTROL TOTALS, PROVE RECORDS     *
      * WRITTEN BALANCES BACK TO RECORDS READ, AND CLOSE FILES.       *
      *****************************************************************
       8000-TERMINATE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE '80-BYTE RECORDS READ          ' TO WS-SL-CAPTION.
           MOVE WS-READ-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO CONVERT-RPT-RECORD.
           MOVE ' ' TO CV-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO CV-REPORT-TEXT.
           WRITE CONVERT-RPT-RECORD.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE '120-BYTE RECORDS WRITTEN      ' TO WS-SL-CAPTION.
           MOVE WS-WRITTEN-COUNT TO WS-SL-COUNT.
           MOVE SPACES TO CONVERT-RPT-RECORD.
           MOVE ' ' TO CV-CARRIAGE-CONTROL.
           MOVE WS-SUMMARY-LINE TO CV-REPORT-TEXT.
           WRITE CONVERT-RPT-RECORD.

           IF WS-WRITTEN-COUNT = WS-READ-COUNT
               MOVE 'IN BALANCE    ' TO WS-BA-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-BA-RESULT
           END-IF.
           MOVE SPACES TO CONVERT-RPT-RECORD.
           MOVE ' ' TO CV-CARRIAGE-CONTROL.
           MOVE WS-BALANCE-LINE TO CV-REPORT-TEXT.
           WRITE CONVERT-RPT-RECORD.

           CLOSE AUDIT-OLD-FILE
                 AUDIT-LOG-FILE
                 CONVERT-RPT.
       8000-EXIT.
           EXIT.
