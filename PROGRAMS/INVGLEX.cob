      *                 WRITES ITS OWN START AND END RECORDS WITH THE *
      *                 POSTING AND JOURNAL-RECORD TOTALS FOR         *
      *                 INVOPSB.                                      *
      * 2026-10-15  JH  COST REVALUATIONS ('V', SEE INVUPDT) NOW      *
      *                 JOURNAL AGAINST THEIR OWN INVENTORY           *
      *                 REVALUATION ACCOUNT, 53000300, INSTEAD OF     *
      *                 FALLING THROUGH TO THE ADJUSTMENT ACCOUNT.    *
      *                 THE VALUE MOVED IS THE UNCHANGED ON-HAND      *
      *                 QUANTITY EXTENDED AT THE NEW COST LESS THE    *
      *                 OLD, THE SAME AFTER-LESS-BEFORE RULE EVERY    *
      *                 POSTING IS VALUED BY; A WRITE-UP DEBITS       *
      *                 INVENTORY AND A WRITE-DOWN CREDITS IT.  THE   *
      *                 PROOF REPORT SHOWS THE REVALUATION SHARE OF   *
      *                 THE NET INVENTORY MOVEMENT.                   *
      * 2026-10-15  JH  CUSTOMER RETURNS ('C') AND RETURNS TO VENDOR  *
      *                 ('D', SEE INVUPDT) NOW JOURNAL AGAINST THEIR  *
      *                 OWN OFFSET ACCOUNTS, 50020000 SALES RETURNS   *
      *                 COST AND 20020000 VENDOR DEBIT MEMOS          *
      *                 RECEIVABLE, AND THE PROOF REPORT SHOWS EACH   *
      *                 TYPE'S SHARE OF THE NET INVENTORY MOVEMENT.   *
      * 2026-10-15  JH  KIT BUILDS ('K', SEE INVUPDT) NOW JOURNAL     *
      *                 AGAINST THE KIT ASSEMBLY CLEARING ACCOUNT,    *
      *                 13000200: EACH COMPONENT CONSUMED CREDITS     *
      *                 INVENTORY AND DEBITS CLEARING, AND THE KITS   *
      *                 BUILT DEBIT INVENTORY AND CREDIT CLEARING.    *
      *                 THE KIT IS RECEIVED AT THE COMPONENTS' ROLLED *
      *                 UP COST, SO A BUILD IS A VALUE MOVE WITHIN    *
      *                 INVENTORY AND THE CLEARING ACCOUNT NETS TO    *
      *                 ZERO, LESS ANY ROUNDING IN THE KIT'S MOVING   *
      *                 AVERAGE.  THE PROOF REPORT SHOWS THE BUILDS'  *
      *                 NET SHARE OF THE INVENTORY MOVEMENT, WHICH IS *
      *                 WHAT IS LEFT IN CLEARING.                     *
      *****************************************************************
      *
      *    THIS PROGRAM SCANS AUDITLOG.DAT FRONT TO BACK (THE SAME
       77  WS-COGS-ACCOUNT         PIC X(8)   VALUE '50010000'.
       77  WS-ADJUSTMENT-ACCOUNT   PIC X(8)   VALUE '53000100'.
       77  WS-BO-RELEASE-ACCOUNT   PIC X(8)   VALUE '53000200'.
       77  WS-REVALUATION-ACCOUNT  PIC X(8)   VALUE '53000300'.
       77  WS-CUST-RETURN-ACCOUNT  PIC X(8)   VALUE '50020000'.
       77  WS-VENDOR-RETURN-ACCOUNT PIC X(8)  VALUE '20020000'.
       77  WS-KIT-CLEARING-ACCOUNT PIC X(8)   VALUE '13000200'.

       77  WS-RECORDS-READ-COUNT   PIC 9(9)   VALUE ZERO.
       77  WS-SELECTED-COUNT       PIC 9(7)   VALUE ZERO.
       77  WS-TOTAL-DEBITS         PIC 9(13)V99 VALUE ZERO.
       77  WS-TOTAL-CREDITS        PIC 9(13)V99 VALUE ZERO.
       77  WS-NET-INV-MOVEMENT     PIC S9(13)V99 VALUE ZERO.
       77  WS-NET-REVAL-MOVEMENT   PIC S9(13)V99 VALUE ZERO.
       77  WS-NET-CRTN-MOVEMENT    PIC S9(13)V99 VALUE ZERO.
       77  WS-NET-VRTN-MOVEMENT    PIC S9(13)V99 VALUE ZERO.
       77  WS-NET-KIT-MOVEMENT     PIC S9(13)V99 VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CD-YEAR              PIC 9(4).
               ADD 1 TO WS-ZERO-VALUE-COUNT
           ELSE
               ADD WS-VALUE-MOVEMENT TO WS-NET-INV-MOVEMENT
               EVALUATE AL-TRANS-TYPE
                   WHEN 'V'
                       ADD WS-VALUE-MOVEMENT TO WS-NET-REVAL-MOVEMENT
                   WHEN 'C'
                       ADD WS-VALUE-MOVEMENT TO WS-NET-CRTN-MOVEMENT
                   WHEN 'D'
                       ADD WS-VALUE-MOVEMENT TO WS-NET-VRTN-MOVEMENT
                   WHEN 'K'
                       ADD WS-VALUE-MOVEMENT TO WS-NET-KIT-MOVEMENT
               END-EVALUATE
               PERFORM 3100-SET-OFFSET-ACCOUNT THRU 3100-EXIT
               IF WS-VALUE-MOVEMENT > ZERO
                   MOVE WS-VALUE-MOVEMENT TO WS-MOVEMENT-AMOUNT
      * 3100-SET-OFFSET-ACCOUNT -- PICK THE ACCOUNT THAT OFFSETS THE  *
      * INVENTORY SIDE OF THE POSTING: ACCRUED PAYABLES FOR RECEIPTS, *
      * COST OF GOODS SOLD FOR ISSUES, AND THE DEDICATED ACCOUNTS FOR *
      * ADJUSTMENTS, BACKORDER RELEASES, AND COST REVALUATIONS.  A    *
      * REVALUATION IS A PRICE CORRECTION, NOT A STOCK DIFFERENCE,    *
      * SO IT MUST NOT FALL INTO THE ADJUSTMENT ACCOUNT.  CUSTOMER    *
      * RETURNS OFFSET TO THE SALES RETURNS COST ACCOUNT AND RETURNS  *
      * TO VENDOR TO THE VENDOR DEBIT MEMO RECEIVABLE, RATHER THAN    *
      * BEING NETTED INTO COST OF GOODS SOLD AND ACCRUED PAYABLES.    *
      * A KIT BUILD MOVES VALUE FROM THE COMPONENTS INTO THE KIT, SO  *
      * BOTH SIDES OFFSET TO THE KIT ASSEMBLY CLEARING ACCOUNT.       *
      *****************************************************************
       3100-SET-OFFSET-ACCOUNT.
           EVALUATE AL-TRANS-TYPE
                   MOVE WS-ADJUSTMENT-ACCOUNT TO WS-OFFSET-ACCOUNT
               WHEN 'B'
                   MOVE WS-BO-RELEASE-ACCOUNT TO WS-OFFSET-ACCOUNT
               WHEN 'V'
                   MOVE WS-REVALUATION-ACCOUNT TO WS-OFFSET-ACCOUNT
               WHEN 'C'
                   MOVE WS-CUST-RETURN-ACCOUNT TO WS-OFFSET-ACCOUNT
               WHEN 'D'
                   MOVE WS-VENDOR-RETURN-ACCOUNT TO WS-OFFSET-ACCOUNT
               WHEN 'K'
                   MOVE WS-KIT-CLEARING-ACCOUNT TO WS-OFFSET-ACCOUNT
               WHEN OTHER
                   MOVE WS-ADJUSTMENT-ACCOUNT TO WS-OFFSET-ACCOUNT
           END-EVALUATE.
           MOVE WS-SIGNED-AMOUNT-LINE TO PF-REPORT-TEXT.
           WRITE PROOF-RPT-RECORD.

           MOVE SPACES TO WS-SIGNED-AMOUNT-LINE.
           MOVE '  OF WHICH COST REVALUATION   ' TO WS-SA-CAPTION.
           MOVE WS-NET-REVAL-MOVEMENT TO WS-SA-AMOUNT.
           MOVE SPACES TO PROOF-RPT-RECORD.
           MOVE ' ' TO PF-CARRIAGE-CONTROL.
           MOVE WS-SIGNED-AMOUNT-LINE TO PF-REPORT-TEXT.
           WRITE PROOF-RPT-RECORD.

           MOVE SPACES TO WS-SIGNED-AMOUNT-LINE.
           MOVE '  OF WHICH CUSTOMER RETURNS   ' TO WS-SA-CAPTION.
           MOVE WS-NET-CRTN-MOVEMENT TO WS-SA-AMOUNT.
           MOVE SPACES TO PROOF-RPT-RECORD.
           MOVE ' ' TO PF-CARRIAGE-CONTROL.
           MOVE WS-SIGNED-AMOUNT-LINE TO PF-REPORT-TEXT.
           WRITE PROOF-RPT-RECORD.

           MOVE SPACES TO WS-SIGNED-AMOUNT-LINE.
           MOVE '  OF WHICH RETURNS TO VENDOR  ' TO WS-SA-CAPTION.
           MOVE WS-NET-VRTN-MOVEMENT TO WS-SA-AMOUNT.
           MOVE SPACES TO PROOF-RPT-RECORD.
           MOVE ' ' TO PF-CARRIAGE-CONTROL.
           MOVE WS-SIGNED-AMOUNT-LINE TO PF-REPORT-TEXT.
           WRITE PROOF-RPT-RECORD.

           MOVE SPACES TO WS-SIGNED-AMOUNT-LINE.
           MOVE '  OF WHICH KIT BUILDS         ' TO WS-SA-CAPTION.
           MOVE WS-NET-KIT-MOVEMENT TO WS-SA-AMOUNT.
           MOVE SPACES TO PROOF-RPT-RECORD.
           MOVE ' ' TO PF-CARRIAGE-CONTROL.
           MOVE WS-SIGNED-AMOUNT-LINE TO PF-REPORT-TEXT.
           WRITE PROOF-RPT-RECORD.

           MOVE SPACES TO RUN-LOG-COPYBOOK-RECORD.
           MOVE 'INVGLEX ' TO RG-PROGRAM-ID.
           SET RG-END-RECORD TO TRUE.
