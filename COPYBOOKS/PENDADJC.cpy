      *****************************************************************
      * PENDING PHYSICAL COUNT ADJUSTMENT FILE RECORD LAYOUT          *
      * FILE: PENDADJ.DAT                                             *
      * RECORD LENGTH: 80 BYTES                                       *
      *                                                               *
      * ONE RECORD PER ITEM PER LOCATION WHOSE COUNT IS BEING HELD    *
      * OUT OF THE BOOKS, KEYED ON ITEM NUMBER PLUS LOCATION CODE.    *
      * INVUPDT WRITES THE RECORD WHEN AN 'A' ADJUSTMENT'S VARIANCE   *
      * EXCEEDS THE VALUE OR PERCENT LIMIT FOR THE ITEM'S ABC CLASS,  *
      * INSTEAD OF POSTING IT.  THE SUPERVISOR'S APPROVAL RUN         *
      * (INVADJA) MARKS IT APPROVED OR REJECTED; INVUPDT DELETES IT   *
      * WHEN THE APPROVED ADJUSTMENT POSTS, OR WHEN A RECOUNT OF THE  *
      * SAME ITEM AND LOCATION POSTS OR IS HELD IN ITS PLACE.         *
      *                                                               *
      * PA-BOOK-QTY AND PA-COUNTED-QTY ARE THE LOCATION'S BOOK        *
      * QUANTITY AND THE COUNT AS OF PA-COUNT-DATE.  PA-VARIANCE-     *
      * VALUE IS COUNTED LESS BOOK AT PA-UNIT-COST, NEGATIVE FOR A    *
      * WRITE-DOWN.  PA-HOLD-REASON IS 'V' (VALUE LIMIT), 'P'         *
      * (PERCENT LIMIT), OR 'B' (BOTH).                               *
      *****************************************************************
       01  PENDING-ADJUSTMENT-COPYBOOK-RECORD.
           05  PA-PENDING-KEY.
               10  PA-ITEM-NUMBER      PIC 9(6).
               10  PA-LOCATION-CODE    PIC X(3).
           05  PA-STATUS               PIC X(1).
               88  PA-HELD             VALUE 'H'.
               88  PA-APPROVED         VALUE 'A'.
               88  PA-REJECTED         VALUE 'R'.
           05  PA-COUNT-DATE           PIC X(10).
           05  PA-BOOK-QTY             PIC 9(7).
           05  PA-COUNTED-QTY          PIC 9(7).
           05  PA-UNIT-COST            PIC 9(5)V99.
           05  PA-VARIANCE-VALUE       PIC S9(9)V99.
           05  PA-ABC-CLASS            PIC X(1).
           05  PA-HOLD-REASON          PIC X(1).
           05  PA-DECISION-DATE        PIC X(10).
           05  PA-APPROVER-ID          PIC X(3).
           05  FILLER                  PIC X(13).
