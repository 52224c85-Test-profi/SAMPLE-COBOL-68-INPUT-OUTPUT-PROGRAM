      *****************************************************************
      * AVAILABLE-TO-SELL EXTRACT FILE RECORD LAYOUT                  *
      * FILES: ATSEXT.DAT (INTERFACE TO ORDER ENTRY), ATSKEEP.DAT     *
      *        (KEPT COPY OF THE LAST FULL EXTRACT)                   *
      * RECORD LENGTH: 80 BYTES                                       *
      *                                                               *
      * ONE RECORD PER ITEM PER STOCKING LOCATION ON LOCBAL.DAT, IN   *
      * ITEM NUMBER / LOCATION CODE ORDER, WRITTEN NIGHTLY BY INVATS. *
      * AN ITEM WITH NO LOCATION RECORDS IS SENT AT THE MAIN          *
      * WAREHOUSE ('MN ').                                            *
      *                                                               *
      * AT-RECORD-ACTION TELLS ORDER ENTRY WHAT TO DO WITH THE        *
      * RECORD: 'F' IS PART OF A FULL REFRESH (REPLACE EVERYTHING);   *
      * ON A CHANGE-ONLY FILE 'N' IS A NEW ITEM/LOCATION, 'C' IS ONE  *
      * WHOSE FIGURES MOVED, AND 'D' IS ONE NO LONGER ON FILE (ITS    *
      * FIGURES ARE THE LAST ONES SENT).                              *
      *                                                               *
      * AT-SALE-FLAG IS 'N' (NOT FOR SALE) WHEN THE ITEM IS ON HOLD   *
      * OR DISCONTINUED, OR THE LOCATION IS THE RETURNS QUARANTINE    *
      * ('QR '); AT-AVAILABLE-QTY IS THEN ZERO.  OTHERWISE AVAILABLE  *
      * IS ON-HAND LESS ALLOCATED.  AT-BACKORDER-QTY, AT-DUE-IN-QTY,  *
      * AND AT-EARLIEST-PO-DATE (OLDEST OPEN ORDER) ARE ITEM-LEVEL    *
      * FIGURES REPEATED ON EACH OF THE ITEM'S LOCATION RECORDS --    *
      * THEY ARE NOT TO BE ADDED ACROSS LOCATIONS.  THE EARLIEST      *
      * ORDER DATE IS BLANK WHEN NOTHING IS DUE IN.                   *
      *                                                               *
      * AT-FIGURES IS COMPARED AS A WHOLE TO DECIDE WHETHER A RECORD  *
      * HAS CHANGED, SO EVERY FIGURE ORDER ENTRY IS SENT BELONGS      *
      * INSIDE IT.                                                    *
      *****************************************************************
       01  AVAILABLE-TO-SELL-COPYBOOK-RECORD.
           05  AT-EXTRACT-KEY.
               10  AT-ITEM-NUMBER      PIC 9(6).
               10  AT-LOCATION-CODE    PIC X(3).
           05  AT-RECORD-ACTION        PIC X(1).
               88  AT-FULL-REFRESH     VALUE 'F'.
               88  AT-NEW-RECORD       VALUE 'N'.
               88  AT-CHANGED-RECORD   VALUE 'C'.
               88  AT-DELETED-RECORD   VALUE 'D'.
           05  AT-EXTRACT-DATE         PIC X(10).
           05  AT-FIGURES.
               10  AT-SALE-FLAG        PIC X(1).
                   88  AT-FOR-SALE     VALUE 'Y'.
                   88  AT-NOT-FOR-SALE VALUE 'N'.
               10  AT-ITEM-STATUS      PIC X(1).
               10  AT-ON-HAND-QTY      PIC 9(7).
               10  AT-ALLOCATED-QTY    PIC 9(7).
               10  AT-AVAILABLE-QTY    PIC 9(7).
               10  AT-BACKORDER-QTY    PIC 9(7).
               10  AT-DUE-IN-QTY       PIC 9(7).
               10  AT-EARLIEST-PO-DATE PIC X(10).
           05  FILLER                  PIC X(13).
