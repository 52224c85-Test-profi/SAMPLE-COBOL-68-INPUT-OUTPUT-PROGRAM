      * REQUISITIONS, INVPOMT CONFIRMS OR CANCELS THEM, AND INVUPDT   *
      * RELIEVES PO-QUANTITY-RECEIVED AS RECEIPTS POST.  AN ORDER IS  *
      * DUE IN (COUNTED AGAINST THE REORDER TEST) WHILE ITS STATUS    *
      * IS PENDING OR OPEN.  PO-VENDOR-NUMBER IS THE VENDOR THE       *
      * ORDER WAS PLACED WITH, TAKEN FROM THE ITEM'S PRIMARY VENDOR   *
      * WHEN INVPOGN WRITES IT; ALL OF ONE VENDOR'S LINES FROM A      *
      * NIGHT'S RUN SHARE ONE ORDER NUMBER (ONE PRINTED DOCUMENT).    *
      * PO-QUANTITY-RETURNED IS THE QUANTITY SENT BACK TO THE VENDOR  *
      * AGAINST THE ORDER BY RETURN-TO-VENDOR TRANSACTIONS; INVUPDT   *
      * WILL NOT LET IT PASS THE QUANTITY RECEIVED.                   *
      *****************************************************************
       01  OPEN-PO-COPYBOOK-RECORD.
           05  PO-PO-KEY.
           05  PO-ORDER-DATE           PIC X(10).
           05  PO-QUANTITY-ORDERED     PIC 9(7).
           05  PO-QUANTITY-RECEIVED    PIC 9(7).
           05  PO-VENDOR-NUMBER        PIC 9(4).
           05  PO-QUANTITY-RETURNED    PIC 9(7).
           05  FILLER                  PIC X(32).
