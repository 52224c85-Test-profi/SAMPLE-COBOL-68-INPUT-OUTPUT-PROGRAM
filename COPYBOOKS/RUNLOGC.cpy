      *   INVUPDT  (AFTER INVEDIT)   1=PROCESSED 2=SUSPENSE-IN READ   *
      *                              3=RECYCLED OUT 4=MATCHED         *
      *   INVBREL  (AFTER INVUPDT)   1=READ 2=RELEASED 3=CARRIED      *
      *   INVALOC  (AFTER INVBREL)   1=LINES READ 2=LINES ALLOCATED   *
      *                              3=QTY ALLOCATED 4=LINES UNFILLED *
      *   INVRORD  (AFTER INVBREL)   1=ITEMS READ 2=REQUISITIONS      *
      *   INVPOGN  (AFTER INVRORD)   1=REQS READ 2=ORDERS 3=SKIPPED   *
      *                              4=PO DOCUMENTS                   *
      *   INVCYCL  (AFTER INVUPDT)   1=ITEMS READ 2=DUE 3=PAST DUE    *
      *                              4=MANDATORY RECOUNTS             *
      *   INVGLEX  (AFTER INVBREL)   1=POSTINGS 2=JOURNAL RECS        *
      *                              3=NO-VALUE POSTINGS              *
      *   INVACTS  (AFTER INVBREL)   1=ITEM COUNT                     *
      *   INVRECN  (AFTER INVBREL)   1=RECONCILED 2=IN BAL 3=OUT BAL  *
      *                              4=COUNT ADJUSTMENTS PENDING      *
      *   INVATS   (AFTER INVBREL)   1=ITEMS READ 2=ITEMS FOR SALE    *
      *                              3=RECORDS SENT                   *
      *                              4=ITEMS NOT FOR SALE             *
      *****************************************************************
       01  RUN-LOG-COPYBOOK-RECORD.
           05  RG-PROGRAM-ID           PIC X(8).
