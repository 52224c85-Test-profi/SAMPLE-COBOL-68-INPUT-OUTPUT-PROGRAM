               10  LB-ITEM-NUMBER      PIC 9(6).
               10  LB-LOCATION-CODE    PIC X(3).
           05  LB-QUANTITY-ON-HAND     PIC 9(7).
      *    STOCK AT THE LOCATION RESERVED AGAINST OPEN CUSTOMER ORDER
      *    LINES BY THE NIGHTLY ALLOCATION (INVALOC) AND NOT YET
      *    PICKED.  SPACES ON A RECORD WRITTEN BEFORE THE FIELD WENT
      *    IN, OR BY A RUN THAT DOES NOT ALLOCATE, READ AS ZERO.
           05  LB-QUANTITY-ALLOCATED   PIC 9(7).
           05  FILLER                  PIC X(57).
