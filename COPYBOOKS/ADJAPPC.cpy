      *****************************************************************
      * ADJUSTMENT APPROVAL CARD FILE RECORD LAYOUT                   *
      * FILE: ADJAPPR.DAT                                             *
      * RECORD LENGTH: 80 BYTES                                       *
      *                                                               *
      * ONE CARD PER HELD COUNT ADJUSTMENT THE SUPERVISOR HAS         *
      * DECIDED, NAMING THE ITEM AND LOCATION FROM THE "RECOUNT OR    *
      * APPROVE" LIST.  'A' APPROVES THE HELD ADJUSTMENT FOR POSTING; *
      * 'R' REJECTS IT AND SENDS THE ITEM BACK FOR RECOUNT.  THE      *
      * SUPERVISOR'S INITIALS ARE REQUIRED ON EITHER DECISION.        *
      *****************************************************************
       01  ADJ-APPROVAL-COPYBOOK-RECORD.
           05  AA-ITEM-NUMBER          PIC 9(6).
           05  AA-LOCATION-CODE        PIC X(3).
           05  AA-DECISION             PIC X(1).
               88  AA-APPROVE          VALUE 'A'.
               88  AA-REJECT           VALUE 'R'.
           05  AA-APPROVER-ID          PIC X(3).
           05  FILLER                  PIC X(67).
