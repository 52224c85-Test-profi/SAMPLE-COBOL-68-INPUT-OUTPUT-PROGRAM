           05  SP-LOCATION-CODE        PIC X(3).
           05  SP-RETRY-COUNT          PIC 9(2).
           05  SP-TO-LOCATION-CODE     PIC X(3).
           05  SP-LOT-NUMBER           PIC X(10).
           05  SP-EXPIRY-DATE          PIC X(10).
           05  SP-ORDER-NUMBER         PIC 9(6).
           05  SP-ORDER-LINE           PIC 9(3).
           05  SP-PO-NUMBER            PIC 9(6).
           05  SP-APPROVAL-FLAG        PIC X(1).
           05  FILLER                  PIC X(5).
