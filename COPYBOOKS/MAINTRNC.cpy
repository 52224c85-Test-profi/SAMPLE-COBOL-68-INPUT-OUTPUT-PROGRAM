           05  MT-REORDER-QUANTITY     PIC 9(7).
           05  MT-ABC-CLASS            PIC X(1).
           05  MT-STATUS-CODE          PIC X(1).
      *    PRIMARY VENDOR NUMBER; BLANK LEAVES THE MASTER AS IT STANDS,
      *    '0000' CLEARS THE ASSIGNMENT.
           05  MT-PRIMARY-VENDOR       PIC 9(4).
      *    LOT CONTROL FLAG 'Y' OR 'N'; BLANK LEAVES THE MASTER AS IT
      *    STANDS.
           05  MT-LOT-CONTROL-FLAG     PIC X(1).
           05  FILLER                  PIC X(16).
