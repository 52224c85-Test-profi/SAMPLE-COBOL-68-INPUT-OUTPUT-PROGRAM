               88  IM-ACTIVE           VALUE 'A' ' '.
               88  IM-ON-HOLD          VALUE 'H'.
               88  IM-DISCONTINUED     VALUE 'D'.
      *    PRIMARY VENDOR THE ITEM IS BOUGHT FROM (VENDMAST.DAT KEY);
      *    ZERO OR SPACES ON A RECORD WITH NO VENDOR ASSIGNED YET.
           05  IM-PRIMARY-VENDOR       PIC 9(4).
      *    'Y' WHEN STOCK IS RECEIVED, HELD, AND ISSUED BY SUPPLIER LOT
      *    WITH AN EXPIRY DATE (SEE LOTBALC); ANYTHING ELSE IS NOT.
           05  IM-LOT-CONTROL-FLAG     PIC X(1).
               88  IM-LOT-CONTROLLED   VALUE 'Y'.

