      *  late-arriving bill rung at an old price passes clean.  A line
      *  sold at a promotion price inside its calendar window (see
      *  PROMOCAL.CPY) is not a mismatch - it carries the promo flag
      *  instead so markdown reporting can tell the two apart.  The
      *  price checked is always the pre-discount UnitPrice; a line
      *  that also carries a register discount or coupon entry is
      *  flagged PD-DISCOUNTED with the entry's amount, so a keyed-
      *  down price and a properly approved discount are never
      *  confused.
      *****************************************************************
       01  BILL-PRODUCT-DESC.
           03  PD-BILL-NUMBER               PIC X(05).
               88  PD-PRICE-MISMATCH                VALUE 'Y'.
           03  PD-PROMO-PRICE-SW            PIC X(01).
               88  PD-PROMO-PRICE                   VALUE 'Y'.
           03  PD-DISCOUNTED-SW             PIC X(01).
               88  PD-DISCOUNTED                    VALUE 'Y'.
           03  PD-DISC-AMOUNT               PIC 9(4)V99.
