      *****************************************************************
      *  LBLCTL.CPY
      *  Single-record control file for the shelf-label look-ahead
      *  PRCLBL00.  Every selling-price change taking effect from the
      *  day after the business date through LC-LOOKAHEAD-DAYS days
      *  ahead is listed, so a change stays on the store's sheet for
      *  that many nights and a label missed one night is caught the
      *  next.  Keyed by hand, the same way XFRCTL and CLSCTL are
      *  maintained.
      *****************************************************************
       01  LABEL-CONTROL.
           03  LC-LOOKAHEAD-DAYS            PIC 9(03).
