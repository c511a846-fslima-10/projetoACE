      *****************************************************************
      *  INVCTL.CPY
      *  Single-record control file for the vendor-invoice match job
      *  INVMCH00.  IC-QTY-TOL-PCT is the tolerance, as a percent of
      *  the PO line's ordered quantity (truncated to whole units),
      *  by which the quantity billed to date may run over what was
      *  received - or over what was ordered - and still be approved
      *  (case-pack rounding and the like).  Zero means billed must
      *  not exceed received at all.  Keyed by hand, the same way
      *  CLSCTL and CUSTCTL are maintained.
      *****************************************************************
       01  INVOICE-MATCH-CONTROL.
           03  IC-QTY-TOL-PCT               PIC 9(03).
