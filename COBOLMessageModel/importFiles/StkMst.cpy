      *  STKRCV00 draws it down as receipts post - so the same SKU no
      *  longer prints on the reorder report night after night.
      *  ST-VENDOR-ID names the supplier the SKU is reordered from
      *  (see VNDMST.CPY).  ST-IN-TRANSIT-QTY is stock shipped to
      *  this store from another store (XFRTRN.CPY) and not yet
      *  received - STKXFR00 raises it on the ship leg and clears it
      *  on the receive leg, and the reorder sweep counts it with
      *  on-hand so no PO is cut for goods already on the way.
      *  ST-REORDER-POINT and ST-REORDER-QTY are proposed weekly from
      *  demand by ROPCLC00 and applied by ROPAPL00 once the buyer
      *  approves; a reorder quantity of zero marks dead stock that
      *  the reorder sweep never reorders.  ST-AVG-UNIT-COST is the
      *  weighted-average unit cost of the stock at this store -
      *  STKRCV00 blends each receipt's unit cost into it, and
      *  STKXFR00 each transfer received at the sending store's
      *  cost - and is what MRGRPT00 costs the night's sales and
      *  returns at.
      *****************************************************************
       01  STOCK-MASTER.
           03  ST-STOCK-KEY.
           03  ST-REORDER-QTY               PIC 9(05).
           03  ST-ON-ORDER-QTY              PIC 9(07).
           03  ST-VENDOR-ID                 PIC X(06).
           03  ST-IN-TRANSIT-QTY            PIC 9(07).
           03  ST-AVG-UNIT-COST             PIC 9(05)V9(04).
