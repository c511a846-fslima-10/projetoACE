      *****************************************************************
      *  XFRMST.CPY
      *  Inter-store transfer master, keyed by transfer number.
      *  STKXFR00 writes the record when the ship leg posts, in
      *  transit, and completes it when the receive leg posts with
      *  the quantity received, the date and the receiving clerk.
      *  XM-UNIT-COST is the sending store's weighted-average unit
      *  cost when the stock shipped; the receive leg blends it into
      *  the receiving store's ST-AVG-UNIT-COST.
      *  XFRRPT00 sweeps it nightly for transfers in transit too
      *  long and for receipts that do not match what was shipped.
      *****************************************************************
       01  TRANSFER-MASTER.
           03  XM-TRANSFER-NUMBER           PIC 9(06).
           03  XM-FROM-STORE-ID             PIC X(03).
           03  XM-TO-STORE-ID               PIC X(03).
           03  XM-SKU                       PIC X(08).
           03  XM-SHIPPED-QTY               PIC 9(05).
           03  XM-SHIP-DATE                 PIC 9(08).
           03  XM-SHIP-CLERK-ID             PIC X(06).
           03  XM-RECEIVED-QTY              PIC 9(05).
           03  XM-RECEIVE-DATE              PIC 9(08).
           03  XM-RECEIVE-CLERK-ID          PIC X(06).
           03  XM-STATUS-SW                 PIC X(01).
               88  XM-IN-TRANSIT                    VALUE 'T'.
               88  XM-RECEIVED                      VALUE 'R'.
           03  XM-UNIT-COST                 PIC 9(05)V9(04).
