      *  purchase order (PURORD.CPY) and adds the received quantity to
      *  the Stock Master's on-hand, drawing the on-order figure down,
      *  so the goods on the truck finally reach ST-ON-HAND-QTY
      *  instead of being fudged in by hand.  RV-UNIT-COST is the
      *  unit cost shown on the delivery paperwork; when it is left
      *  zero the PO line's cost (OP-UNIT-COST) is used instead, and
      *  the cost is blended into the store's weighted-average cost.
      *****************************************************************
       01  RECEIVING-TRANSACTION.
           03  RV-PO-NUMBER                 PIC 9(06).
           03  RV-RECEIVED-QTY              PIC 9(05).
           03  RV-RECEIVER-ID               PIC X(06).
           03  RV-RECEIVE-DATE              PIC 9(08).
           03  RV-UNIT-COST                 PIC 9(05)V99.
