      *  (RCVTRN.CPY) against the line, accumulating the received
      *  quantity and closing the line once it is fully received;
      *  PORPT000 ages whatever is still open for the buyer.
      *  OP-INVOICED-QTY is the quantity the vendor has billed to
      *  date on approved invoices (INVMCH00), so a line cannot be
      *  billed beyond what was received, and a closed line whose
      *  receipts are fully billed cannot be billed again.
      *  OP-UNIT-COST is the expected unit cost - the store's
      *  weighted-average cost when STKPST00 cuts the line, replaced
      *  by the vendor's billed cost once INVMCH00 approves an
      *  invoice against it - and is the cost STKRCV00 uses for a
      *  receipt keyed without one.
      *****************************************************************
       01  OPEN-PURCHASE-ORDER.
           03  OP-PO-NUMBER                 PIC 9(06).
           03  OP-STATUS-SW                 PIC X(01).
               88  OP-PO-OPEN                       VALUE 'O'.
               88  OP-PO-CLOSED                     VALUE 'C'.
           03  OP-INVOICED-QTY              PIC 9(05).
           03  OP-UNIT-COST                 PIC 9(05)V99.
