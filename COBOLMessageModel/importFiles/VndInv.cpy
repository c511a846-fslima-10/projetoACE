      *****************************************************************
      *  VNDINV.CPY
      *  Keyed vendor-invoice transaction, entered by the bookkeeper
      *  when a supplier's invoice arrives - one record per invoice
      *  line, each line billing one purchase-order line (PURORD.CPY
      *  is one SKU per PO number), the same keyed-transaction
      *  pattern as the receiving slips (RCVTRN.CPY).  INVMCH00
      *  matches every line of an invoice against the PO's ordered,
      *  received and already-invoiced quantities and either approves
      *  the whole invoice into the AP journal or holds the whole
      *  invoice on the discrepancy report.  A held invoice's lines
      *  are written back out in this layout (INVHELD) so they can be
      *  corrected and re-keyed once the vendor has been queried.
      *****************************************************************
       01  VENDOR-INVOICE-TRANSACTION.
           03  VI-INVOICE-NUMBER            PIC X(10).
           03  VI-VENDOR-ID                 PIC X(06).
           03  VI-PO-NUMBER                 PIC 9(06).
           03  VI-SKU                       PIC X(08).
           03  VI-BILLED-QTY                PIC 9(05).
           03  VI-UNIT-COST                 PIC 9(05)V99.
           03  VI-INVOICE-DATE              PIC 9(08).
           03  VI-CLERK-ID                  PIC X(06).
