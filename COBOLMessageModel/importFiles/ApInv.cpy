      *****************************************************************
      *  APINV.CPY
      *  Approved vendor-invoice register, keyed by vendor id plus
      *  the vendor's own invoice number, written by INVMCH00 for
      *  every invoice it approves into the AP journal.  An invoice
      *  already on this file is held as a duplicate the next time
      *  it is keyed, so the same bill cannot be paid twice.  Held
      *  invoices are not written here and may be re-keyed freely.
      *****************************************************************
       01  AP-INVOICE-RECORD.
           03  AI-INVOICE-KEY.
               05  AI-VENDOR-ID             PIC X(06).
               05  AI-INVOICE-NUMBER        PIC X(10).
           03  AI-INVOICE-DATE              PIC 9(08).
           03  AI-APPROVED-DATE             PIC 9(08).
           03  AI-LINE-COUNT                PIC 9(03).
           03  AI-INVOICE-AMOUNT            PIC 9(09)V99.
