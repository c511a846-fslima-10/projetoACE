      *****************************************************************
      *  COGSUM.CPY
      *  Single-record cost-of-goods-sold summary written each night
      *  by MRGRPT00 for the business date it costed: the night's
      *  sale lines and the night's return lines, each valued at the
      *  store's weighted-average unit cost (ST-AVG-UNIT-COST), and
      *  the number of lines that could not be costed (SKU not on
      *  STKMST at the store, or no average cost yet).  GLJRNL00
      *  reads it and books the cost of sales against inventory
      *  (COGS debit, INVENTRY credit) and the cost of returns back
      *  into inventory, refusing a record for any other business
      *  date so a stale summary can never reach the books.
      *****************************************************************
       01  COST-OF-SALES-SUMMARY.
           03  CG-BUSINESS-DATE             PIC 9(08).
           03  CG-SALES-COST                PIC 9(09)V99.
           03  CG-RETURN-COST               PIC 9(09)V99.
           03  CG-UNCOSTED-LINES            PIC 9(07).
