      *****************************************************************
      *  ROPPRP.CPY
      *  Reorder-point proposal written by ROPCLC00 for every store/
      *  SKU whose demand-based reorder point or reorder quantity
      *  differs from what is on the Stock Master.  Carries the
      *  values current when the proposal was made next to the
      *  proposed ones, so ROPAPL00 can refuse to apply a proposal
      *  once somebody has changed the Stock Master underneath it.
      *  RP-DEAD-STOCK-SW marks a SKU with no sales in the window;
      *  its proposal is zero/zero so STKPST00 stops reordering it.
      *****************************************************************
       01  REORDER-PROPOSAL.
           03  RP-STOCK-KEY.
               05  RP-STORE-ID              PIC X(03).
               05  RP-SKU                   PIC X(08).
           03  RP-CUR-REORDER-POINT         PIC 9(05).
           03  RP-CUR-REORDER-QTY           PIC 9(05).
           03  RP-NEW-REORDER-POINT         PIC 9(05).
           03  RP-NEW-REORDER-QTY           PIC 9(05).
           03  RP-NET-UNITS                 PIC 9(07).
           03  RP-AVG-DAILY-UNITS           PIC 9(05)V99.
           03  RP-LEAD-TIME-DAYS            PIC 9(03).
           03  RP-DEAD-STOCK-SW             PIC X(01).
               88  RP-DEAD-STOCK                    VALUE 'Y'.
           03  RP-PROPOSAL-DATE             PIC 9(08).
