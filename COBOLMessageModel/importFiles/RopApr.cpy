      *****************************************************************
      *  ROPAPR.CPY
      *  Buyer's approval of one reorder-point proposal (ROPPRP.CPY),
      *  keyed from the ROPCLC00 report and applied by ROPAPL00 - the
      *  same keyed-transaction pattern as the suspense corrections
      *  (SUSPCORR.CPY).  A proposal with no approval keyed against
      *  it is simply not applied.
      *****************************************************************
       01  REORDER-APPROVAL.
           03  RA-STOCK-KEY.
               05  RA-STORE-ID              PIC X(03).
               05  RA-SKU                   PIC X(08).
           03  RA-BUYER-ID                  PIC X(06).
