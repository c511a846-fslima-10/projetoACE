      *  SALES, RETURNS, TAXPAY (tax payable), GIFTLIAB (gift-card
      *  liability), BREAKAGE (dormant gift-card breakage income -
      *  the non-cash side of a GIFTAGE0 break or a reinstatement),
      *  OVRSHORT (cash over/short), DISCOUNT (register discounts
      *  and coupons - contra-revenue against SALES) and CASHCLRG
      *  (the cash/clearing offset side of every cash-moving entry).
      *  The AP journal from the vendor-invoice match (INVMCH00)
      *  resolves INVENTRY (inventory at cost) and ACCTSPAY (vendor
      *  accounts payable) through the same file, and GLJRNL00 also
      *  posts the night's cost of sales from MRGRPT00's summary as
      *  COGS (cost of goods sold) against INVENTRY.
      *****************************************************************
       01  CHART-ACCOUNT-RECORD.
           03  GA-SOURCE-CODE               PIC X(08).
