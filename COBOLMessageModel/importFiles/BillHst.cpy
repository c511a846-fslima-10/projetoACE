      *****************************************************************
      *  BILLHST.CPY
      *  Bill-history record.  BILLHDR, BILLDET, BILLDESC and BILLTAXD
      *  are rewritten every night, so BILLHST0 folds each night's
      *  bills into this permanent indexed file and BILLINQ0 prints a
      *  bill back from it.  Keyed by store + BillNumber + segment:
      *  a bill's lines are carried ten to a segment (01, 02, ...)
      *  the same way the capture feed chains BillSeqNo, and every
      *  segment repeats the bill-level fields - customer, dates,
      *  cashier, totals, tenders and whole-bill discount entries -
      *  so any segment can be read on its own.  HS-SEGMENT-COUNT is
      *  the number of segments the bill was written in.
      *  Alternate keys (all with duplicates): HS-CUST-ID, the CUST-ID
      *  CUSTMCH0 linked the bill to on BILLCUST; HS-BILL-DATE, the
      *  bill date as CCYYMMDD (zero when the bill date would not
      *  edit); HS-CASHIER-KEY, cashier followed by bill date.
      *  Lines carry the full catalog description and category from
      *  BILLDESC and the tax extension from BILLTAXD; HS-LN-TAX-SW is
      *  blank on a line BILLTAX0 did not extend.  A gift card sold
      *  on the bill is a line with SKU 'GIFTCARD' and the card number
      *  in HS-LN-PRODUCT-NAME; one redeemed is a tender whose
      *  HS-PAY-TYPE is 'GC' followed by the card number.
      *  HS-LOAD-DATE is the business date the bill was loaded - a
      *  bill already on file under an earlier date is not loaded
      *  again, and RUNBKO00 removes the bills loaded under a date
      *  it backs out.  No name, address, contact or DOB is held
      *  here; BILLINQ0 prints the customer from CUSTMST.
      *****************************************************************
       01  BILL-HISTORY-RECORD.
           03  HS-HISTORY-KEY.
               05  HS-STORE-ID              PIC X(03).
               05  HS-BILL-NUMBER           PIC X(05).
               05  HS-SEGMENT-NO            PIC 9(02).
           03  HS-CUST-ID                   PIC X(10).
           03  HS-BILL-DATE                 PIC 9(08).
           03  HS-CASHIER-KEY.
               05  HS-CASHIER-ID            PIC X(06).
               05  HS-CASHIER-DATE          PIC 9(08).
           03  HS-BILL-DATE-X               PIC X(10).
           03  HS-BILL-TYPE                 PIC X(01).
               88  HS-TYPE-SALE                     VALUE 'S'.
               88  HS-TYPE-RETURN                   VALUE 'R'.
           03  HS-MATCH-METHOD              PIC X(01).
           03  HS-LOAD-DATE                 PIC 9(08).
           03  HS-SEGMENT-COUNT             PIC 9(02).
           03  HS-TOTAL-ITEMS               PIC 9(05).
           03  HS-BILL-TOTALS.
               05  HS-GROSS-AMT             PIC 9(07)V99.
               05  HS-LINE-DISC-AMT         PIC 9(07)V99.
               05  HS-BILL-DISC-AMT         PIC 9(07)V99.
               05  HS-NET-AMT               PIC 9(07)V99.
               05  HS-TAX-AMT               PIC S9(07)V99.
           03  HS-PAYMENT-TYPE              PIC X(10).
           03  HS-PAYMENT-COUNT             PIC 9(01).
           03  HS-PAYMENT-DETAIL OCCURS 5 TIMES.
               05  HS-PAY-TYPE              PIC X(10).
               05  HS-PAY-AMOUNT            PIC 9(6)V99.
           03  HS-DISC-COUNT                PIC 9(01).
           03  HS-DISCOUNT-DETAIL OCCURS 5 TIMES.
               05  HS-DISC-TYPE             PIC X(01).
               05  HS-DISC-REASON           PIC X(02).
               05  HS-DISC-MANAGER-ID       PIC X(06).
               05  HS-DISC-AMOUNT           PIC 9(4)V99.
           03  HS-LINE-COUNT                PIC 9(02).
           03  HS-LINE-AREA.
               05  HS-LINE-DETAIL OCCURS 10 TIMES.
                   07  HS-LN-LINE-SEQ       PIC 9(05).
                   07  HS-LN-SKU            PIC X(08).
                   07  HS-LN-PRODUCT-NAME   PIC X(08).
                   07  HS-LN-DESCRIPTION    PIC X(30).
                   07  HS-LN-CATEGORY       PIC X(15).
                   07  HS-LN-UNIT-PRICE     PIC 9(04).
                   07  HS-LN-QUANTITY       PIC 9(02).
                   07  HS-LN-DISC-TYPE      PIC X(01).
                   07  HS-LN-DISC-REASON    PIC X(02).
                   07  HS-LN-DISC-MANAGER-ID PIC X(06).
                   07  HS-LN-DISC-AMOUNT    PIC 9(4)V99.
                   07  HS-LN-BILL-DISC-AMT  PIC 9(4)V99.
                   07  HS-LN-PROMO-SW       PIC X(01).
                       88  HS-LN-PROMO-PRICE        VALUE 'Y'.
                   07  HS-LN-RATE-CLASS     PIC X(02).
                   07  HS-LN-TAXABLE-AMT    PIC S9(07)V99.
                   07  HS-LN-TAX-AMT        PIC S9(07)V99.
                   07  HS-LN-TAX-SW         PIC X(01).
                       88  HS-LN-TAXED              VALUE 'T'.
                       88  HS-LN-EXEMPT             VALUE 'E'.
                       88  HS-LN-NOT-EXTENDED       VALUE ' '.
