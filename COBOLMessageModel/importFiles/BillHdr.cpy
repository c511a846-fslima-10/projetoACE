      *  overflow bill does not lose its tender detail.  BH-BILL-TYPE
      *  carries the bill's sale/return type forward so tender-side
      *  consumers (CRDRCN00) can net refunds without going back to
      *  the feed.  BH-DISC-COUNT and BH-DISCOUNT-DETAIL carry the
      *  whole-bill discount/coupon entries (DiscLineNo 00, first
      *  segment only) with their reason code and approving manager;
      *  line-level entries, and each line's share of these, are on
      *  BILLDET.CPY.
      *****************************************************************
       01  BILL-HEADER.
           03  BH-BILL-NUMBER               PIC X(5).
               DEPENDING ON BH-PAYMENT-COUNT.
               04  BH-PAY-TYPE              PIC X(10).
               04  BH-PAY-AMOUNT            PIC 9(6)V99.
           03  BH-DISC-COUNT                PIC 9(1).
           03  BH-DISCOUNT-DETAIL OCCURS 0 TO 5 TIMES
               DEPENDING ON BH-DISC-COUNT.
               04  BH-DISC-TYPE             PIC X(1).
               04  BH-DISC-REASON           PIC X(2).
               04  BH-DISC-MANAGER-ID       PIC X(6).
               04  BH-DISC-AMOUNT           PIC 9(4)V99.
