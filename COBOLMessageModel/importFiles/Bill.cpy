               DEPENDING ON PaymentCount.
             04  PayType                    PIC X(10).
             04  PayAmount                  PIC 9(6)V99.
      *    Discount/coupon entries rung on this segment.  DiscLineNo
      *    points at the Purchase occurrence on the same segment that
      *    the entry reduces; 00 is a whole-bill entry (first segment
      *    only).  DiscType is D (discount) or C (coupon).
           03  DiscountCount                PIC 9(1).
           03  DiscountDetail OCCURS 0 TO 5 TIMES
               DEPENDING ON DiscountCount.
             04  DiscLineNo                 PIC 9(2).
             04  DiscType                   PIC X(1).
             04  DiscReason                 PIC X(2).
             04  DiscManagerId              PIC X(6).
             04  DiscAmount                 PIC 9(4)V99.
