      *  on a restricted-category Purchase line, whose StoreId is
      *  not an active store on the Store Master, or whose CachierId
      *  is not on the Cashier Master or was not employed on the
      *  bill date, or whose discount/coupon entries do not edit.
      *  Carries the full bill image (so a clerk can see and
      *  correct the bad field) plus a
      *  reason code identifying which edit failed and the date the
      *  bill went into suspense, so the correction job (BILLFIX0) can
      *  age every bill still sitting uncorrected.
           LEADING ==BillType== BY ==SB-BILL-TYPE==
           LEADING ==BillDate== BY ==SB-BILL-DATE==
           LEADING ==TotalItemPurchased== BY ==SB-TOTAL-ITEMS==
           LEADING ==PaymentCount== BY ==SB-PAYMENT-COUNT==
           LEADING ==DiscountCount== BY ==SB-DISCOUNT-COUNT==.
           03  SR-REASON-CODE               PIC X(02).
               88  SR-BAD-BILL-DATE                 VALUE 'BD'.
               88  SR-BAD-DOB                        VALUE 'DB'.
               88  SR-AGE-VERIFY-FAILED              VALUE 'AG'.
               88  SR-BAD-STORE-ID                   VALUE 'ST'.
               88  SR-BAD-CACHIER                    VALUE 'CA'.
               88  SR-BAD-DISCOUNT                   VALUE 'DS'.
           03  SR-SUSPENSE-DATE             PIC 9(08).
