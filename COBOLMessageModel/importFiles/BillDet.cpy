      *  by BD-BILL-NUMBER/BD-LINE-SEQ so a single bill can carry any
      *  number of lines - the 10-item OCCURS ceiling in BILL.CPY no
      *  longer bounds how many items a bill can have once it has been
      *  exploded out by BILLOVF0.  BD-UNIT-PRICE stays the pre-
      *  discount price; a discount/coupon rung against the line is
      *  carried in BD-DISC-TYPE/REASON/MANAGER-ID/AMOUNT, and the
      *  line's prorated share of any whole-bill discount (whose own
      *  entries are on BILLHDR.CPY) in BD-BILL-DISC-AMT.  The amount
      *  actually charged for the line is therefore BD-UNIT-PRICE *
      *  BD-QUANTITY - BD-DISC-AMOUNT - BD-BILL-DISC-AMT.
      *****************************************************************
       01  BILL-DETAIL.
           03  BD-BILL-NUMBER               PIC X(5).
           03  BD-PRODUCT-NAME              PIC X(8).
           03  BD-UNIT-PRICE                PIC 9(4).
           03  BD-QUANTITY                  PIC 9(2).
           03  BD-DISC-TYPE                 PIC X(1).
               88  BD-DISC-NONE                     VALUE SPACE.
               88  BD-DISC-DISCOUNT                 VALUE 'D'.
               88  BD-DISC-COUPON                   VALUE 'C'.
           03  BD-DISC-REASON               PIC X(2).
           03  BD-DISC-MANAGER-ID           PIC X(6).
           03  BD-DISC-AMOUNT               PIC 9(4)V99.
           03  BD-BILL-DISC-AMT             PIC 9(4)V99.
