      *  PAYEXCP.CPY
      *  Payment exception record written by BILLPAY0 when a bill's
      *  split-tender PaymentDetail amounts do not add up to the
      *  bill's sale total (sum of UnitPrice * Quantity, less the
      *  bill's discount/coupon entries).
      *****************************************************************
       01  PAYMENT-EXCEPTION.
           03  PE-BILL-NUMBER               PIC X(5).
