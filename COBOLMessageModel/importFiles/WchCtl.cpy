      *****************************************************************
      *  WCHCTL.CPY
      *  Single-record control file for the return-abuse watchlist
      *  job RTNWCH00.  WC-WINDOW-FROM/TO (CCYYMMDD) bound the rolling
      *  window of returns and purchases examined.  A customer is
      *  listed when at least WC-MIN-RETURNS returns in the window
      *  come to WC-RETURN-PCT percent or more of the customer's
      *  purchases in the same window.  A cashier's refunds are
      *  listed as a cluster when WC-CLUSTER-MIN or more of them, and
      *  at least WC-CLUSTER-PCT percent of all the cashier's refunds
      *  in the window, went to the one customer, date of birth or
      *  mobile number.  Keyed by hand before each run, the same way
      *  CLSCTL and CUSTCTL are maintained.
      *****************************************************************
       01  WATCH-CONTROL.
           03  WC-WINDOW-FROM               PIC 9(08).
           03  WC-WINDOW-TO                 PIC 9(08).
           03  WC-RETURN-PCT                PIC 9(03).
           03  WC-MIN-RETURNS               PIC 9(03).
           03  WC-CLUSTER-PCT               PIC 9(03).
           03  WC-CLUSTER-MIN               PIC 9(03).
