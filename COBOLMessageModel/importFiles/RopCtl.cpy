      *****************************************************************
      *  ROPCTL.CPY
      *  Single-record control file for the weekly reorder-point
      *  recalculation ROPCLC00.  RC-WINDOW-DAYS is the number of
      *  nightly BILLDET/RTNNET generations operations concatenates
      *  for the run (the rolling window), and so the divisor for a
      *  SKU's average daily units.  RC-SAFETY-DAYS is the safety
      *  stock, in days of average demand, held on top of the
      *  vendor's lead time; RC-COVER-DAYS is the days of demand one
      *  reorder quantity should buy.  RC-DEFAULT-LEAD-DAYS stands in
      *  for VN-LEAD-TIME-DAYS when the SKU's vendor is not on VNDMST.
      *  Keyed by hand before each run, the same way CLSCTL and
      *  WCHCTL are maintained.
      *****************************************************************
       01  REORDER-CONTROL.
           03  RC-WINDOW-DAYS               PIC 9(03).
           03  RC-SAFETY-DAYS               PIC 9(03).
           03  RC-COVER-DAYS                PIC 9(03).
           03  RC-DEFAULT-LEAD-DAYS         PIC 9(03).
