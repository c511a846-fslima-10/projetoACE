      *****************************************************************
      *  XFRCTL.CPY
      *  Single-record control file for the nightly transfer
      *  exception report XFRRPT00.  A transfer still in transit
      *  more than XC-TRANSIT-DAYS days after it shipped is listed
      *  as overdue; a transfer received short or over within the
      *  last XC-MISMATCH-DAYS days is listed as a mismatch, so a
      *  discrepancy stays in front of both stores for a few nights
      *  rather than one.  Keyed by hand, the same way CLSCTL and
      *  CUSTCTL are maintained.
      *****************************************************************
       01  TRANSFER-CONTROL.
           03  XC-TRANSIT-DAYS              PIC 9(03).
           03  XC-MISMATCH-DAYS             PIC 9(03).
