      *  both failed carries two correction records.  BILLFIX0 applies
      *  the correction to every physical segment of the bill and
      *  releases the repaired bill back into the nightly BILLIN feed
      *  for BILLEDT0 to re-edit.  Field code DM replaces the
      *  approving manager id on every discount/coupon entry of the
      *  bill (a DS suspense for an unknown or self-approving
      *  manager).
      *****************************************************************
       01  SUSPENSE-CORRECTION.
           03  SC-BILL-NUMBER               PIC X(05).
               88  SC-FIX-DOB                       VALUE 'DB'.
               88  SC-FIX-STORE-ID                  VALUE 'ST'.
               88  SC-FIX-CACHIER-ID                VALUE 'CA'.
               88  SC-FIX-DISC-MANAGER              VALUE 'DM'.
           03  SC-NEW-VALUE                 PIC X(10).
           03  SC-CLERK-ID                  PIC X(06).
