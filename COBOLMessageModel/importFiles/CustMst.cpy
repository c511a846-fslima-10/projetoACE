      *  customer; CUST-NAME-POST-KEY (last name + first name + post
      *  code) is a third alternate key used as a fallback when no
      *  mail or mobile number was captured on the bill.
      *  A customer erased by CUSTMNT0 keeps its CUST-ID, bill dates
      *  and visit count but carries last name 'ERASED', its own
      *  CUST-ID as first name, and blank contact and address fields.
      *****************************************************************
       01  CUSTOMER-MASTER.
           03  CUST-ID                      PIC X(10).
