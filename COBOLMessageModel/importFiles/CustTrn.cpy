      *****************************************************************
      *  CUSTTRN.CPY
      *  Keyed customer maintenance transaction, entered by the
      *  customer-service desk and applied by CUSTMNT0 - the same
      *  keyed-transaction pattern as the vendor maintenance
      *  (VNDTRN.CPY).  A MERGE folds CT-CUST-ID (the duplicate
      *  CUSTMCH0 created) into CT-INTO-CUST-ID (the surviving
      *  customer).  An ERASE masks the personal details held for
      *  CT-CUST-ID; CT-INTO-CUST-ID is not used.  CT-OPERATOR-ID is
      *  the desk operator who keyed the request and is printed on
      *  the maintenance log.
      *****************************************************************
       01  CUSTOMER-TRANSACTION.
           03  CT-ACTION-CODE               PIC X(01).
               88  CT-MERGE-CUSTOMER                VALUE 'M'.
               88  CT-ERASE-CUSTOMER                VALUE 'E'.
           03  CT-CUST-ID                   PIC X(10).
           03  CT-INTO-CUST-ID              PIC X(10).
           03  CT-OPERATOR-ID               PIC X(06).
