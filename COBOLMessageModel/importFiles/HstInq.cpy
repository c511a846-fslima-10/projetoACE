      *****************************************************************
      *  HSTINQ.CPY
      *  Bill-history inquiry, keyed by the customer-service desk or
      *  by whoever is answering an acquirer chargeback, and run
      *  through BILLINQ0 - one record per question asked:
      *    B - one bill: HQ-STORE-ID and HQ-BILL-NUMBER;
      *    C - every bill linked to HQ-CUST-ID;
      *    D - every bill dated HQ-FROM-DATE through HQ-TO-DATE,
      *        narrowed to one cashier when HQ-CASHIER-ID is keyed;
      *    G - every bill that sold, reloaded or redeemed gift card
      *        HQ-CARD-NUMBER.
      *  For C, D and G a keyed HQ-STORE-ID narrows the answer to one
      *  store.  Dates are CCYYMMDD; a zero HQ-TO-DATE means the same
      *  day as HQ-FROM-DATE for D and no upper bound for C, and for
      *  G the card's last-use date from GIFTMST.  HQ-REQUESTED-BY is
      *  printed on the inquiry report.
      *****************************************************************
       01  HISTORY-INQUIRY.
           03  HQ-INQUIRY-TYPE              PIC X(01).
               88  HQ-BY-BILL                       VALUE 'B'.
               88  HQ-BY-CUSTOMER                   VALUE 'C'.
               88  HQ-BY-DATE                       VALUE 'D'.
               88  HQ-BY-GIFT-CARD                  VALUE 'G'.
           03  HQ-STORE-ID                  PIC X(03).
           03  HQ-BILL-NUMBER               PIC X(05).
           03  HQ-CUST-ID                   PIC X(10).
           03  HQ-CASHIER-ID                PIC X(06).
           03  HQ-CARD-NUMBER               PIC X(08).
           03  HQ-FROM-DATE                 PIC 9(08).
           03  HQ-TO-DATE                   PIC 9(08).
           03  HQ-REQUESTED-BY              PIC X(08).
