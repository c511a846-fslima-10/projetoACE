      *****************************************************************
      *  XFRTRN.CPY
      *  Keyed inter-store transfer transaction - one record per leg
      *  of a transfer, the same keyed-transaction pattern as the
      *  receiving slips (RCVTRN.CPY).  The sending store keys the
      *  ship leg (XT-LEG-SHIP) with the transfer number from the
      *  transfer docket when the goods leave; the receiving store
      *  keys the receive leg (XT-LEG-RECEIVE) with the same number
      *  and the quantity actually counted off the van.  STKXFR00
      *  takes shipped stock off the sending store's on-hand and
      *  holds it as in-transit on the receiving store's record
      *  until the receive leg adds it to that store's on-hand.
      *****************************************************************
       01  TRANSFER-TRANSACTION.
           03  XT-TRANSFER-NUMBER           PIC 9(06).
           03  XT-LEG-SW                    PIC X(01).
               88  XT-LEG-SHIP                      VALUE 'S'.
               88  XT-LEG-RECEIVE                   VALUE 'R'.
           03  XT-FROM-STORE-ID             PIC X(03).
           03  XT-TO-STORE-ID               PIC X(03).
           03  XT-SKU                       PIC X(08).
           03  XT-QUANTITY                  PIC 9(05).
           03  XT-CLERK-ID                  PIC X(06).
           03  XT-LEG-DATE                  PIC 9(08).
