      *****************************************************************
      *  LBLXTR.CPY
      *  Shelf-label printer extract written by PRCLBL00, one record
      *  per store per SKU per price change falling inside the
      *  look-ahead window, for SKUs the store stocks.  LX-OLD-PRICE
      *  is the selling price the day before LX-EFF-DATE and
      *  LX-NEW-PRICE the price from that date - the PRCHST price in
      *  effect, or the PROMOCAL promo price while a promotion runs.
      *  LX-PROMO-END-DATE is the last day of the promotion for a
      *  promo-start label (the "offer ends" line) and zero
      *  otherwise.
      *****************************************************************
       01  SHELF-LABEL-EXTRACT.
           03  LX-STORE-ID                  PIC X(03).
           03  LX-SKU                       PIC X(08).
           03  LX-FULL-DESCRIPTION          PIC X(30).
           03  LX-FULL-CATEGORY             PIC X(15).
           03  LX-EFF-DATE                  PIC 9(08).
           03  LX-OLD-PRICE                 PIC 9(04).
           03  LX-NEW-PRICE                 PIC 9(04).
           03  LX-CHANGE-TYPE               PIC X(01).
               88  LX-PRICE-CHANGE                  VALUE 'P'.
               88  LX-PROMO-START                   VALUE 'S'.
               88  LX-PROMO-END                     VALUE 'E'.
           03  LX-PROMO-END-DATE            PIC 9(08).
