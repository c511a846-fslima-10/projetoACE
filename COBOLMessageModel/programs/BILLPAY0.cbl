001100*  CASH, PART CARD, GIFT CARD PLUS CARD, AND SO ON) INSTEAD OF
001200*  ONE SINGLE PAYMENTTYPE FOR THE WHOLE SALE.  THIS JOB CHECKS
001300*  THAT THE PAYMENTDETAIL AMOUNTS ADD UP TO THE BILL'S SALE TOTAL
001400*  (SUM OF UNITPRICE * QUANTITY ACROSS THE PURCHASE TABLE, LESS
001410*  THE BILL'S DISCOUNT/COUPON ENTRIES).  A
001500*  BILL WITH PAYMENTCOUNT ZERO IS TREATED AS FULLY PAID BY ITS
001600*  SINGLE PAYMENTTYPE, AS BEFORE, AND NEEDS NO TENDER EDIT.  ANY
001700*  BILL WHOSE TENDERED TOTAL DOES NOT MATCH ITS SALE TOTAL IS
002390*                   BY BILLSPL0 INSTEAD OF RE-READING THE
002392*                   WHOLE FEED FOR THE FEW BILLS WITH PAYMENT
002394*                   DETAIL.
002396*  10/15/2026 RH    CHECK THE TENDER AGAINST THE SALE TOTAL
002397*                   NET OF THE BILL'S DISCOUNT/COUPON ENTRIES.
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004700 01  WS-COUNTERS.
004800     03  WS-ITEM-IX               PIC 9(02)  COMP.
004900     03  WS-PAY-IX                PIC 9(02)  COMP.
004905     03  WS-DISC-IX               PIC 9(02)  COMP.
004910     03  WS-RECORDS-READ          PIC 9(09)  COMP  VALUE ZERO.
004920     03  WS-EXCP-WRITTEN          PIC 9(09)  COMP  VALUE ZERO.
004940 COPY "RunLog".
005000 01  WS-AMOUNTS.
005100     03  WS-BILL-TOTAL            PIC 9(7)V99 VALUE ZERO.
005150     03  WS-DISC-TOTAL            PIC 9(7)V99 VALUE ZERO.
005200     03  WS-TENDERED-TOTAL        PIC 9(7)V99 VALUE ZERO.
005300     03  WS-DIFFERENCE            PIC S9(7)V99 VALUE ZERO.
005400 PROCEDURE DIVISION.
007910     IF BillSeqNo OF BILL = 1
007920         MOVE ZERO TO WS-BILL-TOTAL
007930         MOVE ZERO TO WS-TENDERED-TOTAL
007935         MOVE ZERO TO WS-DISC-TOTAL
007940         PERFORM 2200-SUM-PAYMENT-LINE
007950             THRU 2200-SUM-PAYMENT-LINE-EXIT
007960             VARYING WS-PAY-IX FROM 1 BY 1
008200         THRU 2100-SUM-PURCHASE-LINE-EXIT
008300         VARYING WS-ITEM-IX FROM 1 BY 1
008400         UNTIL WS-ITEM-IX > TotalItemPurchased OF BILL.
008402     PERFORM 2150-SUM-DISCOUNT-LINE
008404         THRU 2150-SUM-DISCOUNT-LINE-EXIT
008406         VARYING WS-DISC-IX FROM 1 BY 1
008408         UNTIL WS-DISC-IX > DiscountCount OF BILL.
008410     IF BillMoreFlag OF BILL = 'N'
008415         SUBTRACT WS-DISC-TOTAL FROM WS-BILL-TOTAL
008420         IF WS-TENDERED-TOTAL NOT = WS-BILL-TOTAL
009100             PERFORM 2300-WRITE-EXCEPTION
009200                 THRU 2300-WRITE-EXCEPTION-EXIT
010000          Quantity  OF BILL (WS-ITEM-IX)).
010100 2100-SUM-PURCHASE-LINE-EXIT.
010200     EXIT.
010210*----------------------------------------------------------------
010220 2150-SUM-DISCOUNT-LINE.
010230     ADD DiscAmount OF BILL (WS-DISC-IX) TO WS-DISC-TOTAL.
010240 2150-SUM-DISCOUNT-LINE-EXIT.
010250     EXIT.
010300*----------------------------------------------------------------
010400 2200-SUM-PAYMENT-LINE.
010500     ADD PayAmount OF BILL (WS-PAY-IX) TO WS-TENDERED-TOTAL.
