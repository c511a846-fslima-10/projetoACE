002970*                   BH-PAYMENT-TYPE - THE SAME TOTALS CSHSTL00
002980*                   BUILDS - SO PLAIN ONE-CARD SALES STOP
002990*                   MISMATCHING THE ACQUIRER EVERY DAY.
002992*  10/15/2026 RH    PRICE SINGLE-TENDER BILLS AT THE BILLDET
002994*                   LINE AMOUNT NET OF DISCOUNTS AND COUPONS.
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
019990     EXIT.
019991*----------------------------------------------------------------
019992 2060-SUM-DETAIL-LINE.
019993     COMPUTE WS-LINE-AMOUNT = BD-UNIT-PRICE * BD-QUANTITY
019994         - BD-DISC-AMOUNT - BD-BILL-DISC-AMT.
019995     ADD WS-LINE-AMOUNT TO WS-BILL-TOTAL.
019996     PERFORM 2900-READ-DETAIL
019997         THRU 2900-READ-DETAIL-EXIT.
019998 2060-SUM-DETAIL-LINE-EXIT.
019999     EXIT.
020000*----------------------------------------------------------------
020100 2100-TALLY-TENDER-LINE.
020200     IF BH-PAY-TYPE (WS-PAY-IX) (1:4) = 'CASH'
