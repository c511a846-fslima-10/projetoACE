001300*  BILLDESC (WALKED IN STEP WITH BILLDET, ONE RECORD PER LINE)
001400*  SUPPLIES THE REAL FULL CATEGORY, WHICH IS LOOKED UP ON THE
001500*  TAXRATE TABLE; THE LINE AMOUNT TIMES THE RATE GIVES THE TAX,
001600*  ROUNDED TO THE CENT.  THE LINE AMOUNT TAXED IS NET OF THE
001610*  LINE'S OWN DISCOUNT/COUPON AND ITS SHARE OF ANY WHOLE-BILL
001620*  ENTRY (SEE BILLDET.CPY).  A LINE ON A RETURN-TYPE BILL
001700*  (RECOGNISED BY THE BILL'S RTNNET RECORD, SKIPPING RETURNS
001800*  BILLRTN0 FLAGGED AS ALREADY NETTED) CARRIES NEGATIVE TAXABLE
001900*  AND TAX AMOUNTS, REVERSING THE TAX THE SAME WAY BILLRTN0
002793*                   POST-MIDNIGHT RERUN RE-EXTENDS INSTEAD OF
002794*                   SKIPPING THE NIGHT; 2300-CHECK-BILL-POSTED
002795*                   MOVED INTO ASCENDING PARAGRAPH ORDER.
002796*  10/15/2026 RH    TAX THE LINE AMOUNT NET OF ITS DISCOUNT/
002797*                   COUPON AND WHOLE-BILL DISCOUNT SHARE.
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
018800     END-IF.
018900     PERFORM 2200-FIND-RATE-ENTRY
019000         THRU 2200-FIND-RATE-ENTRY-EXIT.
019100     COMPUTE WS-LINE-AMOUNT = BD-UNIT-PRICE * BD-QUANTITY
019150         - BD-DISC-AMOUNT - BD-BILL-DISC-AMT.
019200     MOVE PD-BILL-NUMBER   TO BT-BILL-NUMBER.
019300     MOVE PD-LINE-SEQ      TO BT-LINE-SEQ.
019400     MOVE PD-SKU           TO BT-SKU.
