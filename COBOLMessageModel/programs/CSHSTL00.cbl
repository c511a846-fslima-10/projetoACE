000900*
001000*  READS THE DAY'S BILL FEED (BILL.CPY), SORTS AND TOTALS THE
001100*  SALES AMOUNT (UNITPRICE * QUANTITY SUMMED ACROSS THE PURCHASE
001200*  TABLE, LESS THE SEGMENT'S DISCOUNT/COUPON ENTRIES) BY
001250*  CACHIERID AND PAYMENTTYPE, THEN COMPARES EACH TOTAL
001300*  AGAINST THE CASH-DRAWER AMOUNT THE CASHIER KEYED IN AT CLOSE
001400*  OF DAY.  ANY DIFFERENCE IS PRINTED AS A VARIANCE SO SHORTAGES
001500*  AND TILL ERRORS ARE CAUGHT THE SAME DAY RATHER THAN AT MONTH
002282*                   NIGHT'S DRAWER, SO SETTLING GOOD BILLS
002283*                   ONLY SHOWED FALSE VARIANCES THE NIGHT OF
002284*                   SUSPENSION AND AGAIN ON RE-INJECTION.
002286*  10/15/2026 RH    SETTLE THE SALES AMOUNT NET OF THE BILL'S
002288*                   DISCOUNT/COUPON ENTRIES.  WS-BILL-AMT IS
002290*                   NOW SIGNED - A WHOLE-BILL ENTRY ON THE
002292*                   FIRST SEGMENT CAN EXCEED THAT SEGMENT'S
002294*                   OWN LINES; THE SORT TOTALS NET IT BACK.
002296*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.  IBM.
006300 01  WS-COUNTERS.
006400     03  WS-ITEM-IX               PIC 9(02)  COMP.
006410     03  WS-PAY-IX                PIC 9(02)  COMP.
006420     03  WS-DISC-IX               PIC 9(02)  COMP.
006500     03  WS-DRAWER-IX             PIC 9(02)  COMP.
006600     03  WS-DRAWER-TBL-CNT        PIC 9(03)  COMP  VALUE ZERO.
006610     03  WS-RECORDS-READ          PIC 9(09)  COMP  VALUE ZERO.
006625     03  WS-VAR-WRITTEN           PIC 9(09)  COMP  VALUE ZERO.
006640 COPY "RunLog".
006700 01  WS-ACCUM-FIELDS.
006800     03  WS-BILL-AMT              PIC S9(7)V99 VALUE ZERO.
006810     03  WS-NET-BILL-AMT          PIC S9(7)V99 VALUE ZERO.
006820     03  WS-PAY-AMT               PIC S9(7)V99 VALUE ZERO.
006850     03  WS-BRK-STORE-ID          PIC X(3).
017700         THRU 2120-SUM-PURCHASE-LINE-EXIT
017800         VARYING WS-ITEM-IX FROM 1 BY 1
017900         UNTIL WS-ITEM-IX > TotalItemPurchased OF BILL-IN-REC.
017910     PERFORM 2125-SUBTRACT-DISCOUNT-LINE
017920         THRU 2125-SUBTRACT-DISCOUNT-LINE-EXIT
017930         VARYING WS-DISC-IX FROM 1 BY 1
017940         UNTIL WS-DISC-IX > DiscountCount OF BILL-IN-REC.
018000     IF PaymentCount OF BILL-IN-REC = ZERO
018010         IF BILL-IN-REC-TYPE-RETURN
018020             COMPUTE WS-NET-BILL-AMT = ZERO - WS-BILL-AMT
019900          Quantity  OF BILL-IN-REC (WS-ITEM-IX)).
020000 2120-SUM-PURCHASE-LINE-EXIT.
020100     EXIT.
020110*----------------------------------------------------------------
020120 2125-SUBTRACT-DISCOUNT-LINE.
020130     SUBTRACT DiscAmount OF BILL-IN-REC (WS-DISC-IX)
020140         FROM WS-BILL-AMT.
020150 2125-SUBTRACT-DISCOUNT-LINE-EXIT.
020160     EXIT.
020200*----------------------------------------------------------------
020300 2130-RELEASE-PAYMENT-LINES.
020310     IF BILL-IN-REC-TYPE-RETURN
