001980*  SKU WITH NO HISTORY ENTRY ON OR BEFORE THE BILL DATE, OR A
001990*  BILL WHOSE DATE WILL NOT EDIT, FALLS BACK TO THE CURRENT
001992*  PM-CATALOG-PRICE AS BEFORE.
001993*
001994*  THE CHECK IS ALWAYS MADE ON THE PRE-DISCOUNT UNITPRICE.  A
001995*  LINE THAT ALSO CARRIES A REGISTER DISCOUNT/COUPON ENTRY IS
001996*  MARKED PD-DISCOUNTED WITH THE ENTRY'S AMOUNT, SO AN APPROVED
001997*  DISCOUNT NEVER SHOWS UP AS A KEYED-DOWN PRICE.
002000*
002100*  NOTE - PRODMST MUST EXIST AS AN EMPTY INDEXED FILE, LOADED WITH
002200*  THE CURRENT CATALOG, BEFORE THE FIRST RUN.
002878*                   CHANGE EVER KEYED; SUPERSEDED ENTRIES
002879*                   OLDER THAN THE OLDEST RE-INJECTABLE BILL
002881*                   ARE PURGED BY OPERATIONS (SEE PRCHST.CPY).
002882*  10/15/2026 RH    MARK A LINE CARRYING A DISCOUNT/COUPON
002883*                   ENTRY PD-DISCOUNTED WITH ITS AMOUNT; THE
002884*                   PRICE CHECK STAYS ON THE PRE-DISCOUNT PRICE.
002885*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM.
006260         88  WS-BILL-DATE-OK                 VALUE 'Y'.
006300 01  WS-COUNTERS.
006400     03  WS-ITEM-IX               PIC 9(02)  COMP.
006420     03  WS-DISC-IX               PIC 9(02)  COMP.
006450     03  WS-LINE-SEQ              PIC 9(05)  COMP  VALUE ZERO.
006460     03  WS-RECORDS-READ          PIC 9(09)  COMP  VALUE ZERO.
006470     03  WS-DESC-WRITTEN          PIC 9(09)  COMP  VALUE ZERO.
010100     MOVE 'N' TO PD-SKU-NOT-FOUND-SW.
010200     MOVE 'N' TO PD-PRICE-MISMATCH-SW.
010210     MOVE 'N' TO PD-PROMO-PRICE-SW.
010220     MOVE 'N' TO PD-DISCOUNTED-SW.
010230     MOVE ZERO TO PD-DISC-AMOUNT.
010240     PERFORM 2200-MATCH-LINE-DISCOUNT
010250         THRU 2200-MATCH-LINE-DISCOUNT-EXIT
010260         VARYING WS-DISC-IX FROM 1 BY 1
010270         UNTIL WS-DISC-IX > DiscountCount OF BILL.
010300     MOVE SKU OF BILL (WS-ITEM-IX) TO PM-SKU.
010400     MOVE 'N' TO WS-SKU-FOUND-SW.
010500     READ PROD-MAST-FILE
012634     END-IF.
012636 2170-MATCH-PRICE-ENTRY-EXIT.
012638     EXIT.
012639*----------------------------------------------------------------
012640 2200-MATCH-LINE-DISCOUNT.
012641     IF DiscLineNo OF BILL (WS-DISC-IX) = WS-ITEM-IX
012642         MOVE 'Y' TO PD-DISCOUNTED-SW
012643         MOVE DiscAmount OF BILL (WS-DISC-IX) TO PD-DISC-AMOUNT
012644     END-IF.
012645 2200-MATCH-LINE-DISCOUNT-EXIT.
012646     EXIT.
012647*----------------------------------------------------------------
012620 2300-CHECK-PROMO-PRICE.
012625     IF NOT WS-BILL-DATE-OK
012630         GO TO 2300-CHECK-PROMO-PRICE-EXIT
