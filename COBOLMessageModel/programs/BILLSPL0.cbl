003500*  ---------------------------------------------------------------
003600*  DATE       INIT  DESCRIPTION
003700*  09/02/2026 RH    ORIGINAL PROGRAM.
003710*  10/15/2026 RH    SALEFED AMOUNT IS NOW NET OF THE BILL'S
003720*                   DISCOUNT/COUPON ENTRIES; BILL.CPY GREW BY
003730*                   86 BYTES SO THE EXTRACT RECORDS AND THE
003740*                   SEGMENT SAVE AREA ARE NOW PIC X(621).
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
005900 COPY "Bill".
006000 FD  PAY-FEED-OUT
006100     RECORDING MODE IS F.
006200 01  PAY-FEED-REC                 PIC X(621).
006300 FD  RTN-FEED-OUT
006400     RECORDING MODE IS F.
006500 01  RTN-FEED-REC                 PIC X(621).
006600 FD  GIFT-FEED-OUT
006700     RECORDING MODE IS F.
006800 01  GIFT-FEED-REC                PIC X(621).
006900 FD  SALE-FEED-OUT
007000     RECORDING MODE IS F.
007100 COPY "SaleFed".
008200 01  WS-COUNTERS.
008300     03  WS-ITEM-IX               PIC 9(02)  COMP.
008400     03  WS-PAY-IX                PIC 9(02)  COMP.
008450     03  WS-DISC-IX               PIC 9(02)  COMP.
008500     03  WS-SEG-IX                PIC 9(02)  COMP.
008600     03  WS-SEG-COUNT             PIC 9(02)  COMP  VALUE ZERO.
008700     03  WS-RECORDS-READ          PIC 9(09)  COMP  VALUE ZERO.
009300 01  WS-AMOUNTS.
009400     03  WS-LINE-AMOUNT           PIC 9(07)V99 VALUE ZERO.
009500     03  WS-BILL-AMOUNT           PIC 9(07)V99 VALUE ZERO.
009550     03  WS-DISC-AMOUNT           PIC 9(07)V99 VALUE ZERO.
009600 01  WS-BILL-DATE-8               PIC 9(08)  VALUE ZERO.
009700 01  WS-SEG-MAX                   PIC 9(02)  VALUE 20.
009800*  ONE SAVE-AREA ENTRY PER PHYSICAL SEGMENT OF THE BILL
009900*  CURRENTLY BEING ACCUMULATED - PIC X(621) IS BILL.CPY'S
010000*  MAXIMUM RECORD LENGTH, THE SAME BYTE-FOR-BYTE GROUP MOVE
010100*  BILLEDT0 RELIES ON.
010200 01  WS-BILL-BUFFER.
010300     03  WS-BILL-SEG              PIC X(621) OCCURS 20 TIMES.
010400 PROCEDURE DIVISION.
010500 0000-MAINLINE.
010600     PERFORM 1000-INITIALIZE
014900         THRU 2200-SCAN-PURCHASE-LINE-EXIT
015000         VARYING WS-ITEM-IX FROM 1 BY 1
015100         UNTIL WS-ITEM-IX > TotalItemPurchased OF BILL.
015110     PERFORM 2250-SUM-DISCOUNT
015120         THRU 2250-SUM-DISCOUNT-EXIT
015130         VARYING WS-DISC-IX FROM 1 BY 1
015140         UNTIL WS-DISC-IX > DiscountCount OF BILL.
015200     ADD 1 TO WS-SEG-COUNT.
015300     IF WS-SEG-COUNT > WS-SEG-MAX
015400         DISPLAY 'BILLSPL0 - BILL ' BillNumber OF BILL
016600 2100-START-NEW-BILL.
016700     MOVE ZERO TO WS-SEG-COUNT.
016800     MOVE ZERO TO WS-BILL-AMOUNT.
016850     MOVE ZERO TO WS-DISC-AMOUNT.
016900     MOVE ZERO TO WS-BILL-DATE-8.
017000     MOVE 'N' TO WS-HAS-PAY-SW.
017100     MOVE 'N' TO WS-IS-RETURN-SW.
020700     END-IF.
020800 2200-SCAN-PURCHASE-LINE-EXIT.
020900     EXIT.
020910*----------------------------------------------------------------
020950 2250-SUM-DISCOUNT.
020960     ADD DiscAmount OF BILL (WS-DISC-IX) TO WS-DISC-AMOUNT.
020970 2250-SUM-DISCOUNT-EXIT.
020980     EXIT.
021000*----------------------------------------------------------------
021100 2400-RELEASE-BILL.
021200     PERFORM 2450-RELEASE-BILL-SEGMENT
021300         THRU 2450-RELEASE-BILL-SEGMENT-EXIT
021400         VARYING WS-SEG-IX FROM 1 BY 1
021500         UNTIL WS-SEG-IX > WS-SEG-COUNT.
021510*  BILLEDT0 HAS ALREADY PROVED NO ENTRY EXCEEDS ITS LINE AND THE
021520*  WHOLE-BILL ENTRIES DO NOT EXCEED THE BILL, SO THE NET AMOUNT
021530*  CANNOT GO BELOW ZERO.
021540     SUBTRACT WS-DISC-AMOUNT FROM WS-BILL-AMOUNT.
021600     IF NOT WS-IS-RETURN
021700         MOVE BillNumber OF BILL TO SF-BILL-NUMBER
021800         MOVE StoreId OF BILL    TO SF-STORE-ID
