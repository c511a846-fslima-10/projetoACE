002000*
002100*  THE INPUT FILE MUST PRESENT A BILL'S SEGMENTS TOGETHER, IN
002200*  BILLSEQNO ORDER, AS THE CAPTURE SYSTEM PRODUCES THEM.
002210*
002220*  A DISCOUNT/COUPON ENTRY RUNG AGAINST A LINE IS COPIED ONTO
002230*  THAT LINE'S BILLDET RECORD.  WHOLE-BILL ENTRIES GO ONTO
002240*  BILLHDR AND ARE ALSO SPREAD ACROSS THE BILL'S NON-GIFTCARD
002250*  LINES IN PROPORTION TO EACH LINE'S AMOUNT AFTER ITS OWN
002260*  DISCOUNT (BD-BILL-DISC-AMT), THE ROUNDING REMAINDER GOING TO
002270*  THE LAST SUCH LINE, SO THE NET OF EVERY BILLDET LINE ADDS UP
002280*  TO WHAT THE CUSTOMER PAID.  BECAUSE THE SPREAD NEEDS THE WHOLE
002290*  BILL, A BILL'S DETAIL LINES ARE HELD UNTIL ITS LAST SEGMENT.
002300*
002400*  MODIFICATION HISTORY
002500*  ---------------------------------------------------------------
002871*  09/02/2026 RH    CARRY BILLTYPE FORWARD AS BH-BILL-TYPE SO
002872*                   TENDER-SIDE CONSUMERS CAN NET REFUNDS
002873*                   WITHOUT GOING BACK TO THE FEED.
002874*  10/15/2026 RH    CARRY DISCOUNT/COUPON ENTRIES FORWARD -
002875*                   LINE ENTRIES ONTO BILLDET, WHOLE-BILL
002876*                   ENTRIES ONTO BILLHDR AND PRORATED ONTO THE
002877*                   LINES.  DETAIL LINES ARE NOW HELD IN CORE
002878*                   UNTIL THE BILL'S LAST SEGMENT.
002880*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM.
005600 01  WS-COUNTERS.
005700     03  WS-ITEM-IX               PIC 9(02)  COMP.
005750     03  WS-PAY-IX                PIC 9(02)  COMP.
005760     03  WS-DISC-IX               PIC 9(02)  COMP.
005770     03  WS-DT-IX                 PIC 9(03)  COMP.
005780     03  WS-DT-CNT                PIC 9(03)  COMP  VALUE ZERO.
005790     03  WS-DT-LAST-ELIG          PIC 9(03)  COMP  VALUE ZERO.
005800     03  WS-LINE-SEQ              PIC 9(05)  COMP  VALUE ZERO.
005810     03  WS-RECORDS-READ          PIC 9(09)  COMP  VALUE ZERO.
005820     03  WS-HDR-WRITTEN           PIC 9(09)  COMP  VALUE ZERO.
005830     03  WS-DET-WRITTEN           PIC 9(09)  COMP  VALUE ZERO.
005850 COPY "RunLog".
005852 01  WS-AMOUNTS.
005854     03  WS-LINE-AMOUNT           PIC 9(07)V99 VALUE ZERO.
005856     03  WS-ELIG-TOTAL            PIC 9(09)V99 VALUE ZERO.
005858     03  WS-BILL-DISC-TOTAL       PIC 9(07)V99 VALUE ZERO.
005860     03  WS-DISC-LEFT             PIC 9(07)V99 VALUE ZERO.
005862 01  WS-DT-TBL-MAX                PIC 9(03)  VALUE 200.
005864*  ONE ENTRY PER DETAIL LINE OF THE BILL CURRENTLY BEING ROLLED
005866*  UP (20 SEGMENTS OF 10 LINES).  WS-DT-RECORD IS THE BILLDET
005868*  IMAGE, WS-DT-NET THE LINE AMOUNT AFTER ITS OWN DISCOUNT.
005870 01  WS-DETAIL-TABLE.
005872     03  WS-DT-ENTRY OCCURS 200 TIMES.
005874         05  WS-DT-RECORD         PIC X(64).
005876         05  WS-DT-NET            PIC 9(07)V99.
005878         05  WS-DT-ELIG-SW        PIC X(01).
005880             88  WS-DT-ELIGIBLE             VALUE 'Y'.
005900 PROCEDURE DIVISION.
006000 0000-MAINLINE.
006100     PERFORM 1000-INITIALIZE
008100         PERFORM 2100-CAPTURE-HEADER
008200             THRU 2100-CAPTURE-HEADER-EXIT
008300     END-IF.
008400     PERFORM 2200-BUILD-DETAIL-LINE
008500         THRU 2200-BUILD-DETAIL-LINE-EXIT
008600         VARYING WS-ITEM-IX FROM 1 BY 1
008700         UNTIL WS-ITEM-IX > TotalItemPurchased OF BILL.
008800     IF BillMoreFlag OF BILL = 'N'
008810         MOVE WS-BILL-DISC-TOTAL   TO WS-DISC-LEFT
008820         PERFORM 2300-WRITE-DETAIL-LINE
008830             THRU 2300-WRITE-DETAIL-LINE-EXIT
008840             VARYING WS-DT-IX FROM 1 BY 1
008850             UNTIL WS-DT-IX > WS-DT-CNT
008900         MOVE WS-LINE-SEQ          TO BH-TOTAL-ITEMS
009000         WRITE BILL-HEADER
009010         ADD 1 TO WS-HDR-WRITTEN
009600*----------------------------------------------------------------
009700 2100-CAPTURE-HEADER.
009800     MOVE ZERO                     TO WS-LINE-SEQ.
009810     MOVE ZERO                     TO WS-DT-CNT.
009820     MOVE ZERO                     TO WS-DT-LAST-ELIG.
009830     MOVE ZERO                     TO WS-ELIG-TOTAL.
009840     MOVE ZERO                     TO WS-BILL-DISC-TOTAL.
009900     MOVE BillNumber OF BILL       TO BH-BILL-NUMBER.
009950     MOVE BillType OF BILL         TO BH-BILL-TYPE.
010000     MOVE BillDate OF BILL         TO BH-BILL-DATE.
011170         THRU 2150-CAPTURE-PAYMENT-LINE-EXIT
011180         VARYING WS-PAY-IX FROM 1 BY 1
011190         UNTIL WS-PAY-IX > PaymentCount OF BILL.
011192     MOVE ZERO                     TO BH-DISC-COUNT.
011194     PERFORM 2160-CAPTURE-BILL-DISCOUNT
011196         THRU 2160-CAPTURE-BILL-DISCOUNT-EXIT
011198         VARYING WS-DISC-IX FROM 1 BY 1
011199         UNTIL WS-DISC-IX > DiscountCount OF BILL.
011200     MOVE ZERO                     TO BH-TOTAL-ITEMS.
011300 2100-CAPTURE-HEADER-EXIT.
011400     EXIT.
011495                               TO BH-PAY-AMOUNT (WS-PAY-IX).
011496 2150-CAPTURE-PAYMENT-LINE-EXIT.
011497     EXIT.
011500*----------------------------------------------------------------
011510 2160-CAPTURE-BILL-DISCOUNT.
011520     IF DiscLineNo OF BILL (WS-DISC-IX) NOT = ZERO
011530         GO TO 2160-CAPTURE-BILL-DISCOUNT-EXIT
011540     END-IF.
011550     ADD 1 TO BH-DISC-COUNT.
011560     MOVE DiscType OF BILL (WS-DISC-IX)
011570                           TO BH-DISC-TYPE (BH-DISC-COUNT).
011580     MOVE DiscReason OF BILL (WS-DISC-IX)
011590                           TO BH-DISC-REASON (BH-DISC-COUNT).
011600     MOVE DiscManagerId OF BILL (WS-DISC-IX)
011610                           TO BH-DISC-MANAGER-ID (BH-DISC-COUNT).
011620     MOVE DiscAmount OF BILL (WS-DISC-IX)
011630                           TO BH-DISC-AMOUNT (BH-DISC-COUNT).
011640     ADD DiscAmount OF BILL (WS-DISC-IX) TO WS-BILL-DISC-TOTAL.
011650 2160-CAPTURE-BILL-DISCOUNT-EXIT.
011660     EXIT.
011670*----------------------------------------------------------------
011680 2200-BUILD-DETAIL-LINE.
011690     IF WS-DT-CNT >= WS-DT-TBL-MAX
011700         DISPLAY 'BILLOVF0 - BILL ' BillNumber OF BILL
011710             ' HAS MORE THAN ' WS-DT-TBL-MAX ' LINES'
011720         STOP RUN
011730     END-IF.
011740     ADD 1 TO WS-LINE-SEQ.
011750     MOVE BillNumber OF BILL            TO BD-BILL-NUMBER.
011760     MOVE WS-LINE-SEQ                   TO BD-LINE-SEQ.
011770     MOVE StoreId OF BILL               TO BD-STORE-ID.
011780     MOVE SKU OF BILL (WS-ITEM-IX)      TO BD-SKU.
011790     MOVE Category OF BILL (WS-ITEM-IX) TO BD-CATEGORY.
011800     MOVE ProductName OF BILL (WS-ITEM-IX)
011810                                        TO BD-PRODUCT-NAME.
011820     MOVE UnitPrice OF BILL (WS-ITEM-IX) TO BD-UNIT-PRICE.
011830     MOVE Quantity OF BILL (WS-ITEM-IX)  TO BD-QUANTITY.
011840     MOVE SPACES                         TO BD-DISC-TYPE.
011850     MOVE SPACES                         TO BD-DISC-REASON.
011860     MOVE SPACES                         TO BD-DISC-MANAGER-ID.
011870     MOVE ZERO                           TO BD-DISC-AMOUNT.
011880     MOVE ZERO                           TO BD-BILL-DISC-AMT.
011890     PERFORM 2250-MATCH-LINE-DISCOUNT
011900         THRU 2250-MATCH-LINE-DISCOUNT-EXIT
011910         VARYING WS-DISC-IX FROM 1 BY 1
011920         UNTIL WS-DISC-IX > DiscountCount OF BILL.
011930     ADD 1 TO WS-DT-CNT.
011940     MOVE BILL-DETAIL TO WS-DT-RECORD (WS-DT-CNT).
011950     COMPUTE WS-DT-NET (WS-DT-CNT) =
011960         BD-UNIT-PRICE * BD-QUANTITY - BD-DISC-AMOUNT.
011970     IF BD-SKU = 'GIFTCARD'
011980         MOVE 'N' TO WS-DT-ELIG-SW (WS-DT-CNT)
011990     ELSE
012000         MOVE 'Y' TO WS-DT-ELIG-SW (WS-DT-CNT)
012010         ADD WS-DT-NET (WS-DT-CNT) TO WS-ELIG-TOTAL
012020         MOVE WS-DT-CNT TO WS-DT-LAST-ELIG
012030     END-IF.
012040 2200-BUILD-DETAIL-LINE-EXIT.
012050     EXIT.
012060*----------------------------------------------------------------
012070 2250-MATCH-LINE-DISCOUNT.
012080     IF DiscLineNo OF BILL (WS-DISC-IX) = WS-ITEM-IX
012090         MOVE DiscType OF BILL (WS-DISC-IX)      TO BD-DISC-TYPE
012100         MOVE DiscReason OF BILL (WS-DISC-IX)    TO BD-DISC-REASON
012110         MOVE DiscManagerId OF BILL (WS-DISC-IX)
012120                                         TO BD-DISC-MANAGER-ID
012130         MOVE DiscAmount OF BILL (WS-DISC-IX)    TO BD-DISC-AMOUNT
012140     END-IF.
012150 2250-MATCH-LINE-DISCOUNT-EXIT.
012160     EXIT.
012170*----------------------------------------------------------------
012180*  EACH ELIGIBLE LINE'S SHARE OF THE WHOLE-BILL ENTRIES IS
012190*  TRUNCATED TO THE CENT; THE LAST ELIGIBLE LINE TAKES WHATEVER
012200*  IS LEFT SO THE SHARES ADD BACK TO THE BILLHDR ENTRIES EXACTLY.
012205*----------------------------------------------------------------
012210 2300-WRITE-DETAIL-LINE.
012220     MOVE WS-DT-RECORD (WS-DT-IX) TO BILL-DETAIL.
012230     IF WS-BILL-DISC-TOTAL > ZERO
012240         AND WS-ELIG-TOTAL > ZERO
012250         AND WS-DT-ELIGIBLE (WS-DT-IX)
012260         IF WS-DT-IX = WS-DT-LAST-ELIG
012270             MOVE WS-DISC-LEFT TO BD-BILL-DISC-AMT
012280         ELSE
012290             COMPUTE BD-BILL-DISC-AMT =
012300                 WS-BILL-DISC-TOTAL * WS-DT-NET (WS-DT-IX)
012310                 / WS-ELIG-TOTAL
012320         END-IF
012330         SUBTRACT BD-BILL-DISC-AMT FROM WS-DISC-LEFT
012340     END-IF.
012350     WRITE BILL-DETAIL.
012360     ADD 1 TO WS-DET-WRITTEN.
012370 2300-WRITE-DETAIL-LINE-EXIT.
012380     EXIT.
012500*----------------------------------------------------------------
012600 2900-READ-BILL-IN.
012700     READ BILL-IN
