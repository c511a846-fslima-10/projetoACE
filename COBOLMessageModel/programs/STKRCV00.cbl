002000*  RECEIPT AGAINST AN UNKNOWN OR ALREADY-CLOSED PO, OR WHOSE
002100*  SKU DOES NOT MATCH THE PO LINE, IS PRINTED AS AN EXCEPTION
002200*  AND NOT POSTED.
002210*
002220*  EACH RECEIPT'S UNIT COST - AS KEYED FROM THE DELIVERY
002230*  PAPERWORK, OR THE PO LINE'S COST WHEN LEFT ZERO - IS BLENDED
002240*  INTO THE STORE'S WEIGHTED-AVERAGE COST (ST-AVG-UNIT-COST)
002250*  BEFORE THE QUANTITY IS ADDED: (ON-HAND AT THE OLD AVERAGE +
002260*  RECEIVED AT THE RECEIPT COST) / (ON-HAND + RECEIVED), WITH A
002270*  NEGATIVE ON-HAND TAKEN AS ZERO.  A RECEIPT WITH NO COST ON
002280*  EITHER POSTS ITS QUANTITY, LEAVES THE AVERAGE ALONE AND IS
002290*  COUNTED ON THE TOTALS SO THE BUYER CAN CHASE THE PRICE.
002300*
002400*  MODIFICATION HISTORY
002500*  ---------------------------------------------------------------
002720*                   THE RECEIPT'S STORE MUST MATCH THE PO'S
002730*                   STORE AND THE GOODS POST TO THAT LOCATION'S
002740*                   RECORD.
002750*  10/15/2026 RH    MAINTAIN THE WEIGHTED-AVERAGE UNIT COST ON
002760*                   STKMST FROM THE RECEIPT OR PO UNIT COST.
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
007600     03  WS-CNT-POSTED            PIC 9(05)  COMP  VALUE ZERO.
007700     03  WS-CNT-REJECTED          PIC 9(05)  COMP  VALUE ZERO.
007800     03  WS-CNT-POS-CLOSED        PIC 9(05)  COMP  VALUE ZERO.
007810     03  WS-CNT-NO-COST           PIC 9(05)  COMP  VALUE ZERO.
007820 01  WS-COST-FIELDS.
007830     03  WS-RECEIPT-COST          PIC 9(05)V99.
007840     03  WS-PRIOR-QTY             PIC 9(07).
007900 01  WS-REPORT-LINES.
008000     03  WS-HDR-LINE-1.
008100         05  FILLER               PIC X(25) VALUE
008500         05  FILLER               PIC X(10) VALUE 'PO NUMBER'.
008600         05  FILLER               PIC X(10) VALUE 'SKU'.
008700         05  FILLER               PIC X(09) VALUE 'RECEIVED'.
008710         05  FILLER               PIC X(28) VALUE SPACES.
008720         05  FILLER               PIC X(09) VALUE 'UNIT COST'.
008800         05  FILLER               PIC X(14) VALUE SPACES.
008900     03  WS-DET-LINE.
009000         05  WS-DL-PO-NUMBER      PIC 9(06).
009100         05  FILLER               PIC X(04) VALUE SPACES.
009300         05  WS-DL-QTY            PIC ZZZZ9.
009400         05  FILLER               PIC X(04) VALUE SPACES.
009500         05  WS-DL-RESULT         PIC X(26).
009510         05  FILLER               PIC X(02) VALUE SPACES.
009520         05  WS-DL-UNIT-COST      PIC ZZ,ZZ9.99.
009600         05  FILLER               PIC X(14) VALUE SPACES.
009700     03  WS-TOT-LINE.
009800         05  WS-TL-LABEL          PIC X(24).
009900         05  WS-TL-COUNT          PIC ZZZZ9.
013000     MOVE RV-PO-NUMBER    TO WS-DL-PO-NUMBER.
013100     MOVE RV-SKU          TO WS-DL-SKU.
013200     MOVE RV-RECEIVED-QTY TO WS-DL-QTY.
013210     MOVE RV-UNIT-COST    TO WS-DL-UNIT-COST.
013300     MOVE RV-PO-NUMBER    TO OP-PO-NUMBER.
013400     MOVE 'N' TO WS-PO-FOUND-SW.
013500     READ PO-MAST-FILE
019700             ' ON PO ' OP-PO-NUMBER ' NOT ON STKMST'
019800         STOP RUN
019900     END-IF.
019910     PERFORM 2300-AVERAGE-COST
019920         THRU 2300-AVERAGE-COST-EXIT.
020000     ADD RV-RECEIVED-QTY TO ST-ON-HAND-QTY.
020100     IF RV-RECEIVED-QTY > ST-ON-ORDER-QTY
020200         MOVE ZERO TO ST-ON-ORDER-QTY
021100     END-IF.
021200 2200-POST-TO-STOCK-EXIT.
021300     EXIT.
021310*----------------------------------------------------------------
021320 2300-AVERAGE-COST.
021330     IF RV-UNIT-COST > ZERO
021340         MOVE RV-UNIT-COST TO WS-RECEIPT-COST
021350     ELSE
021360         MOVE OP-UNIT-COST TO WS-RECEIPT-COST
021370     END-IF.
021380     MOVE WS-RECEIPT-COST TO WS-DL-UNIT-COST.
021390     IF WS-RECEIPT-COST = ZERO
021400         ADD 1 TO WS-CNT-NO-COST
021410         GO TO 2300-AVERAGE-COST-EXIT
021420     END-IF.
021430     IF RV-RECEIVED-QTY = ZERO
021440         GO TO 2300-AVERAGE-COST-EXIT
021450     END-IF.
021460     IF ST-ON-HAND-QTY > ZERO
021470         MOVE ST-ON-HAND-QTY TO WS-PRIOR-QTY
021480     ELSE
021490         MOVE ZERO TO WS-PRIOR-QTY
021500     END-IF.
021510     COMPUTE ST-AVG-UNIT-COST ROUNDED =
021520         (WS-PRIOR-QTY * ST-AVG-UNIT-COST
021530          + RV-RECEIVED-QTY * WS-RECEIPT-COST)
021540         / (WS-PRIOR-QTY + RV-RECEIVED-QTY).
021550 2300-AVERAGE-COST-EXIT.
021560     EXIT.
021570*----------------------------------------------------------------
021580 3000-PRINT-TOTALS.
021600     MOVE SPACES TO RPT-LINE.
021700     WRITE RPT-LINE.
021800     MOVE 'RECEIPTS POSTED         ' TO WS-TL-LABEL.
022400     MOVE 'PURCHASE ORDERS CLOSED  ' TO WS-TL-LABEL.
022500     MOVE WS-CNT-POS-CLOSED           TO WS-TL-COUNT.
022600     WRITE RPT-LINE FROM WS-TOT-LINE.
022610     MOVE 'RECEIPTS WITHOUT COST   ' TO WS-TL-LABEL.
022620     MOVE WS-CNT-NO-COST              TO WS-TL-COUNT.
022630     WRITE RPT-LINE FROM WS-TOT-LINE.
022700 3000-PRINT-TOTALS-EXIT.
022800     EXIT.
022900*----------------------------------------------------------------
