002272*  STILL NON-ZERO IS COVERED BY AN OPEN PO AND IS SUPPRESSED
002274*  FROM THE REPORT INSTEAD OF PRINTING NIGHT AFTER NIGHT;
002276*  STKRCV00 DRAWS ON-ORDER BACK DOWN AS RECEIPTS POST.
002278*  STOCK ALREADY SHIPPED TO A STORE FROM ANOTHER STORE AND NOT
002280*  YET RECEIVED (ST-IN-TRANSIT-QTY, SEE STKXFR00) COUNTS WITH
002282*  ON-HAND IN THE SWEEP, SO NO PO IS CUT FOR GOODS ALREADY ON
002284*  THE WAY; SUCH A SKU IS COUNTED AS COVERED BY TRANSFER.
002286*  A SKU WHOSE REORDER QUANTITY IS ZERO (DEAD STOCK - SEE THE
002288*  WEEKLY RECALCULATION ROPCLC00) IS NEVER REORDERED; IT IS
002290*  COUNTED ON THE REPORT INSTEAD.
002291*
002292*  EVERY STKMST CHANGE AND EVERY PO LINE CUT IS FIRST JOURNALLED
002293*  THROUGH BIJLOG00 (BEFORE AND AFTER IMAGE, TAGGED WITH THE JOB
002294*  NAME AND BUSINESS DATE) SO THAT RUNBKO00 CAN BACK THE NIGHT
002295*  OUT - INCLUDING THE NIGHT'S POS, SO A RERUN DOES NOT CUT THEM
002296*  TWICE.
002300*
002400*  NOTE - STKMST MUST EXIST AS AN INDEXED FILE, LOADED WITH THE
002500*  CURRENT CATALOG'S SKUS, BEFORE THE FIRST RUN.  POMST MUST
003111*                   WITH A COMPANY ROLL-UP AND EACH PO CARRIES
003112*                   ITS STORE.  RELOAD STKMST UNDER THE NEW KEY
003113*                   BEFORE THE FIRST RUN OF THIS VERSION.
003114*  10/15/2026 RH    START EACH NEW PO LINE WITH ZERO INVOICED
003115*                   QUANTITY (NEW OP-INVOICED-QTY, MAINTAINED
003116*                   BY THE VENDOR-INVOICE MATCH INVMCH00).
003117*  10/15/2026 RH    COUNT STOCK IN TRANSIT FROM ANOTHER STORE
003118*                   (NEW ST-IN-TRANSIT-QTY) WITH ON-HAND IN THE
003119*                   REORDER SWEEP AND PRINT IT ON THE REPORT.
003120*  10/15/2026 RH    DO NOT CUT A PO FOR A SKU WHOSE REORDER
003121*                   QUANTITY IS ZERO (DEAD STOCK FROM ROPCLC00);
003122*                   COUNT IT AS NOT REORDERED.
003123*  10/15/2026 RH    CARRY THE STORE'S WEIGHTED-AVERAGE COST
003124*                   (NEW ST-AVG-UNIT-COST, MAINTAINED BY STKRCV00
003125*                   AND STKXFR00) ONTO EACH NEW PO LINE (NEW
003126*                   OP-UNIT-COST).
003127*  10/15/2026 RH    POMST RECORDS ARE NOW 54 BYTES (WERE 42) AND
003128*                   STKMST RECORDS 57 BYTES (WERE 41) - RELOAD
003129*                   BOTH ONCE BEFORE THE FIRST RUN OF THIS
003130*                   VERSION, WITH ST-IN-TRANSIT-QTY,
003131*                   OP-INVOICED-QTY AND OP-UNIT-COST ZERO AND
003132*                   ST-AVG-UNIT-COST SEEDED FROM EACH SKU'S LAST
003133*                   KNOWN UNIT COST.
003137*  10/15/2026 RH    JOURNAL THE BEFORE-IMAGE OF EVERY STKMST
003138*                   REWRITE AND EVERY NEW POMST LINE TO BIJRNL
003139*                   (BIJLOG00) FOR THE BUSINESS-DATE BACKOUT.
003190*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  IBM.
008200     03  WS-CNT-REORDER-SKUS      PIC 9(05)  COMP  VALUE ZERO.
008202     03  WS-CNT-POS-CREATED       PIC 9(05)  COMP  VALUE ZERO.
008204     03  WS-CNT-ON-ORDER-SKUS     PIC 9(05)  COMP  VALUE ZERO.
008206     03  WS-CNT-IN-TRANSIT-SKUS   PIC 9(05)  COMP  VALUE ZERO.
008207     03  WS-CNT-NO-REORDER-SKUS   PIC 9(05)  COMP  VALUE ZERO.
008210     03  WS-RECORDS-READ          PIC 9(09)  COMP  VALUE ZERO.
008220 01  WS-PREV-BILL-NUMBER          PIC X(05)  VALUE SPACES.
008222 01  WS-PREV-STORE-ID             PIC X(03)  VALUE SPACES.
008224 01  WS-STORE-REORDER-CNT         PIC 9(05)  COMP VALUE ZERO.
008225 01  WS-NEXT-PO-NUMBER            PIC 9(06)  VALUE ZERO.
008226 01  WS-AVAILABLE-QTY             PIC S9(09) VALUE ZERO.
008230 01  WS-RUN-DATE                  PIC 9(08).
008240 COPY "RunLog".
008245 COPY "BijLog".
008300 01  WS-RTN-TBL-MAX               PIC 9(03)  VALUE 500.
008400 01  WS-RETURN-BILL-TABLE.
008410     03  WS-RTN-ENTRY             OCCURS 500 TIMES.
009400         05  FILLER               PIC X(12) VALUE 'REORDER PT'.
009500         05  FILLER               PIC X(15) VALUE 'REORDER QTY'.
009550         05  FILLER               PIC X(09) VALUE 'PO NUMBER'.
009600         05  FILLER               PIC X(10) VALUE 'IN TRANSIT'.
009650         05  FILLER               PIC X(08) VALUE SPACES.
009700     03  WS-SKIP-LINE.
009800         05  FILLER               PIC X(04) VALUE 'SKU '.
009900         05  WS-SK-SKU            PIC X(08).
010900         05  WS-RL-REORDER-QTY    PIC ZZZZ9.
010920         05  FILLER               PIC X(04) VALUE ' PO '.
010940         05  WS-RL-PO-NUMBER      PIC 9(06).
011000         05  FILLER               PIC X(02) VALUE SPACES.
011010         05  WS-RL-IN-TRANSIT     PIC ZZZZZZ9.
011020         05  FILLER               PIC X(18) VALUE SPACES.
011100     03  WS-TOT-LINE.
011200         05  WS-TL-LABEL          PIC X(24).
011300         05  WS-TL-COUNT          PIC ZZZZZZ9.
012870         STOP RUN
012880     END-IF.
012890     MOVE RL-RUN-DATE TO WS-RUN-DATE.
012892     MOVE 'W' TO BL-FUNCTION.
012894     MOVE 'STKPST00' TO BL-JOB-NAME.
012896     MOVE RL-RUN-DATE TO BL-RUN-DATE.
012900     OPEN INPUT RTN-NET-IN.
013000     PERFORM 1100-LOAD-RETURN-TABLE
013100         THRU 1100-LOAD-RETURN-TABLE-EXIT
018000         ADD 1 TO WS-CNT-LINES-SKIPPED
018100         GO TO 2000-POST-DETAIL-LINES-EXIT
018200     END-IF.
018250     MOVE STOCK-MASTER TO BL-BEFORE-IMAGE.
018300     IF WS-RETURN-BILL
018400         ADD BD-QUANTITY TO ST-ON-HAND-QTY
018500     ELSE
018600         SUBTRACT BD-QUANTITY FROM ST-ON-HAND-QTY
018700     END-IF.
018710     PERFORM 2070-JOURNAL-STOCK-MASTER
018720         THRU 2070-JOURNAL-STOCK-MASTER-EXIT.
018800     REWRITE STOCK-MASTER.
018900     IF NOT WS-STKMST-OK
019000         DISPLAY 'STKPST00 - REWRITE FAILED '
019696 2060-MARK-PREV-BILL-EXIT.
019698     EXIT.
019700*----------------------------------------------------------------
019710 2070-JOURNAL-STOCK-MASTER.
019720     MOVE 'STKMST  ' TO BL-MASTER-ID.
019730     MOVE 'C' TO BL-ACTION.
019740     MOVE ST-STOCK-KEY TO BL-RECORD-KEY.
019750     MOVE STOCK-MASTER TO BL-AFTER-IMAGE.
019760     CALL 'BIJLOG00' USING BIJ-LOG-PARMS.
019770 2070-JOURNAL-STOCK-MASTER-EXIT.
019780     EXIT.
019790*----------------------------------------------------------------
019800 2100-CHECK-RETURN-ENTRY.
019900     IF WS-RTN-BILL-NUMBER (WS-RTN-IX) = BD-BILL-NUMBER
020000         MOVE 'Y' TO WS-RETURN-BILL-SW
022340     MOVE 'SKUS COVERED BY OPEN PO ' TO WS-TL-LABEL.
022350     MOVE WS-CNT-ON-ORDER-SKUS       TO WS-TL-COUNT.
022360     WRITE RPT-LINE FROM WS-TOT-LINE.
022362     MOVE 'SKUS COVERED BY TRANSFER' TO WS-TL-LABEL.
022364     MOVE WS-CNT-IN-TRANSIT-SKUS     TO WS-TL-COUNT.
022366     WRITE RPT-LINE FROM WS-TOT-LINE.
022367     MOVE 'SKUS NOT REORDERED (0)  ' TO WS-TL-LABEL.
022368     MOVE WS-CNT-NO-REORDER-SKUS     TO WS-TL-COUNT.
022369     WRITE RPT-LINE FROM WS-TOT-LINE.
022400 3000-SWEEP-FOR-REORDER-EXIT.
022500     EXIT.
022600*----------------------------------------------------------------
023280             THRU 3150-WRITE-STORE-TOTAL-EXIT
023290         MOVE ST-STORE-ID TO WS-PREV-STORE-ID
023295     END-IF.
023296     COMPUTE WS-AVAILABLE-QTY =
023297         ST-ON-HAND-QTY + ST-IN-TRANSIT-QTY.
023298     IF ST-ON-HAND-QTY NOT > ST-REORDER-POINT
023299         AND WS-AVAILABLE-QTY > ST-REORDER-POINT
023300         ADD 1 TO WS-CNT-IN-TRANSIT-SKUS
023301     END-IF.
023302     IF ST-REORDER-QTY = ZERO
023303         AND WS-AVAILABLE-QTY NOT > ST-REORDER-POINT
023304         ADD 1 TO WS-CNT-NO-REORDER-SKUS
023305     END-IF.
023306     IF WS-AVAILABLE-QTY NOT > ST-REORDER-POINT
023308         AND ST-REORDER-QTY > ZERO
023310         IF ST-ON-ORDER-QTY > ZERO
023320             ADD 1 TO WS-CNT-ON-ORDER-SKUS
023330         ELSE
023600             MOVE ST-REORDER-POINT TO WS-RL-REORDER-PT
023700             MOVE ST-REORDER-QTY   TO WS-RL-REORDER-QTY
023750             MOVE OP-PO-NUMBER     TO WS-RL-PO-NUMBER
023760             MOVE ST-IN-TRANSIT-QTY TO WS-RL-IN-TRANSIT
023800             WRITE RPT-LINE FROM WS-REO-LINE
023900             ADD 1 TO WS-CNT-REORDER-SKUS
023920             ADD 1 TO WS-STORE-REORDER-CNT
024213     EXIT.
024214*----------------------------------------------------------------
024220 3200-CREATE-PURCHASE-ORDER.
024221     MOVE WS-NEXT-PO-NUMBER TO OP-PO-NUMBER.
024222     ADD 1 TO WS-NEXT-PO-NUMBER.
024223     MOVE ST-STORE-ID       TO OP-STORE-ID.
024224     MOVE ST-SKU            TO OP-SKU.
024225     MOVE ST-VENDOR-ID      TO OP-VENDOR-ID.
024226     MOVE ST-REORDER-QTY    TO OP-ORDER-QTY.
024227     MOVE ZERO              TO OP-RECEIVED-QTY.
024228     MOVE WS-RUN-DATE       TO OP-ORDER-DATE.
024229     MOVE 'O'               TO OP-STATUS-SW.
024230     MOVE ZERO              TO OP-INVOICED-QTY.
024231     COMPUTE OP-UNIT-COST ROUNDED = ST-AVG-UNIT-COST.
024232     PERFORM 3250-JOURNAL-PO-LINE
024233         THRU 3250-JOURNAL-PO-LINE-EXIT.
024234     WRITE OPEN-PURCHASE-ORDER.
024235     IF NOT WS-POMST-OK
024236         DISPLAY 'STKPST00 - WRITE FAILED FOR POMST '
024237             OP-PO-NUMBER ' STATUS ' WS-POMST-STATUS
024238         STOP RUN
024239     END-IF.
024240     MOVE STOCK-MASTER TO BL-BEFORE-IMAGE.
024241     ADD ST-REORDER-QTY TO ST-ON-ORDER-QTY.
024242     PERFORM 2070-JOURNAL-STOCK-MASTER
024243         THRU 2070-JOURNAL-STOCK-MASTER-EXIT.
024244     ADD 1 TO WS-CNT-POS-CREATED.
024245     REWRITE STOCK-MASTER.
024246     IF NOT WS-STKMST-OK
024247         DISPLAY 'STKPST00 - REWRITE FAILED '
024248             ST-SKU ' STATUS ' WS-STKMST-STATUS
024249         STOP RUN
024250     END-IF.
024251 3200-CREATE-PURCHASE-ORDER-EXIT.
024252     EXIT.
024253*----------------------------------------------------------------
024254 3250-JOURNAL-PO-LINE.
024255     MOVE 'POMST   ' TO BL-MASTER-ID.
024256     MOVE 'A' TO BL-ACTION.
024257     MOVE OP-PO-NUMBER TO BL-RECORD-KEY.
024258     MOVE SPACES TO BL-BEFORE-IMAGE.
024259     MOVE OPEN-PURCHASE-ORDER TO BL-AFTER-IMAGE.
024260     CALL 'BIJLOG00' USING BIJ-LOG-PARMS.
024261 3250-JOURNAL-PO-LINE-EXIT.
024262     EXIT.
024300*----------------------------------------------------------------
024400 9999-TERMINATE.
024500     CLOSE BILL-DET-IN.
024600     CLOSE STOCK-MAST-FILE.
024650     CLOSE POSTED-BILL-FILE.
024660     CLOSE PO-MAST-FILE.
024662     MOVE 'C' TO BL-FUNCTION.
024664     CALL 'BIJLOG00' USING BIJ-LOG-PARMS.
024700     CLOSE REORDER-RPT.
024702     OPEN OUTPUT PO-CTL-FILE.
024704     MOVE WS-NEXT-PO-NUMBER TO PN-NEXT-PO-NUMBER.
