000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  STKXFR00.
000300 AUTHOR.      R HOLLOWAY.
000400 INSTALLATION. RETAIL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  STKXFR00 - INTER-STORE TRANSFER POSTING
000900*
001000*  STOCK SENT FROM ONE STORE TO ANOTHER USED TO BE FORCED
001100*  THROUGH CYCLE COUNTS, SHOWING AS SHRINKAGE AT ONE STORE AND
001200*  A GAIN AT THE OTHER.  THIS JOB POSTS THE KEYED TRANSFER
001300*  TRANSACTIONS (XFRTRN.CPY), ONE PER LEG.  A SHIP LEG TAKES THE
001400*  QUANTITY OFF THE SENDING STORE'S ON-HAND, ADDS IT TO THE
001500*  RECEIVING STORE'S IN-TRANSIT FIGURE AND OPENS THE TRANSFER
001600*  ON THE TRANSFER MASTER (XFRMST.CPY).  A RECEIVE LEG ADDS THE
001700*  QUANTITY ACTUALLY RECEIVED TO THE RECEIVING STORE'S ON-HAND,
001800*  CLEARS THE WHOLE SHIPPED QUANTITY FROM ITS IN-TRANSIT AND
001900*  CLOSES THE TRANSFER - A SHORT OR OVER RECEIPT POSTS AS
002000*  COUNTED AND IS FLAGGED HERE AND ON THE NIGHTLY TRANSFER
002100*  EXCEPTION REPORT (XFRRPT00).  A LEG WHOSE DATE IS NOT A
002200*  VALID CALENDAR DATE, A LEG FOR AN UNKNOWN STORE/SKU, A SHIP
002300*  LEG FOR A TRANSFER NUMBER ALREADY USED, OR A RECEIVE LEG FOR
002400*  A TRANSFER NOT SHIPPED, ALREADY RECEIVED OR WHOSE STORE/SKU
002500*  DOES NOT MATCH THE SHIPMENT IS PRINTED AS AN EXCEPTION AND
002600*  NOT POSTED.
002700*  THE SHIP LEG CARRIES THE SENDING STORE'S WEIGHTED-AVERAGE
002800*  UNIT COST ON THE TRANSFER, AND THE RECEIVE LEG BLENDS IT INTO
002900*  THE RECEIVING STORE'S AVERAGE BEFORE THE QUANTITY IS ADDED,
003000*  THE SAME WAY STKRCV00 BLENDS A VENDOR RECEIPT.  A TRANSFER
003100*  SHIPPED WITHOUT A COST IS COUNTED AND LEAVES THE AVERAGE AS
003200*  IT STANDS.
003300*
003400*  NOTE - XFRMST MUST EXIST AS AN EMPTY INDEXED FILE BEFORE THE
003500*  FIRST RUN (STANDARD ONE-TIME VSAM/INDEXED FILE
003600*  INITIALISATION).
003700*
003800*  MODIFICATION HISTORY
003900*  ---------------------------------------------------------------
004000*  DATE       INIT  DESCRIPTION
004100*  10/15/2026 RH    ORIGINAL PROGRAM.
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.  IBM.
004600 OBJECT-COMPUTER.  IBM.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT XFR-TRN-IN     ASSIGN TO XFRTRN
005000                           ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT XFR-MAST-FILE  ASSIGN TO XFRMST
005200                ORGANIZATION IS INDEXED
005300                ACCESS MODE IS DYNAMIC
005400                RECORD KEY IS XM-TRANSFER-NUMBER
005500                FILE STATUS IS WS-XFRMST-STATUS.
005600     SELECT STOCK-MAST-FILE ASSIGN TO STKMST
005700                ORGANIZATION IS INDEXED
005800                ACCESS MODE IS DYNAMIC
005900                RECORD KEY IS ST-STOCK-KEY
006000                FILE STATUS IS WS-STKMST-STATUS.
006100     SELECT TRANSFER-RPT   ASSIGN TO XFRPST
006200                           ORGANIZATION IS LINE SEQUENTIAL.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  XFR-TRN-IN
006600     RECORDING MODE IS F.
006700 COPY "XfrTrn".
006800 FD  XFR-MAST-FILE.
006900 COPY "XfrMst".
007000 FD  STOCK-MAST-FILE.
007100 COPY "StkMst".
007200 FD  TRANSFER-RPT
007300     RECORDING MODE IS F.
007400 01  RPT-LINE                     PIC X(80).
007500 WORKING-STORAGE SECTION.
007600 01  WS-XFRMST-STATUS             PIC X(02).
007700     88  WS-XFRMST-OK                     VALUE '00'.
007800     88  WS-XFRMST-NOTFOUND               VALUE '23'.
007900 01  WS-STKMST-STATUS             PIC X(02).
008000     88  WS-STKMST-OK                     VALUE '00'.
008100     88  WS-STKMST-NOTFOUND               VALUE '23'.
008200 01  WS-SWITCHES.
008300     03  WS-TRN-EOF-SW            PIC X(01)  VALUE 'N'.
008400         88  WS-TRN-EOF                      VALUE 'Y'.
008500     03  WS-XFR-FOUND-SW          PIC X(01)  VALUE 'N'.
008600         88  WS-XFR-FOUND                    VALUE 'Y'.
008700     03  WS-SKU-FOUND-SW          PIC X(01)  VALUE 'N'.
008800         88  WS-SKU-FOUND                    VALUE 'Y'.
008900     03  WS-CV-DATE-OK-SW         PIC X(01)  VALUE 'N'.
009000         88  WS-CV-DATE-OK                   VALUE 'Y'.
009100 01  WS-COUNTERS.
009200     03  WS-CNT-SHIPPED           PIC 9(05)  COMP  VALUE ZERO.
009300     03  WS-CNT-RECEIVED          PIC 9(05)  COMP  VALUE ZERO.
009400     03  WS-CNT-MISMATCHED        PIC 9(05)  COMP  VALUE ZERO.
009500     03  WS-CNT-REJECTED          PIC 9(05)  COMP  VALUE ZERO.
009600     03  WS-CNT-NO-COST           PIC 9(05)  COMP  VALUE ZERO.
009700     03  WS-CNT-BAD-DATE          PIC 9(05)  COMP  VALUE ZERO.
009800 01  WS-COST-FIELDS.
009900     03  WS-SHIP-COST             PIC 9(05)V9(04).
010000     03  WS-PRIOR-QTY             PIC 9(07).
010100 01  WS-CV-DATE.
010200     03  WS-CV-YYYY               PIC 9(04).
010300     03  WS-CV-MM                 PIC 9(02).
010400     03  WS-CV-DD                 PIC 9(02).
010500 01  WS-CV-WORK.
010600     03  WS-CV-DIVQUOT            PIC 9(08).
010700     03  WS-CV-REM4               PIC 9(02).
010800     03  WS-CV-REM100             PIC 9(02).
010900     03  WS-CV-REM400             PIC 9(02).
011000     03  WS-CV-MONTH-DAYS         PIC 9(02).
011100 01  WS-DAYS-IN-MONTH-TABLE.
011200     03  FILLER                   PIC 9(02)  VALUE 31.
011300     03  FILLER                   PIC 9(02)  VALUE 28.
011400     03  FILLER                   PIC 9(02)  VALUE 31.
011500     03  FILLER                   PIC 9(02)  VALUE 30.
011600     03  FILLER                   PIC 9(02)  VALUE 31.
011700     03  FILLER                   PIC 9(02)  VALUE 30.
011800     03  FILLER                   PIC 9(02)  VALUE 31.
011900     03  FILLER                   PIC 9(02)  VALUE 31.
012000     03  FILLER                   PIC 9(02)  VALUE 30.
012100     03  FILLER                   PIC 9(02)  VALUE 31.
012200     03  FILLER                   PIC 9(02)  VALUE 30.
012300     03  FILLER                   PIC 9(02)  VALUE 31.
012400 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE.
012500     03  WS-DIM-TBL               PIC 9(02)  OCCURS 12 TIMES.
012600 01  WS-REPORT-LINES.
012700     03  WS-HDR-LINE-1.
012800         05  FILLER               PIC X(30) VALUE
012900             'INTER-STORE TRANSFER POSTING  '.
013000         05  FILLER               PIC X(50) VALUE SPACES.
013100     03  WS-HDR-LINE-2.
013200         05  FILLER               PIC X(08) VALUE 'XFER NO'.
013300         05  FILLER               PIC X(04) VALUE 'LEG'.
013400         05  FILLER               PIC X(05) VALUE 'FROM'.
013500         05  FILLER               PIC X(05) VALUE 'TO'.
013600         05  FILLER               PIC X(10) VALUE 'SKU'.
013700         05  FILLER               PIC X(08) VALUE '     QTY'.
013800         05  FILLER               PIC X(40) VALUE SPACES.
013900     03  WS-DET-LINE.
014000         05  WS-DL-XFER-NUMBER    PIC 9(06).
014100         05  FILLER               PIC X(02) VALUE SPACES.
014200         05  WS-DL-LEG            PIC X(01).
014300         05  FILLER               PIC X(03) VALUE SPACES.
014400         05  WS-DL-FROM-STORE     PIC X(03).
014500         05  FILLER               PIC X(02) VALUE SPACES.
014600         05  WS-DL-TO-STORE       PIC X(03).
014700         05  FILLER               PIC X(02) VALUE SPACES.
014800         05  WS-DL-SKU            PIC X(10).
014900         05  FILLER               PIC X(03) VALUE SPACES.
015000         05  WS-DL-QTY            PIC ZZZZ9.
015100         05  FILLER               PIC X(04) VALUE SPACES.
015200         05  WS-DL-RESULT         PIC X(30).
015300         05  FILLER               PIC X(06) VALUE SPACES.
015400     03  WS-TOT-LINE.
015500         05  WS-TL-LABEL          PIC X(24).
015600         05  WS-TL-COUNT          PIC ZZZZ9.
015700         05  FILLER               PIC X(51) VALUE SPACES.
015800 PROCEDURE DIVISION.
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE
016100         THRU 1000-INITIALIZE-EXIT.
016200     PERFORM 2000-POST-TRANSFERS
016300         THRU 2000-POST-TRANSFERS-EXIT
016400         UNTIL WS-TRN-EOF.
016500     PERFORM 3000-PRINT-TOTALS
016600         THRU 3000-PRINT-TOTALS-EXIT.
016700     PERFORM 9999-TERMINATE
016800         THRU 9999-TERMINATE-EXIT.
016900     STOP RUN.
017000*----------------------------------------------------------------
017100 1000-INITIALIZE.
017200     OPEN INPUT XFR-TRN-IN.
017300     OPEN I-O   XFR-MAST-FILE.
017400     IF NOT WS-XFRMST-OK
017500         DISPLAY 'STKXFR00 - OPEN FAILED FOR XFRMST STATUS '
017600             WS-XFRMST-STATUS
017700         STOP RUN
017800     END-IF.
017900     OPEN I-O   STOCK-MAST-FILE.
018000     IF NOT WS-STKMST-OK
018100         DISPLAY 'STKXFR00 - OPEN FAILED FOR STKMST STATUS '
018200             WS-STKMST-STATUS
018300         STOP RUN
018400     END-IF.
018500     OPEN OUTPUT TRANSFER-RPT.
018600     WRITE RPT-LINE FROM WS-HDR-LINE-1.
018700     WRITE RPT-LINE FROM WS-HDR-LINE-2.
018800 1000-INITIALIZE-EXIT.
018900     EXIT.
019000*----------------------------------------------------------------
019100 2000-POST-TRANSFERS.
019200     READ XFR-TRN-IN
019300         AT END
019400             MOVE 'Y' TO WS-TRN-EOF-SW
019500             GO TO 2000-POST-TRANSFERS-EXIT
019600     END-READ.
019700     MOVE XT-TRANSFER-NUMBER TO WS-DL-XFER-NUMBER.
019800     MOVE XT-LEG-SW          TO WS-DL-LEG.
019900     MOVE XT-FROM-STORE-ID   TO WS-DL-FROM-STORE.
020000     MOVE XT-TO-STORE-ID     TO WS-DL-TO-STORE.
020100     MOVE XT-SKU             TO WS-DL-SKU.
020200     MOVE XT-QUANTITY        TO WS-DL-QTY.
020300     MOVE XT-LEG-DATE TO WS-CV-DATE.
020400     PERFORM 5050-CHECK-DATE
020500         THRU 5050-CHECK-DATE-EXIT.
020600     IF NOT WS-CV-DATE-OK
020700         MOVE '** LEG DATE NOT VALID' TO WS-DL-RESULT
020800         ADD 1 TO WS-CNT-BAD-DATE
020900         WRITE RPT-LINE FROM WS-DET-LINE
021000         GO TO 2000-POST-TRANSFERS-EXIT
021100     END-IF.
021200     MOVE XT-TRANSFER-NUMBER TO XM-TRANSFER-NUMBER.
021300     MOVE 'N' TO WS-XFR-FOUND-SW.
021400     READ XFR-MAST-FILE
021500         INVALID KEY
021600             CONTINUE
021700         NOT INVALID KEY
021800             MOVE 'Y' TO WS-XFR-FOUND-SW
021900     END-READ.
022000     IF XT-LEG-SHIP
022100         PERFORM 2100-POST-SHIP-LEG
022200             THRU 2100-POST-SHIP-LEG-EXIT
022300     ELSE
022400         IF XT-LEG-RECEIVE
022500             PERFORM 2200-POST-RECEIVE-LEG
022600                 THRU 2200-POST-RECEIVE-LEG-EXIT
022700         ELSE
022800             MOVE '** LEG NOT S OR R' TO WS-DL-RESULT
022900             ADD 1 TO WS-CNT-REJECTED
023000         END-IF
023100     END-IF.
023200     WRITE RPT-LINE FROM WS-DET-LINE.
023300 2000-POST-TRANSFERS-EXIT.
023400     EXIT.
023500*----------------------------------------------------------------
023600 2100-POST-SHIP-LEG.
023700     IF XT-QUANTITY NOT NUMERIC
023800         OR XT-QUANTITY = ZERO
023900         MOVE '** QUANTITY NOT VALID' TO WS-DL-RESULT
024000         ADD 1 TO WS-CNT-REJECTED
024100         GO TO 2100-POST-SHIP-LEG-EXIT
024200     END-IF.
024300     IF XT-FROM-STORE-ID = XT-TO-STORE-ID
024400         MOVE '** FROM AND TO STORE THE SAME' TO WS-DL-RESULT
024500         ADD 1 TO WS-CNT-REJECTED
024600         GO TO 2100-POST-SHIP-LEG-EXIT
024700     END-IF.
024800     IF WS-XFR-FOUND
024900         MOVE '** TRANSFER ALREADY SHIPPED' TO WS-DL-RESULT
025000         ADD 1 TO WS-CNT-REJECTED
025100         GO TO 2100-POST-SHIP-LEG-EXIT
025200     END-IF.
025300     MOVE XT-TO-STORE-ID TO ST-STORE-ID.
025400     MOVE XT-SKU         TO ST-SKU.
025500     PERFORM 6000-READ-STOCK
025600         THRU 6000-READ-STOCK-EXIT.
025700     IF NOT WS-SKU-FOUND
025800         MOVE '** TO STORE/SKU NOT ON STKMST' TO WS-DL-RESULT
025900         ADD 1 TO WS-CNT-REJECTED
026000         GO TO 2100-POST-SHIP-LEG-EXIT
026100     END-IF.
026200     MOVE XT-FROM-STORE-ID TO ST-STORE-ID.
026300     MOVE XT-SKU           TO ST-SKU.
026400     PERFORM 6000-READ-STOCK
026500         THRU 6000-READ-STOCK-EXIT.
026600     IF NOT WS-SKU-FOUND
026700         MOVE '** FROM STORE/SKU NOT ON STKMST' TO WS-DL-RESULT
026800         ADD 1 TO WS-CNT-REJECTED
026900         GO TO 2100-POST-SHIP-LEG-EXIT
027000     END-IF.
027100     MOVE ST-AVG-UNIT-COST TO WS-SHIP-COST.
027200     SUBTRACT XT-QUANTITY FROM ST-ON-HAND-QTY.
027300     PERFORM 6100-REWRITE-STOCK
027400         THRU 6100-REWRITE-STOCK-EXIT.
027500     MOVE XT-TO-STORE-ID TO ST-STORE-ID.
027600     MOVE XT-SKU         TO ST-SKU.
027700     PERFORM 6000-READ-STOCK
027800         THRU 6000-READ-STOCK-EXIT.
027900     ADD XT-QUANTITY TO ST-IN-TRANSIT-QTY.
028000     PERFORM 6100-REWRITE-STOCK
028100         THRU 6100-REWRITE-STOCK-EXIT.
028200     MOVE XT-TRANSFER-NUMBER TO XM-TRANSFER-NUMBER.
028300     MOVE XT-FROM-STORE-ID   TO XM-FROM-STORE-ID.
028400     MOVE XT-TO-STORE-ID     TO XM-TO-STORE-ID.
028500     MOVE XT-SKU             TO XM-SKU.
028600     MOVE XT-QUANTITY        TO XM-SHIPPED-QTY.
028700     MOVE XT-LEG-DATE        TO XM-SHIP-DATE.
028800     MOVE XT-CLERK-ID        TO XM-SHIP-CLERK-ID.
028900     MOVE WS-SHIP-COST       TO XM-UNIT-COST.
029000     MOVE ZERO               TO XM-RECEIVED-QTY.
029100     MOVE ZERO               TO XM-RECEIVE-DATE.
029200     MOVE SPACES             TO XM-RECEIVE-CLERK-ID.
029300     MOVE 'T'                TO XM-STATUS-SW.
029400     WRITE TRANSFER-MASTER.
029500     IF NOT WS-XFRMST-OK
029600         DISPLAY 'STKXFR00 - WRITE FAILED FOR XFRMST '
029700             XM-TRANSFER-NUMBER ' STATUS ' WS-XFRMST-STATUS
029800         STOP RUN
029900     END-IF.
030000     MOVE 'SHIPPED - IN TRANSIT' TO WS-DL-RESULT.
030100     ADD 1 TO WS-CNT-SHIPPED.
030200 2100-POST-SHIP-LEG-EXIT.
030300     EXIT.
030400*----------------------------------------------------------------
030500 2200-POST-RECEIVE-LEG.
030600     IF XT-QUANTITY NOT NUMERIC
030700         MOVE '** QUANTITY NOT VALID' TO WS-DL-RESULT
030800         ADD 1 TO WS-CNT-REJECTED
030900         GO TO 2200-POST-RECEIVE-LEG-EXIT
031000     END-IF.
031100     IF NOT WS-XFR-FOUND
031200         MOVE '** TRANSFER NOT SHIPPED' TO WS-DL-RESULT
031300         ADD 1 TO WS-CNT-REJECTED
031400         GO TO 2200-POST-RECEIVE-LEG-EXIT
031500     END-IF.
031600     IF XM-RECEIVED
031700         MOVE '** TRANSFER ALREADY RECEIVED' TO WS-DL-RESULT
031800         ADD 1 TO WS-CNT-REJECTED
031900         GO TO 2200-POST-RECEIVE-LEG-EXIT
032000     END-IF.
032100     IF XT-FROM-STORE-ID NOT = XM-FROM-STORE-ID
032200         OR XT-TO-STORE-ID NOT = XM-TO-STORE-ID
032300         OR XT-SKU NOT = XM-SKU
032400         MOVE '** STORE/SKU NOT AS SHIPPED' TO WS-DL-RESULT
032500         ADD 1 TO WS-CNT-REJECTED
032600         GO TO 2200-POST-RECEIVE-LEG-EXIT
032700     END-IF.
032800     MOVE XM-TO-STORE-ID TO ST-STORE-ID.
032900     MOVE XM-SKU         TO ST-SKU.
033000     PERFORM 6000-READ-STOCK
033100         THRU 6000-READ-STOCK-EXIT.
033200     IF NOT WS-SKU-FOUND
033300         MOVE '** TO STORE/SKU NOT ON STKMST' TO WS-DL-RESULT
033400         ADD 1 TO WS-CNT-REJECTED
033500         GO TO 2200-POST-RECEIVE-LEG-EXIT
033600     END-IF.
033700     PERFORM 2300-AVERAGE-COST
033800         THRU 2300-AVERAGE-COST-EXIT.
033900     ADD XT-QUANTITY TO ST-ON-HAND-QTY.
034000     IF XM-SHIPPED-QTY > ST-IN-TRANSIT-QTY
034100         MOVE ZERO TO ST-IN-TRANSIT-QTY
034200     ELSE
034300         SUBTRACT XM-SHIPPED-QTY FROM ST-IN-TRANSIT-QTY
034400     END-IF.
034500     PERFORM 6100-REWRITE-STOCK
034600         THRU 6100-REWRITE-STOCK-EXIT.
034700     MOVE XT-QUANTITY        TO XM-RECEIVED-QTY.
034800     MOVE XT-LEG-DATE        TO XM-RECEIVE-DATE.
034900     MOVE XT-CLERK-ID        TO XM-RECEIVE-CLERK-ID.
035000     MOVE 'R'                TO XM-STATUS-SW.
035100     REWRITE TRANSFER-MASTER.
035200     IF NOT WS-XFRMST-OK
035300         DISPLAY 'STKXFR00 - REWRITE FAILED FOR XFRMST '
035400             XM-TRANSFER-NUMBER ' STATUS ' WS-XFRMST-STATUS
035500         STOP RUN
035600     END-IF.
035700     ADD 1 TO WS-CNT-RECEIVED.
035800     IF XM-RECEIVED-QTY = XM-SHIPPED-QTY
035900         MOVE 'RECEIVED' TO WS-DL-RESULT
036000     ELSE
036100         MOVE 'RECEIVED - QTY NOT AS SHIPPED' TO WS-DL-RESULT
036200         ADD 1 TO WS-CNT-MISMATCHED
036300     END-IF.
036400 2200-POST-RECEIVE-LEG-EXIT.
036500     EXIT.
036600*----------------------------------------------------------------
036700 2300-AVERAGE-COST.
036800     IF XM-UNIT-COST = ZERO
036900         ADD 1 TO WS-CNT-NO-COST
037000         GO TO 2300-AVERAGE-COST-EXIT
037100     END-IF.
037200     IF XT-QUANTITY = ZERO
037300         GO TO 2300-AVERAGE-COST-EXIT
037400     END-IF.
037500     IF ST-ON-HAND-QTY > ZERO
037600         MOVE ST-ON-HAND-QTY TO WS-PRIOR-QTY
037700     ELSE
037800         MOVE ZERO TO WS-PRIOR-QTY
037900     END-IF.
038000     COMPUTE ST-AVG-UNIT-COST ROUNDED =
038100         (WS-PRIOR-QTY * ST-AVG-UNIT-COST
038200          + XT-QUANTITY * XM-UNIT-COST)
038300         / (WS-PRIOR-QTY + XT-QUANTITY).
038400 2300-AVERAGE-COST-EXIT.
038500     EXIT.
038600*----------------------------------------------------------------
038700 3000-PRINT-TOTALS.
038800     MOVE SPACES TO RPT-LINE.
038900     WRITE RPT-LINE.
039000     MOVE 'SHIP LEGS POSTED        ' TO WS-TL-LABEL.
039100     MOVE WS-CNT-SHIPPED              TO WS-TL-COUNT.
039200     WRITE RPT-LINE FROM WS-TOT-LINE.
039300     MOVE 'RECEIVE LEGS POSTED     ' TO WS-TL-LABEL.
039400     MOVE WS-CNT-RECEIVED             TO WS-TL-COUNT.
039500     WRITE RPT-LINE FROM WS-TOT-LINE.
039600     MOVE 'RECEIVED NOT AS SHIPPED ' TO WS-TL-LABEL.
039700     MOVE WS-CNT-MISMATCHED           TO WS-TL-COUNT.
039800     WRITE RPT-LINE FROM WS-TOT-LINE.
039900     MOVE 'LEGS REJECTED           ' TO WS-TL-LABEL.
040000     MOVE WS-CNT-REJECTED             TO WS-TL-COUNT.
040100     WRITE RPT-LINE FROM WS-TOT-LINE.
040200     MOVE 'LEG DATE NOT VALID      ' TO WS-TL-LABEL.
040300     MOVE WS-CNT-BAD-DATE             TO WS-TL-COUNT.
040400     WRITE RPT-LINE FROM WS-TOT-LINE.
040500     MOVE 'RECEIVED WITHOUT COST   ' TO WS-TL-LABEL.
040600     MOVE WS-CNT-NO-COST              TO WS-TL-COUNT.
040700     WRITE RPT-LINE FROM WS-TOT-LINE.
040800 3000-PRINT-TOTALS-EXIT.
040900     EXIT.
041000*----------------------------------------------------------------
041100 5050-CHECK-DATE.
041200     MOVE 'N' TO WS-CV-DATE-OK-SW.
041300     IF WS-CV-DATE NOT NUMERIC
041400         GO TO 5050-CHECK-DATE-EXIT
041500     END-IF.
041600     IF WS-CV-YYYY < 1900
041700         OR WS-CV-MM < 1 OR WS-CV-MM > 12
041800         OR WS-CV-DD < 1
041900         GO TO 5050-CHECK-DATE-EXIT
042000     END-IF.
042100     MOVE WS-DIM-TBL (WS-CV-MM) TO WS-CV-MONTH-DAYS.
042200     IF WS-CV-MM = 2
042300         DIVIDE WS-CV-YYYY BY 4   GIVING WS-CV-DIVQUOT
042400             REMAINDER WS-CV-REM4
042500         DIVIDE WS-CV-YYYY BY 100 GIVING WS-CV-DIVQUOT
042600             REMAINDER WS-CV-REM100
042700         DIVIDE WS-CV-YYYY BY 400 GIVING WS-CV-DIVQUOT
042800             REMAINDER WS-CV-REM400
042900         IF WS-CV-REM4 = 0
043000             AND (WS-CV-REM100 NOT = 0 OR WS-CV-REM400 = 0)
043100             ADD 1 TO WS-CV-MONTH-DAYS
043200         END-IF
043300     END-IF.
043400     IF WS-CV-DD > WS-CV-MONTH-DAYS
043500         GO TO 5050-CHECK-DATE-EXIT
043600     END-IF.
043700     MOVE 'Y' TO WS-CV-DATE-OK-SW.
043800 5050-CHECK-DATE-EXIT.
043900     EXIT.
044000*----------------------------------------------------------------
044100 6000-READ-STOCK.
044200     MOVE 'N' TO WS-SKU-FOUND-SW.
044300     READ STOCK-MAST-FILE
044400         INVALID KEY
044500             CONTINUE
044600         NOT INVALID KEY
044700             MOVE 'Y' TO WS-SKU-FOUND-SW
044800     END-READ.
044900 6000-READ-STOCK-EXIT.
045000     EXIT.
045100*----------------------------------------------------------------
045200 6100-REWRITE-STOCK.
045300     REWRITE STOCK-MASTER.
045400     IF NOT WS-STKMST-OK
045500         DISPLAY 'STKXFR00 - REWRITE FAILED FOR STKMST '
045600             ST-STOCK-KEY ' STATUS ' WS-STKMST-STATUS
045700         STOP RUN
045800     END-IF.
045900 6100-REWRITE-STOCK-EXIT.
046000     EXIT.
046100*----------------------------------------------------------------
046200 9999-TERMINATE.
046300     CLOSE XFR-TRN-IN.
046400     CLOSE XFR-MAST-FILE.
046500     CLOSE STOCK-MAST-FILE.
046600     CLOSE TRANSFER-RPT.
046700 9999-TERMINATE-EXIT.
046800     EXIT.
