000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  MRGRPT00.
000300 AUTHOR.      R HOLLOWAY.
000400 INSTALLATION. RETAIL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MRGRPT00 - NIGHTLY COST OF SALES AND GROSS-MARGIN REPORT
000900*
001000*  THE SYSTEM KNEW WHAT EVERYTHING SOLD FOR BUT NOT WHAT IT
001100*  COST, SO NOBODY COULD SAY WHICH CATEGORIES MADE MONEY.  THIS
001200*  JOB WALKS BILLDESC AND BILLDET IN STEP (ONE RECORD PER
001300*  PURCHASE LINE, FEED ORDER - THE SLSANL00 PATTERN) AND COSTS
001400*  EVERY LINE AT ITS STORE'S WEIGHTED-AVERAGE UNIT COST ON THE
001500*  STOCK MASTER (ST-AVG-UNIT-COST, MAINTAINED BY STKRCV00).  A
001600*  LINE OF A RETURN BILL (RECOGNISED BY THE BILL'S OWN RTNNET
001700*  RECORD) COMES OFF ITS CATEGORY'S SALES, UNITS AND COST; A
001800*  RETURN BILLRTN0 FLAGGED AS ALREADY NETTED WAS COUNTED THE
001900*  NIGHT IT FIRST CAME THROUGH AND IS SKIPPED.  GIFTCARD LINES
002000*  ARE LIABILITY, NOT MERCHANDISE, AND ARE LEFT OUT.
002100*
002200*  SALES ARE THE AMOUNT ACTUALLY CHARGED FOR THE LINE - THE
002300*  PRE-DISCOUNT PRICE LESS THE LINE'S OWN DISCOUNT/COUPON AND
002400*  ITS SHARE OF ANY WHOLE-BILL ENTRY (SEE BILLDET.CPY) - SO THE
002500*  MARGIN IS WHAT THE STORE REALLY KEPT.  THE REPORT PRINTS ONE
002600*  SECTION PER STORE: A LINE PER FULL CATALOG CATEGORY AT
002700*  REGULAR PRICE, THEN A LINE PER CATEGORY FOR THE LINES SOLD
002800*  AT A PROMOTION PRICE (PD-PROMO-PRICE), EACH WITH NET UNITS,
002900*  SALES, COST, MARGIN AND MARGIN PERCENT, FOLLOWED BY REGULAR,
003000*  PROMO AND STORE TOTALS, THEN A COMPANY TOTAL.  MARGIN
003100*  PERCENT IS LEFT ZERO WHEN NET SALES ARE NOT ABOVE ZERO.
003200*
003300*  A LINE WHOSE SKU IS NOT ON THE STORE'S STOCK MASTER, OR HAS
003400*  NO AVERAGE COST YET, CARRIES ITS SALES AT ZERO COST AND IS
003500*  COUNTED IN THE UNCOSTED COLUMN SO THE OVERSTATED MARGIN IS
003600*  VISIBLE.  THE NIGHT'S COST OF SALES AND COST OF RETURNS ARE
003700*  WRITTEN TO THE COGSUM SUMMARY (COGSUM.CPY) FOR GLJRNL00 TO
003800*  POST AGAINST INVENTORY.
003900*
004000*  MODIFICATION HISTORY
004100*  ---------------------------------------------------------------
004200*  DATE       INIT  DESCRIPTION
004300*  10/15/2026 RH    ORIGINAL PROGRAM.
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.  IBM.
004800 OBJECT-COMPUTER.  IBM.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT BILL-DESC-IN   ASSIGN TO BILLDESC
005200                           ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT BILL-DET-IN    ASSIGN TO BILLDET
005400                           ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT RTN-NET-IN     ASSIGN TO RTNNET
005600                           ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT STOCK-MAST-FILE ASSIGN TO STKMST
005800                ORGANIZATION IS INDEXED
005900                ACCESS MODE IS DYNAMIC
006000                RECORD KEY IS ST-STOCK-KEY
006100                FILE STATUS IS WS-STKMST-STATUS.
006200     SELECT COGS-SUM-OUT   ASSIGN TO COGSUM
006300                           ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT MARGIN-RPT     ASSIGN TO MRGRPT
006500                           ORGANIZATION IS LINE SEQUENTIAL.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  BILL-DESC-IN
006900     RECORDING MODE IS F.
007000 COPY "BillDesc".
007100 FD  BILL-DET-IN
007200     RECORDING MODE IS F.
007300 COPY "BillDet".
007400 FD  RTN-NET-IN
007500     RECORDING MODE IS F.
007600 COPY "RtnNet".
007700 FD  STOCK-MAST-FILE.
007800 COPY "StkMst".
007900 FD  COGS-SUM-OUT
008000     RECORDING MODE IS F.
008100 COPY "CogSum".
008200 FD  MARGIN-RPT
008300     RECORDING MODE IS F.
008400 01  RPT-LINE                     PIC X(132).
008500 WORKING-STORAGE SECTION.
008600 01  WS-STKMST-STATUS             PIC X(02).
008700     88  WS-STKMST-OK                     VALUE '00'.
008800     88  WS-STKMST-NOTFOUND               VALUE '23'.
008900 01  WS-SWITCHES.
009000     03  WS-DESC-EOF-SW           PIC X(01)  VALUE 'N'.
009100         88  WS-DESC-EOF                     VALUE 'Y'.
009200     03  WS-RTN-EOF-SW            PIC X(01)  VALUE 'N'.
009300         88  WS-RTN-EOF                      VALUE 'Y'.
009400     03  WS-RETURN-BILL-SW        PIC X(01)  VALUE 'N'.
009500         88  WS-RETURN-BILL                  VALUE 'Y'.
009600     03  WS-COUNTED-PRIOR-SW      PIC X(01)  VALUE 'N'.
009700         88  WS-COUNTED-PRIOR                VALUE 'Y'.
009800     03  WS-COSTED-SW             PIC X(01)  VALUE 'N'.
009900         88  WS-COSTED                       VALUE 'Y'.
010000     03  WS-MRG-FOUND-SW          PIC X(01)  VALUE 'N'.
010100         88  WS-MRG-FOUND                    VALUE 'Y'.
010200     03  WS-STO-FOUND-SW          PIC X(01)  VALUE 'N'.
010300         88  WS-STO-FOUND                    VALUE 'Y'.
010400     03  WS-LINE-PROMO-SW         PIC X(01)  VALUE 'N'.
010500         88  WS-LINE-PROMO                   VALUE 'Y'.
010600     03  WS-PRINT-PROMO-SW        PIC X(01)  VALUE 'N'.
010700         88  WS-PRINT-PROMO                  VALUE 'Y'.
010800 01  WS-COUNTERS.
010900     03  WS-RTN-IX                PIC 9(03)  COMP.
011000     03  WS-RTN-TBL-CNT           PIC 9(03)  COMP  VALUE ZERO.
011100     03  WS-MRG-IX                PIC 9(03)  COMP.
011200     03  WS-MRG-TBL-CNT           PIC 9(03)  COMP  VALUE ZERO.
011300     03  WS-HIT-IX                PIC 9(03)  COMP.
011400     03  WS-STO-IX                PIC 9(02)  COMP.
011500     03  WS-STO-TBL-CNT           PIC 9(02)  COMP  VALUE ZERO.
011600     03  WS-RECORDS-READ          PIC 9(09)  COMP  VALUE ZERO.
011700     03  WS-SUM-WRITTEN           PIC 9(09)  COMP  VALUE ZERO.
011800     03  WS-CNT-COSTED            PIC 9(07)  COMP  VALUE ZERO.
011900     03  WS-CNT-UNCOSTED          PIC 9(07)  COMP  VALUE ZERO.
012000     03  WS-CNT-GIFT-LINES        PIC 9(07)  COMP  VALUE ZERO.
012100     03  WS-CNT-PRIOR-LINES       PIC 9(07)  COMP  VALUE ZERO.
012200 COPY "RunLog".
012300 01  WS-AMOUNTS.
012400     03  WS-LINE-AMOUNT           PIC S9(07)V99 VALUE ZERO.
012500     03  WS-LINE-COST             PIC 9(09)V99  VALUE ZERO.
012600     03  WS-SALES-COST            PIC 9(09)V99  VALUE ZERO.
012700     03  WS-RETURN-COST           PIC 9(09)V99  VALUE ZERO.
012800     03  WS-MARGIN-AMT            PIC S9(09)V99 VALUE ZERO.
012900     03  WS-MARGIN-BASE           PIC S9(09)V99 VALUE ZERO.
013000     03  WS-MARGIN-PCT            PIC S9(04)V9  VALUE ZERO.
013100*  ONE SET OF TOTALS PER PRINTED SUBTOTAL LINE.
013200 01  WS-SUBTOTALS.
013300     03  WS-SUB-ENTRY             OCCURS 4 TIMES.
013400         05  WS-SUB-UNITS         PIC S9(07).
013500         05  WS-SUB-SALES         PIC S9(09)V99.
013600         05  WS-SUB-COST          PIC S9(09)V99.
013700         05  WS-SUB-UNCOSTED      PIC 9(07).
013800 01  WS-SUB-REGULAR               PIC 9(01)  VALUE 1.
013900 01  WS-SUB-PROMO                 PIC 9(01)  VALUE 2.
014000 01  WS-SUB-STORE                 PIC 9(01)  VALUE 3.
014100 01  WS-SUB-COMPANY               PIC 9(01)  VALUE 4.
014200 01  WS-SUB-IX                    PIC 9(01).
014300 01  WS-RTN-TBL-MAX               PIC 9(03)  VALUE 500.
014400 01  WS-RETURN-BILL-TABLE.
014500     03  WS-RTN-ENTRY             OCCURS 500 TIMES.
014600         05  WS-RTN-BILL-NUMBER   PIC X(05).
014700         05  WS-RTN-NETTED-PRIOR  PIC X(01).
014800 01  WS-MRG-TBL-MAX               PIC 9(03)  VALUE 400.
014900 01  WS-MARGIN-TABLE.
015000     03  WS-MRG-ENTRY             OCCURS 400 TIMES.
015100         05  WS-MRG-STORE-ID      PIC X(03).
015200         05  WS-MRG-CATEGORY      PIC X(15).
015300         05  WS-MRG-PROMO-SW      PIC X(01).
015400         05  WS-MRG-UNITS         PIC S9(07).
015500         05  WS-MRG-SALES         PIC S9(09)V99.
015600         05  WS-MRG-COST          PIC S9(09)V99.
015700         05  WS-MRG-UNCOSTED      PIC 9(07).
015800 01  WS-STO-TBL-MAX               PIC 9(02)  VALUE 20.
015900 01  WS-STORE-LIST.
016000     03  WS-STO-ID                PIC X(03)  OCCURS 20 TIMES.
016100 01  WS-CUR-STORE                 PIC X(03).
016200 01  WS-REPORT-LINES.
016300     03  WS-HDR-LINE-1.
016400         05  FILLER               PIC X(37) VALUE
016500             'GROSS MARGIN BY STORE AND CATEGORY - '.
016600         05  FILLER               PIC X(14) VALUE
016700             'BUSINESS DATE '.
016800         05  WS-H1-RUN-DATE       PIC 9(08).
016900         05  FILLER               PIC X(73) VALUE SPACES.
017000     03  WS-HDR-LINE-2.
017100         05  FILLER               PIC X(04) VALUE 'STR '.
017200         05  FILLER               PIC X(17) VALUE 'CATEGORY'.
017300         05  FILLER               PIC X(08) VALUE 'PRICE'.
017400         05  FILLER               PIC X(10) VALUE ' NET UNITS'.
017500         05  FILLER               PIC X(16) VALUE
017600             '       NET SALES'.
017700         05  FILLER               PIC X(16) VALUE
017800             '        NET COST'.
017900         05  FILLER               PIC X(16) VALUE
018000             '          MARGIN'.
018100         05  FILLER               PIC X(09) VALUE
018200             ' MARGIN %'.
018300         05  FILLER               PIC X(09) VALUE
018400             ' UNCOSTED'.
018500         05  FILLER               PIC X(27) VALUE SPACES.
018600     03  WS-DET-LINE.
018700         05  WS-DL-STORE          PIC X(04).
018800         05  WS-DL-CATEGORY       PIC X(17).
018900         05  WS-DL-PRICE          PIC X(08).
019000         05  WS-DL-UNITS          PIC Z,ZZZ,ZZ9-.
019100         05  FILLER               PIC X(01) VALUE SPACES.
019200         05  WS-DL-SALES          PIC ZZZ,ZZZ,ZZ9.99-.
019300         05  FILLER               PIC X(01) VALUE SPACES.
019400         05  WS-DL-COST           PIC ZZZ,ZZZ,ZZ9.99-.
019500         05  FILLER               PIC X(01) VALUE SPACES.
019600         05  WS-DL-MARGIN         PIC ZZZ,ZZZ,ZZ9.99-.
019700         05  FILLER               PIC X(02) VALUE SPACES.
019800         05  WS-DL-MARGIN-PCT     PIC ZZZ9.9-.
019900         05  FILLER               PIC X(02) VALUE SPACES.
020000         05  WS-DL-UNCOSTED       PIC ZZZ,ZZ9.
020100         05  FILLER               PIC X(27) VALUE SPACES.
020200     03  WS-SUM-LINE.
020300         05  WS-SL-LABEL          PIC X(29).
020400         05  WS-SL-UNITS          PIC Z,ZZZ,ZZ9-.
020500         05  FILLER               PIC X(01) VALUE SPACES.
020600         05  WS-SL-SALES          PIC ZZZ,ZZZ,ZZ9.99-.
020700         05  FILLER               PIC X(01) VALUE SPACES.
020800         05  WS-SL-COST           PIC ZZZ,ZZZ,ZZ9.99-.
020900         05  FILLER               PIC X(01) VALUE SPACES.
021000         05  WS-SL-MARGIN         PIC ZZZ,ZZZ,ZZ9.99-.
021100         05  FILLER               PIC X(02) VALUE SPACES.
021200         05  WS-SL-MARGIN-PCT     PIC ZZZ9.9-.
021300         05  FILLER               PIC X(02) VALUE SPACES.
021400         05  WS-SL-UNCOSTED       PIC ZZZ,ZZ9.
021500         05  FILLER               PIC X(27) VALUE SPACES.
021600     03  WS-TOT-LINE.
021700         05  WS-TL-LABEL          PIC X(24).
021800         05  WS-TL-COUNT          PIC Z,ZZZ,ZZ9.
021900         05  FILLER               PIC X(99) VALUE SPACES.
022000     03  WS-AMT-LINE.
022100         05  WS-AL-LABEL          PIC X(24).
022200         05  WS-AL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
022300         05  FILLER               PIC X(94) VALUE SPACES.
022400 PROCEDURE DIVISION.
022500 0000-MAINLINE.
022600     PERFORM 1000-INITIALIZE
022700         THRU 1000-INITIALIZE-EXIT.
022800     PERFORM 2000-COST-LINES
022900         THRU 2000-COST-LINES-EXIT
023000         UNTIL WS-DESC-EOF.
023100     PERFORM 3000-PRINT-REPORT
023200         THRU 3000-PRINT-REPORT-EXIT.
023300     PERFORM 4000-WRITE-SUMMARY
023400         THRU 4000-WRITE-SUMMARY-EXIT.
023500     PERFORM 9999-TERMINATE
023600         THRU 9999-TERMINATE-EXIT.
023700     STOP RUN.
023800*----------------------------------------------------------------
023900 1000-INITIALIZE.
024000     MOVE 'S' TO RL-FUNCTION.
024100     MOVE 'MRGRPT00' TO RL-JOB-NAME.
024200     CALL 'RUNLOG00' USING RUN-LOG-PARMS.
024300     IF NOT RL-LOG-OK
024400         DISPLAY 'MRGRPT00 - PREDECESSOR NOT CLEAN FOR '
024500             RL-RUN-DATE ' - JOB NOT STARTED'
024600         STOP RUN
024700     END-IF.
024800     OPEN INPUT RTN-NET-IN.
024900     PERFORM 1100-LOAD-RETURN-TABLE
025000         THRU 1100-LOAD-RETURN-TABLE-EXIT
025100         UNTIL WS-RTN-EOF.
025200     CLOSE RTN-NET-IN.
025300     MOVE WS-SUB-COMPANY TO WS-SUB-IX.
025400     PERFORM 3090-CLEAR-SUBTOTAL
025500         THRU 3090-CLEAR-SUBTOTAL-EXIT.
025600     OPEN INPUT BILL-DESC-IN.
025700     OPEN INPUT BILL-DET-IN.
025800     OPEN INPUT STOCK-MAST-FILE.
025900     IF NOT WS-STKMST-OK
026000         DISPLAY 'MRGRPT00 - OPEN FAILED FOR STKMST STATUS '
026100             WS-STKMST-STATUS
026200         STOP RUN
026300     END-IF.
026400     OPEN OUTPUT MARGIN-RPT.
026500     MOVE RL-RUN-DATE TO WS-H1-RUN-DATE.
026600     WRITE RPT-LINE FROM WS-HDR-LINE-1.
026700     WRITE RPT-LINE FROM WS-HDR-LINE-2.
026800 1000-INITIALIZE-EXIT.
026900     EXIT.
027000*----------------------------------------------------------------
027100 1100-LOAD-RETURN-TABLE.
027200     READ RTN-NET-IN
027300         AT END
027400             MOVE 'Y' TO WS-RTN-EOF-SW
027500             GO TO 1100-LOAD-RETURN-TABLE-EXIT
027600     END-READ.
027700     IF WS-RTN-TBL-CNT >= WS-RTN-TBL-MAX
027800         DISPLAY 'MRGRPT00 - MORE THAN ' WS-RTN-TBL-MAX
027900             ' RETURN BILLS IN RTNNET'
028000         STOP RUN
028100     END-IF.
028200     ADD 1 TO WS-RTN-TBL-CNT.
028300     MOVE RN-BILL-NUMBER TO WS-RTN-BILL-NUMBER (WS-RTN-TBL-CNT).
028400     MOVE RN-ALREADY-NETTED-SW
028500         TO WS-RTN-NETTED-PRIOR (WS-RTN-TBL-CNT).
028600 1100-LOAD-RETURN-TABLE-EXIT.
028700     EXIT.
028800*----------------------------------------------------------------
028900 2000-COST-LINES.
029000     READ BILL-DESC-IN
029100         AT END
029200             MOVE 'Y' TO WS-DESC-EOF-SW
029300             GO TO 2000-COST-LINES-EXIT
029400     END-READ.
029500     ADD 1 TO WS-RECORDS-READ.
029600     READ BILL-DET-IN
029700         AT END
029800             DISPLAY 'MRGRPT00 - BILLDET ENDED BEFORE BILLDESC'
029900             STOP RUN
030000     END-READ.
030100     IF PD-BILL-NUMBER NOT = BD-BILL-NUMBER
030200         OR PD-LINE-SEQ NOT = BD-LINE-SEQ
030300         DISPLAY 'MRGRPT00 - BILLDESC ' PD-BILL-NUMBER
030400             PD-LINE-SEQ ' OUT OF STEP WITH BILLDET '
030500             BD-BILL-NUMBER BD-LINE-SEQ
030600         STOP RUN
030700     END-IF.
030800     IF BD-SKU = 'GIFTCARD'
030900         ADD 1 TO WS-CNT-GIFT-LINES
031000         GO TO 2000-COST-LINES-EXIT
031100     END-IF.
031200     MOVE 'N' TO WS-RETURN-BILL-SW.
031300     MOVE 'N' TO WS-COUNTED-PRIOR-SW.
031400     PERFORM 2100-CHECK-RETURN-ENTRY
031500         THRU 2100-CHECK-RETURN-ENTRY-EXIT
031600         VARYING WS-RTN-IX FROM 1 BY 1
031700         UNTIL WS-RTN-IX > WS-RTN-TBL-CNT
031800         OR WS-RETURN-BILL.
031900     IF WS-RETURN-BILL AND WS-COUNTED-PRIOR
032000         ADD 1 TO WS-CNT-PRIOR-LINES
032100         GO TO 2000-COST-LINES-EXIT
032200     END-IF.
032300     IF PD-PROMO-PRICE
032400         MOVE 'Y' TO WS-LINE-PROMO-SW
032500     ELSE
032600         MOVE 'N' TO WS-LINE-PROMO-SW
032700     END-IF.
032800     PERFORM 2200-FIND-MARGIN-ENTRY
032900         THRU 2200-FIND-MARGIN-ENTRY-EXIT.
033000     PERFORM 2300-COST-LINE
033100         THRU 2300-COST-LINE-EXIT.
033200     COMPUTE WS-LINE-AMOUNT = BD-UNIT-PRICE * BD-QUANTITY
033300         - BD-DISC-AMOUNT - BD-BILL-DISC-AMT.
033400     IF WS-RETURN-BILL
033500         SUBTRACT BD-QUANTITY    FROM WS-MRG-UNITS (WS-HIT-IX)
033600         SUBTRACT WS-LINE-AMOUNT FROM WS-MRG-SALES (WS-HIT-IX)
033700         SUBTRACT WS-LINE-COST   FROM WS-MRG-COST (WS-HIT-IX)
033800         ADD WS-LINE-COST TO WS-RETURN-COST
033900     ELSE
034000         ADD BD-QUANTITY    TO WS-MRG-UNITS (WS-HIT-IX)
034100         ADD WS-LINE-AMOUNT TO WS-MRG-SALES (WS-HIT-IX)
034200         ADD WS-LINE-COST   TO WS-MRG-COST (WS-HIT-IX)
034300         ADD WS-LINE-COST TO WS-SALES-COST
034400     END-IF.
034500     IF WS-COSTED
034600         ADD 1 TO WS-CNT-COSTED
034700     ELSE
034800         ADD 1 TO WS-CNT-UNCOSTED
034900         ADD 1 TO WS-MRG-UNCOSTED (WS-HIT-IX)
035000     END-IF.
035100 2000-COST-LINES-EXIT.
035200     EXIT.
035300*----------------------------------------------------------------
035400 2100-CHECK-RETURN-ENTRY.
035500     IF WS-RTN-BILL-NUMBER (WS-RTN-IX) = PD-BILL-NUMBER
035600         MOVE 'Y' TO WS-RETURN-BILL-SW
035700         MOVE WS-RTN-NETTED-PRIOR (WS-RTN-IX)
035800             TO WS-COUNTED-PRIOR-SW
035900     END-IF.
036000 2100-CHECK-RETURN-ENTRY-EXIT.
036100     EXIT.
036200*----------------------------------------------------------------
036300 2200-FIND-MARGIN-ENTRY.
036400     MOVE 'N' TO WS-MRG-FOUND-SW.
036500     MOVE ZERO TO WS-HIT-IX.
036600     PERFORM 2250-MATCH-MARGIN-ENTRY
036700         THRU 2250-MATCH-MARGIN-ENTRY-EXIT
036800         VARYING WS-MRG-IX FROM 1 BY 1
036900         UNTIL WS-MRG-IX > WS-MRG-TBL-CNT
037000         OR WS-MRG-FOUND.
037100     IF WS-MRG-FOUND
037200         GO TO 2200-FIND-MARGIN-ENTRY-EXIT
037300     END-IF.
037400     IF WS-MRG-TBL-CNT >= WS-MRG-TBL-MAX
037500         DISPLAY 'MRGRPT00 - MORE THAN ' WS-MRG-TBL-MAX
037600             ' STORE/CATEGORY/PRICE ENTRIES'
037700         STOP RUN
037800     END-IF.
037900     ADD 1 TO WS-MRG-TBL-CNT.
038000     MOVE WS-MRG-TBL-CNT TO WS-HIT-IX.
038100     MOVE BD-STORE-ID      TO WS-MRG-STORE-ID (WS-HIT-IX).
038200     MOVE PD-FULL-CATEGORY TO WS-MRG-CATEGORY (WS-HIT-IX).
038300     MOVE WS-LINE-PROMO-SW TO WS-MRG-PROMO-SW (WS-HIT-IX).
038400     MOVE ZERO TO WS-MRG-UNITS (WS-HIT-IX).
038500     MOVE ZERO TO WS-MRG-SALES (WS-HIT-IX).
038600     MOVE ZERO TO WS-MRG-COST (WS-HIT-IX).
038700     MOVE ZERO TO WS-MRG-UNCOSTED (WS-HIT-IX).
038800 2200-FIND-MARGIN-ENTRY-EXIT.
038900     EXIT.
039000*----------------------------------------------------------------
039100 2250-MATCH-MARGIN-ENTRY.
039200     IF WS-MRG-STORE-ID (WS-MRG-IX) = BD-STORE-ID
039300         AND WS-MRG-CATEGORY (WS-MRG-IX) = PD-FULL-CATEGORY
039400         AND WS-MRG-PROMO-SW (WS-MRG-IX) = WS-LINE-PROMO-SW
039500         MOVE 'Y' TO WS-MRG-FOUND-SW
039600         MOVE WS-MRG-IX TO WS-HIT-IX
039700     END-IF.
039800 2250-MATCH-MARGIN-ENTRY-EXIT.
039900     EXIT.
040000*----------------------------------------------------------------
040100 2300-COST-LINE.
040200     MOVE ZERO TO WS-LINE-COST.
040300     MOVE 'N' TO WS-COSTED-SW.
040400     MOVE BD-STORE-ID TO ST-STORE-ID.
040500     MOVE BD-SKU      TO ST-SKU.
040600     READ STOCK-MAST-FILE
040700         INVALID KEY
040800             GO TO 2300-COST-LINE-EXIT
040900     END-READ.
041000     IF NOT WS-STKMST-OK
041100         DISPLAY 'MRGRPT00 - READ FAILED FOR STKMST '
041200             ST-STOCK-KEY ' STATUS ' WS-STKMST-STATUS
041300         STOP RUN
041400     END-IF.
041500     IF ST-AVG-UNIT-COST = ZERO
041600         GO TO 2300-COST-LINE-EXIT
041700     END-IF.
041800     COMPUTE WS-LINE-COST ROUNDED =
041900         ST-AVG-UNIT-COST * BD-QUANTITY.
042000     MOVE 'Y' TO WS-COSTED-SW.
042100 2300-COST-LINE-EXIT.
042200     EXIT.
042300*----------------------------------------------------------------
042400 3000-PRINT-REPORT.
042500     PERFORM 3050-COLLECT-STORE-ENTRY
042600         THRU 3050-COLLECT-STORE-ENTRY-EXIT
042700         VARYING WS-MRG-IX FROM 1 BY 1
042800         UNTIL WS-MRG-IX > WS-MRG-TBL-CNT.
042900     PERFORM 3080-PRINT-STORE-SECTION
043000         THRU 3080-PRINT-STORE-SECTION-EXIT
043100         VARYING WS-STO-IX FROM 1 BY 1
043200         UNTIL WS-STO-IX > WS-STO-TBL-CNT.
043300     MOVE WS-SUB-COMPANY TO WS-SUB-IX.
043400     MOVE 'COMPANY TOTAL' TO WS-SL-LABEL.
043500     PERFORM 3200-PRINT-SUBTOTAL
043600         THRU 3200-PRINT-SUBTOTAL-EXIT.
043700     MOVE SPACES TO RPT-LINE.
043800     WRITE RPT-LINE.
043900     MOVE 'LINES COSTED            ' TO WS-TL-LABEL.
044000     MOVE WS-CNT-COSTED               TO WS-TL-COUNT.
044100     WRITE RPT-LINE FROM WS-TOT-LINE.
044200     MOVE 'LINES WITHOUT COST      ' TO WS-TL-LABEL.
044300     MOVE WS-CNT-UNCOSTED             TO WS-TL-COUNT.
044400     WRITE RPT-LINE FROM WS-TOT-LINE.
044500     MOVE 'GIFT CARD LINES SKIPPED ' TO WS-TL-LABEL.
044600     MOVE WS-CNT-GIFT-LINES           TO WS-TL-COUNT.
044700     WRITE RPT-LINE FROM WS-TOT-LINE.
044800     MOVE 'RESUBMITTED RETURN LINES' TO WS-TL-LABEL.
044900     MOVE WS-CNT-PRIOR-LINES          TO WS-TL-COUNT.
045000     WRITE RPT-LINE FROM WS-TOT-LINE.
045100     MOVE 'COST OF SALES           ' TO WS-AL-LABEL.
045200     MOVE WS-SALES-COST               TO WS-AL-AMOUNT.
045300     WRITE RPT-LINE FROM WS-AMT-LINE.
045400     MOVE 'COST OF RETURNS         ' TO WS-AL-LABEL.
045500     MOVE WS-RETURN-COST              TO WS-AL-AMOUNT.
045600     WRITE RPT-LINE FROM WS-AMT-LINE.
045700 3000-PRINT-REPORT-EXIT.
045800     EXIT.
045900*----------------------------------------------------------------
046000 3050-COLLECT-STORE-ENTRY.
046100     MOVE 'N' TO WS-STO-FOUND-SW.
046200     PERFORM 3060-MATCH-STORE-ENTRY
046300         THRU 3060-MATCH-STORE-ENTRY-EXIT
046400         VARYING WS-STO-IX FROM 1 BY 1
046500         UNTIL WS-STO-IX > WS-STO-TBL-CNT
046600         OR WS-STO-FOUND.
046700     IF WS-STO-FOUND
046800         GO TO 3050-COLLECT-STORE-ENTRY-EXIT
046900     END-IF.
047000     IF WS-STO-TBL-CNT >= WS-STO-TBL-MAX
047100         DISPLAY 'MRGRPT00 - MORE THAN ' WS-STO-TBL-MAX
047200             ' STORES'
047300         STOP RUN
047400     END-IF.
047500     ADD 1 TO WS-STO-TBL-CNT.
047600     MOVE WS-MRG-STORE-ID (WS-MRG-IX)
047700         TO WS-STO-ID (WS-STO-TBL-CNT).
047800 3050-COLLECT-STORE-ENTRY-EXIT.
047900     EXIT.
048000*----------------------------------------------------------------
048100 3060-MATCH-STORE-ENTRY.
048200     IF WS-STO-ID (WS-STO-IX) = WS-MRG-STORE-ID (WS-MRG-IX)
048300         MOVE 'Y' TO WS-STO-FOUND-SW
048400     END-IF.
048500 3060-MATCH-STORE-ENTRY-EXIT.
048600     EXIT.
048700*----------------------------------------------------------------
048800 3080-PRINT-STORE-SECTION.
048900     MOVE WS-STO-ID (WS-STO-IX) TO WS-CUR-STORE.
049000     PERFORM 3090-CLEAR-SUBTOTAL
049100         THRU 3090-CLEAR-SUBTOTAL-EXIT
049200         VARYING WS-SUB-IX FROM WS-SUB-REGULAR BY 1
049300         UNTIL WS-SUB-IX > WS-SUB-STORE.
049400     MOVE 'N' TO WS-PRINT-PROMO-SW.
049500     PERFORM 3100-PRINT-CATEGORY-LINE
049600         THRU 3100-PRINT-CATEGORY-LINE-EXIT
049700         VARYING WS-MRG-IX FROM 1 BY 1
049800         UNTIL WS-MRG-IX > WS-MRG-TBL-CNT.
049900     MOVE 'Y' TO WS-PRINT-PROMO-SW.
050000     PERFORM 3100-PRINT-CATEGORY-LINE
050100         THRU 3100-PRINT-CATEGORY-LINE-EXIT
050200         VARYING WS-MRG-IX FROM 1 BY 1
050300         UNTIL WS-MRG-IX > WS-MRG-TBL-CNT.
050400     MOVE SPACES TO WS-SL-LABEL.
050500     STRING 'STORE ' WS-CUR-STORE ' REGULAR PRICE'
050600         DELIMITED BY SIZE INTO WS-SL-LABEL.
050700     MOVE WS-SUB-REGULAR TO WS-SUB-IX.
050800     PERFORM 3200-PRINT-SUBTOTAL
050900         THRU 3200-PRINT-SUBTOTAL-EXIT.
051000     MOVE SPACES TO WS-SL-LABEL.
051100     STRING 'STORE ' WS-CUR-STORE ' PROMO PRICE'
051200         DELIMITED BY SIZE INTO WS-SL-LABEL.
051300     MOVE WS-SUB-PROMO TO WS-SUB-IX.
051400     PERFORM 3200-PRINT-SUBTOTAL
051500         THRU 3200-PRINT-SUBTOTAL-EXIT.
051600     MOVE SPACES TO WS-SL-LABEL.
051700     STRING 'STORE ' WS-CUR-STORE ' TOTAL'
051800         DELIMITED BY SIZE INTO WS-SL-LABEL.
051900     MOVE WS-SUB-STORE TO WS-SUB-IX.
052000     PERFORM 3200-PRINT-SUBTOTAL
052100         THRU 3200-PRINT-SUBTOTAL-EXIT.
052200     MOVE SPACES TO RPT-LINE.
052300     WRITE RPT-LINE.
052400 3080-PRINT-STORE-SECTION-EXIT.
052500     EXIT.
052600*----------------------------------------------------------------
052700 3090-CLEAR-SUBTOTAL.
052800     MOVE ZERO TO WS-SUB-UNITS (WS-SUB-IX).
052900     MOVE ZERO TO WS-SUB-SALES (WS-SUB-IX).
053000     MOVE ZERO TO WS-SUB-COST (WS-SUB-IX).
053100     MOVE ZERO TO WS-SUB-UNCOSTED (WS-SUB-IX).
053200 3090-CLEAR-SUBTOTAL-EXIT.
053300     EXIT.
053400*----------------------------------------------------------------
053500 3100-PRINT-CATEGORY-LINE.
053600     IF WS-MRG-STORE-ID (WS-MRG-IX) NOT = WS-CUR-STORE
053700         OR WS-MRG-PROMO-SW (WS-MRG-IX) NOT = WS-PRINT-PROMO-SW
053800         GO TO 3100-PRINT-CATEGORY-LINE-EXIT
053900     END-IF.
054000     IF WS-PRINT-PROMO
054100         MOVE WS-SUB-PROMO TO WS-SUB-IX
054200         MOVE 'PROMO'      TO WS-DL-PRICE
054300     ELSE
054400         MOVE WS-SUB-REGULAR TO WS-SUB-IX
054500         MOVE 'REGULAR'      TO WS-DL-PRICE
054600     END-IF.
054700     ADD WS-MRG-UNITS (WS-MRG-IX)    TO WS-SUB-UNITS (WS-SUB-IX).
054800     ADD WS-MRG-SALES (WS-MRG-IX)    TO WS-SUB-SALES (WS-SUB-IX).
054900     ADD WS-MRG-COST (WS-MRG-IX)     TO WS-SUB-COST (WS-SUB-IX).
055000     ADD WS-MRG-UNCOSTED (WS-MRG-IX)
055100         TO WS-SUB-UNCOSTED (WS-SUB-IX).
055200     MOVE WS-SUB-STORE TO WS-SUB-IX.
055300     ADD WS-MRG-UNITS (WS-MRG-IX)    TO WS-SUB-UNITS (WS-SUB-IX).
055400     ADD WS-MRG-SALES (WS-MRG-IX)    TO WS-SUB-SALES (WS-SUB-IX).
055500     ADD WS-MRG-COST (WS-MRG-IX)     TO WS-SUB-COST (WS-SUB-IX).
055600     ADD WS-MRG-UNCOSTED (WS-MRG-IX)
055700         TO WS-SUB-UNCOSTED (WS-SUB-IX).
055800     MOVE WS-SUB-COMPANY TO WS-SUB-IX.
055900     ADD WS-MRG-UNITS (WS-MRG-IX)    TO WS-SUB-UNITS (WS-SUB-IX).
056000     ADD WS-MRG-SALES (WS-MRG-IX)    TO WS-SUB-SALES (WS-SUB-IX).
056100     ADD WS-MRG-COST (WS-MRG-IX)     TO WS-SUB-COST (WS-SUB-IX).
056200     ADD WS-MRG-UNCOSTED (WS-MRG-IX)
056300         TO WS-SUB-UNCOSTED (WS-SUB-IX).
056400     COMPUTE WS-MARGIN-AMT = WS-MRG-SALES (WS-MRG-IX)
056500         - WS-MRG-COST (WS-MRG-IX).
056600     MOVE WS-MRG-SALES (WS-MRG-IX) TO WS-MARGIN-BASE.
056700     PERFORM 3300-MARGIN-PERCENT
056800         THRU 3300-MARGIN-PERCENT-EXIT.
056900     MOVE WS-MRG-STORE-ID (WS-MRG-IX)  TO WS-DL-STORE.
057000     MOVE WS-MRG-CATEGORY (WS-MRG-IX)  TO WS-DL-CATEGORY.
057100     MOVE WS-MRG-UNITS (WS-MRG-IX)     TO WS-DL-UNITS.
057200     MOVE WS-MRG-SALES (WS-MRG-IX)     TO WS-DL-SALES.
057300     MOVE WS-MRG-COST (WS-MRG-IX)      TO WS-DL-COST.
057400     MOVE WS-MARGIN-AMT                TO WS-DL-MARGIN.
057500     MOVE WS-MARGIN-PCT                TO WS-DL-MARGIN-PCT.
057600     MOVE WS-MRG-UNCOSTED (WS-MRG-IX)  TO WS-DL-UNCOSTED.
057700     WRITE RPT-LINE FROM WS-DET-LINE.
057800 3100-PRINT-CATEGORY-LINE-EXIT.
057900     EXIT.
058000*----------------------------------------------------------------
058100 3200-PRINT-SUBTOTAL.
058200     COMPUTE WS-MARGIN-AMT = WS-SUB-SALES (WS-SUB-IX)
058300         - WS-SUB-COST (WS-SUB-IX).
058400     MOVE WS-SUB-SALES (WS-SUB-IX) TO WS-MARGIN-BASE.
058500     PERFORM 3300-MARGIN-PERCENT
058600         THRU 3300-MARGIN-PERCENT-EXIT.
058700     MOVE WS-SUB-UNITS (WS-SUB-IX)    TO WS-SL-UNITS.
058800     MOVE WS-SUB-SALES (WS-SUB-IX)    TO WS-SL-SALES.
058900     MOVE WS-SUB-COST (WS-SUB-IX)     TO WS-SL-COST.
059000     MOVE WS-MARGIN-AMT               TO WS-SL-MARGIN.
059100     MOVE WS-MARGIN-PCT               TO WS-SL-MARGIN-PCT.
059200     MOVE WS-SUB-UNCOSTED (WS-SUB-IX) TO WS-SL-UNCOSTED.
059300     WRITE RPT-LINE FROM WS-SUM-LINE.
059400 3200-PRINT-SUBTOTAL-EXIT.
059500     EXIT.
059600*----------------------------------------------------------------
059700*  MARGIN PERCENT OF WS-MARGIN-AMT OVER WS-MARGIN-BASE (THE
059800*  SALES BEING PRINTED), HELD TO A PRINTABLE FLOOR WHEN COST
059900*  DWARFS SALES.
060000*----------------------------------------------------------------
060100 3300-MARGIN-PERCENT.
060200     MOVE ZERO TO WS-MARGIN-PCT.
060300     IF WS-MARGIN-BASE NOT > ZERO
060400         GO TO 3300-MARGIN-PERCENT-EXIT
060500     END-IF.
060600     IF WS-MARGIN-AMT < ZERO - (WS-MARGIN-BASE * 99)
060700         MOVE -9999.9 TO WS-MARGIN-PCT
060800         GO TO 3300-MARGIN-PERCENT-EXIT
060900     END-IF.
061000     COMPUTE WS-MARGIN-PCT ROUNDED =
061100         WS-MARGIN-AMT * 100 / WS-MARGIN-BASE.
061200 3300-MARGIN-PERCENT-EXIT.
061300     EXIT.
061400*----------------------------------------------------------------
061500 4000-WRITE-SUMMARY.
061600     OPEN OUTPUT COGS-SUM-OUT.
061700     MOVE RL-RUN-DATE     TO CG-BUSINESS-DATE.
061800     MOVE WS-SALES-COST   TO CG-SALES-COST.
061900     MOVE WS-RETURN-COST  TO CG-RETURN-COST.
062000     MOVE WS-CNT-UNCOSTED TO CG-UNCOSTED-LINES.
062100     WRITE COST-OF-SALES-SUMMARY.
062200     ADD 1 TO WS-SUM-WRITTEN.
062300     CLOSE COGS-SUM-OUT.
062400 4000-WRITE-SUMMARY-EXIT.
062500     EXIT.
062600*----------------------------------------------------------------
062700 9999-TERMINATE.
062800     CLOSE BILL-DESC-IN.
062900     CLOSE BILL-DET-IN.
063000     CLOSE STOCK-MAST-FILE.
063100     CLOSE MARGIN-RPT.
063200     MOVE 'E' TO RL-FUNCTION.
063300     MOVE WS-RECORDS-READ TO RL-RECORDS-READ.
063400     MOVE WS-SUM-WRITTEN  TO RL-WRITTEN-1.
063500     CALL 'RUNLOG00' USING RUN-LOG-PARMS.
063600 9999-TERMINATE-EXIT.
063700     EXIT.
