000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  PRCLBL00.
000300 AUTHOR.      R HOLLOWAY.
000400 INSTALLATION. RETAIL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  PRCLBL00 - SHELF-LABEL LOOK-AHEAD AND PRICE-CHANGE SHEETS
000900*
001000*  PRCMNT00 POSTS FUTURE-DATED PRICES TO PRCHST AND PROMOCAL
001100*  HOLDS EACH PROMOTION'S FROM AND TO DATES, BUT THE SHOP FLOOR
001200*  ONLY FOUND OUT A PRICE HAD MOVED WHEN BILLSKU0 FLAGGED THE
001300*  TILL PRICE AGAINST IT.  RUN DAILY, THIS JOB WORKS OUT EVERY
001400*  SELLING-PRICE CHANGE TAKING EFFECT FROM THE DAY AFTER THE
001500*  BUSINESS DATE THROUGH LC-LOOKAHEAD-DAYS AHEAD (LBLCTL):
001600*    - A PRCHST PRICE COMING INTO EFFECT;
001700*    - A PROMOTION STARTING (PROMOCAL BY SKU OR BY FULL
001800*      CATALOG CATEGORY);
001900*    - A PROMOTION ENDING, THE DAY AFTER ITS TO DATE, WHEN THE
002000*      SHELF REVERTS TO THE CATALOG PRICE.
002100*  THE SELLING PRICE ON A DAY IS TAKEN THE WAY BILLSKU0 TAKES
002200*  IT - THE LATEST PRCHST ENTRY IN EFFECT, ELSE
002300*  PM-CATALOG-PRICE - UNLESS A PROMOTION COVERS THE DAY, WHEN
002400*  IT IS THE PROMO PRICE (THE LOWEST, IF TWO OVERLAP).  A DATE
002500*  ON WHICH THE PRICE DOES NOT ACTUALLY MOVE IS NOT LISTED.
002600*
002700*  EACH ACTIVE STORE ON STRMST GETS A PRINTED CHANGE SHEET
002800*  (LBLRPT) IN EFFECTIVE-DATE ORDER WITH THE PRODMST FULL
002900*  DESCRIPTION, OLD AND NEW PRICE, AND A LABEL-PRINTER EXTRACT
003000*  (LBLXTR, SEE LBLXTR.CPY).  A SKU IS ONLY LISTED AT A STORE
003100*  THAT STOCKS IT - A STKMST RECORD FOR THE STORE WITH STOCK ON
003200*  HAND, IN TRANSIT OR ON ORDER, OR A NON-ZERO REORDER QUANTITY
003300*  (DEAD STOCK SOLD THROUGH HAS NO SHELF EDGE TO LABEL).  THE
003400*  BUSINESS DATE COMES FROM THE RUNDATE CONTROL FILE, NOT THE
003500*  SYSTEM CLOCK, SO A MORNING RERUN PRINTS THE SAME SHEETS.
003600*
003700*  MODIFICATION HISTORY
003800*  ---------------------------------------------------------------
003900*  DATE       INIT  DESCRIPTION
004000*  10/15/2026 RH    ORIGINAL PROGRAM.
004100*****************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.  IBM.
004500 OBJECT-COMPUTER.  IBM.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT LBL-CTL-FILE   ASSIGN TO LBLCTL
004900                           ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT RUN-DATE-FILE  ASSIGN TO RUNDATE
005100                           ORGANIZATION IS LINE SEQUENTIAL
005200                           FILE STATUS IS WS-RUNDATE-STATUS.
005300     SELECT PRC-HST-IN     ASSIGN TO PRCHST
005400                           ORGANIZATION IS LINE SEQUENTIAL
005500                           FILE STATUS IS WS-PRCHST-FILE-STATUS.
005600     SELECT PROMO-CAL-IN   ASSIGN TO PROMOCAL
005700                           ORGANIZATION IS LINE SEQUENTIAL
005800                           FILE STATUS IS WS-PROMO-FILE-STATUS.
005900     SELECT STORE-MAST-IN  ASSIGN TO STRMST
006000                           ORGANIZATION IS LINE SEQUENTIAL
006100                           FILE STATUS IS WS-STRMST-FILE-STATUS.
006200     SELECT PROD-MAST-FILE ASSIGN TO PRODMST
006300                ORGANIZATION IS INDEXED
006400                ACCESS MODE IS DYNAMIC
006500                RECORD KEY IS PM-SKU
006600                FILE STATUS IS WS-PRODMST-STATUS.
006700     SELECT STOCK-MAST-FILE ASSIGN TO STKMST
006800                ORGANIZATION IS INDEXED
006900                ACCESS MODE IS DYNAMIC
007000                RECORD KEY IS ST-STOCK-KEY
007100                FILE STATUS IS WS-STKMST-STATUS.
007200     SELECT LABEL-XTR-OUT  ASSIGN TO LBLXTR
007300                           ORGANIZATION IS LINE SEQUENTIAL.
007400     SELECT CHANGE-RPT     ASSIGN TO LBLRPT
007500                           ORGANIZATION IS LINE SEQUENTIAL.
007600     SELECT SORT-WORK      ASSIGN TO SRTWK01.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  LBL-CTL-FILE
008000     RECORDING MODE IS F.
008100 COPY "LblCtl".
008200 FD  RUN-DATE-FILE
008300     RECORDING MODE IS F.
008400 COPY "RunDte".
008500 FD  PRC-HST-IN
008600     RECORDING MODE IS F.
008700 COPY "PrcHst".
008800 FD  PROMO-CAL-IN
008900     RECORDING MODE IS F.
009000 COPY "PromoCal".
009100 FD  STORE-MAST-IN
009200     RECORDING MODE IS F.
009300 COPY "StrMst".
009400 FD  PROD-MAST-FILE.
009500 COPY "ProdMst".
009600 FD  STOCK-MAST-FILE.
009700 COPY "StkMst".
009800 FD  LABEL-XTR-OUT
009900     RECORDING MODE IS F.
010000 COPY "LblXtr".
010100 FD  CHANGE-RPT
010200     RECORDING MODE IS F.
010300 01  RPT-LINE                     PIC X(110).
010400 SD  SORT-WORK.
010500 01  SW-RECORD.
010600     03  SW-STORE-ID              PIC X(03).
010700     03  SW-REC-TYPE              PIC X(01).
010800         88  SW-STORE-HEADER                 VALUE '0'.
010900         88  SW-STORE-CHANGE                 VALUE '1'.
011000     03  SW-EFF-DATE              PIC 9(08).
011100     03  SW-SKU                   PIC X(08).
011200     03  SW-STORE-NAME            PIC X(20).
011300     03  SW-FULL-DESCRIPTION      PIC X(30).
011400     03  SW-FULL-CATEGORY         PIC X(15).
011500     03  SW-OLD-PRICE             PIC 9(04).
011600     03  SW-NEW-PRICE             PIC 9(04).
011700     03  SW-CHANGE-TYPE           PIC X(01).
011800     03  SW-PROMO-END-DATE        PIC 9(08).
011900 WORKING-STORAGE SECTION.
012000 01  WS-RUNDATE-STATUS            PIC X(02).
012100 01  WS-PRCHST-FILE-STATUS        PIC X(02).
012200 01  WS-PROMO-FILE-STATUS         PIC X(02).
012300 01  WS-STRMST-FILE-STATUS        PIC X(02).
012400 01  WS-PRODMST-STATUS            PIC X(02).
012500     88  WS-PRODMST-OK                    VALUE '00'.
012600 01  WS-STKMST-STATUS             PIC X(02).
012700     88  WS-STKMST-OK                     VALUE '00'.
012800 01  WS-SWITCHES.
012900     03  WS-PRICE-EOF-SW          PIC X(01)  VALUE 'N'.
013000         88  WS-PRICE-EOF                    VALUE 'Y'.
013100     03  WS-PROMO-EOF-SW          PIC X(01)  VALUE 'N'.
013200         88  WS-PROMO-EOF                    VALUE 'Y'.
013300     03  WS-PROD-EOF-SW           PIC X(01)  VALUE 'N'.
013400         88  WS-PROD-EOF                     VALUE 'Y'.
013500     03  WS-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
013600         88  WS-SORT-EOF                     VALUE 'Y'.
013700     03  WS-STOCK-FOUND-SW        PIC X(01)  VALUE 'N'.
013800         88  WS-STOCK-FOUND                  VALUE 'Y'.
013900     03  WS-CND-FOUND-SW          PIC X(01)  VALUE 'N'.
014000         88  WS-CND-FOUND                    VALUE 'Y'.
014100     03  WS-PROMO-APPLIES-SW      PIC X(01)  VALUE 'N'.
014200         88  WS-PROMO-APPLIES                VALUE 'Y'.
014300     03  WS-STORE-OPEN-SW         PIC X(01)  VALUE 'N'.
014400         88  WS-STORE-OPEN                   VALUE 'Y'.
014500     03  WS-CV-DATE-OK-SW         PIC X(01)  VALUE 'N'.
014600         88  WS-CV-DATE-OK                   VALUE 'Y'.
014700     03  WS-ASOF-PROMO-SW         PIC X(01)  VALUE 'N'.
014800         88  WS-ASOF-PROMO                   VALUE 'Y'.
014900     03  WS-OLD-PROMO-SW          PIC X(01)  VALUE 'N'.
015000         88  WS-OLD-PROMO                    VALUE 'Y'.
015100 01  WS-COUNTERS.
015200     03  WS-PH-IX                 PIC 9(04)  COMP.
015300     03  WS-PH-TBL-CNT            PIC 9(04)  COMP  VALUE ZERO.
015400     03  WS-PRM-IX                PIC 9(03)  COMP.
015500     03  WS-PRM-TBL-CNT           PIC 9(03)  COMP  VALUE ZERO.
015600     03  WS-CND-IX                PIC 9(03)  COMP.
015700     03  WS-CND-TBL-CNT           PIC 9(03)  COMP  VALUE ZERO.
015800     03  WS-CHG-IX                PIC 9(04)  COMP.
015900     03  WS-CHG-TBL-CNT           PIC 9(04)  COMP  VALUE ZERO.
016000     03  WS-CNT-PRODUCTS          PIC 9(07)  COMP  VALUE ZERO.
016100     03  WS-CNT-BAD-DATES         PIC 9(05)  COMP  VALUE ZERO.
016200     03  WS-CNT-STORES            PIC 9(05)  COMP  VALUE ZERO.
016300     03  WS-CNT-LABELS            PIC 9(07)  COMP  VALUE ZERO.
016400     03  WS-CNT-NOT-STOCKED       PIC 9(07)  COMP  VALUE ZERO.
016500     03  WS-STORE-LABELS          PIC 9(05)  COMP  VALUE ZERO.
016600 01  WS-TODAY-8                   PIC 9(08).
016700 01  WS-TODAY-SERIAL              PIC 9(07)  COMP.
016800 01  WS-WINDOW-FROM-SERIAL        PIC 9(07)  COMP.
016900 01  WS-WINDOW-TO-SERIAL          PIC 9(07)  COMP.
017000 01  WS-PRICING-WORK.
017100     03  WS-ASOF-SERIAL           PIC 9(07)  COMP.
017200     03  WS-ASOF-FOUND-SERIAL     PIC 9(07)  COMP.
017300     03  WS-ASOF-PRICE            PIC 9(04).
017400     03  WS-ASOF-PROMO-PRICE      PIC 9(04).
017500     03  WS-ASOF-PROMO-TO         PIC 9(08).
017600     03  WS-OLD-PRICE             PIC 9(04).
017700     03  WS-NEW-CND-SERIAL        PIC 9(07)  COMP.
017800     03  WS-NEW-CND-DATE          PIC 9(08).
017900 01  WS-CV-DATE.
018000     03  WS-CV-YYYY               PIC 9(04).
018100     03  WS-CV-MM                 PIC 9(02).
018200     03  WS-CV-DD                 PIC 9(02).
018300 01  WS-CV-WORK.
018400     03  WS-CV-SERIAL             PIC 9(07)  COMP.
018500     03  WS-CV-Q4                 PIC 9(04).
018600     03  WS-CV-Q100               PIC 9(04).
018700     03  WS-CV-Q400               PIC 9(04).
018800     03  WS-CV-DIVQUOT            PIC 9(08).
018900     03  WS-CV-REM4               PIC 9(02).
019000     03  WS-CV-REM100             PIC 9(02).
019100     03  WS-CV-REM400             PIC 9(02).
019200     03  WS-CV-IX                 PIC 9(02)  COMP.
019300     03  WS-CV-MONTH-DAYS         PIC 9(02).
019400 01  WS-DAYS-IN-MONTH-TABLE.
019500     03  FILLER                   PIC 9(02)  VALUE 31.
019600     03  FILLER                   PIC 9(02)  VALUE 28.
019700     03  FILLER                   PIC 9(02)  VALUE 31.
019800     03  FILLER                   PIC 9(02)  VALUE 30.
019900     03  FILLER                   PIC 9(02)  VALUE 31.
020000     03  FILLER                   PIC 9(02)  VALUE 30.
020100     03  FILLER                   PIC 9(02)  VALUE 31.
020200     03  FILLER                   PIC 9(02)  VALUE 31.
020300     03  FILLER                   PIC 9(02)  VALUE 30.
020400     03  FILLER                   PIC 9(02)  VALUE 31.
020500     03  FILLER                   PIC 9(02)  VALUE 30.
020600     03  FILLER                   PIC 9(02)  VALUE 31.
020700 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE.
020800     03  WS-DIM-TBL               PIC 9(02)  OCCURS 12 TIMES.
020900*  PRCHST IS CUMULATIVE - SAME CEILING AND PURGE RULE AS THE
021000*  BILLSKU0 PRICE TABLE (SEE PRCHST.CPY).
021100 01  WS-PH-TBL-MAX                PIC 9(04)  VALUE 5000.
021200 01  WS-PRICE-TABLE.
021300     03  WS-PH-ENTRY              OCCURS 5000 TIMES.
021400         05  WS-PH-SKU            PIC X(08).
021500         05  WS-PH-EFF            PIC 9(08).
021600         05  WS-PH-SERIAL         PIC 9(07)  COMP.
021700         05  WS-PH-PRICE          PIC 9(04).
021800 01  WS-PRM-TBL-MAX               PIC 9(03)  VALUE 200.
021900 01  WS-PROMO-TABLE.
022000     03  WS-PRM-ENTRY             OCCURS 200 TIMES.
022100         05  WS-PRM-SKU           PIC X(08).
022200         05  WS-PRM-CATEGORY      PIC X(15).
022300         05  WS-PRM-PRICE         PIC 9(04).
022400         05  WS-PRM-FROM          PIC 9(08).
022500         05  WS-PRM-TO            PIC 9(08).
022600         05  WS-PRM-FROM-SERIAL   PIC 9(07)  COMP.
022700         05  WS-PRM-END-DATE      PIC 9(08).
022800         05  WS-PRM-END-SERIAL    PIC 9(07)  COMP.
022900*  CANDIDATE CHANGE DATES FOR THE SKU IN HAND - ONE PER
023000*  DISTINCT DATE INSIDE THE WINDOW.
023100 01  WS-CND-TBL-MAX               PIC 9(03)  VALUE 50.
023200 01  WS-CANDIDATE-TABLE.
023300     03  WS-CND-ENTRY             OCCURS 50 TIMES.
023400         05  WS-CND-SERIAL        PIC 9(07)  COMP.
023500         05  WS-CND-DATE          PIC 9(08).
023600*  CHAIN-WIDE PRICE CHANGES IN THE WINDOW, BEFORE THE STOCKED-AT
023700*  CHECK SPREADS THEM OVER THE STORES.
023800 01  WS-CHG-TBL-MAX               PIC 9(04)  VALUE 3000.
023900 01  WS-CHANGE-TABLE.
024000     03  WS-CHG-ENTRY             OCCURS 3000 TIMES.
024100         05  WS-CHG-SKU           PIC X(08).
024200         05  WS-CHG-DESCRIPTION   PIC X(30).
024300         05  WS-CHG-CATEGORY      PIC X(15).
024400         05  WS-CHG-EFF-DATE      PIC 9(08).
024500         05  WS-CHG-OLD-PRICE     PIC 9(04).
024600         05  WS-CHG-NEW-PRICE     PIC 9(04).
024700         05  WS-CHG-TYPE          PIC X(01).
024800         05  WS-CHG-PROMO-END     PIC 9(08).
024900 01  WS-REPORT-LINES.
025000     03  WS-HDR-LINE-1.
025100         05  FILLER               PIC X(33)  VALUE
025200             'SHELF PRICE CHANGE SHEET - STORE '.
025300         05  WS-H1-STORE-ID       PIC X(03).
025400         05  FILLER               PIC X(02)  VALUE SPACES.
025500         05  WS-H1-STORE-NAME     PIC X(20).
025600         05  FILLER               PIC X(16)  VALUE
025700             '  BUSINESS DATE '.
025800         05  WS-H1-DATE           PIC 9(08).
025900         05  FILLER               PIC X(07)  VALUE '  NEXT '.
026000         05  WS-H1-DAYS           PIC ZZ9.
026100         05  FILLER               PIC X(05)  VALUE ' DAYS'.
026200         05  FILLER               PIC X(13)  VALUE SPACES.
026300     03  WS-HDR-LINE-2.
026400         05  FILLER               PIC X(10)  VALUE 'EFFECTIVE'.
026500         05  FILLER               PIC X(10)  VALUE 'SKU'.
026600         05  FILLER               PIC X(32)  VALUE 'DESCRIPTION'.
026700         05  FILLER               PIC X(07)  VALUE ' OLD'.
026800         05  FILLER               PIC X(07)  VALUE ' NEW'.
026900         05  FILLER               PIC X(14)  VALUE 'CHANGE'.
027000         05  FILLER               PIC X(30)  VALUE 'OFFER ENDS'.
027100     03  WS-DET-LINE.
027200         05  WS-DL-EFF-DATE       PIC 9(08).
027300         05  FILLER               PIC X(02)  VALUE SPACES.
027400         05  WS-DL-SKU            PIC X(08).
027500         05  FILLER               PIC X(02)  VALUE SPACES.
027600         05  WS-DL-DESCRIPTION    PIC X(30).
027700         05  FILLER               PIC X(02)  VALUE SPACES.
027800         05  WS-DL-OLD-PRICE      PIC ZZZ9.
027900         05  FILLER               PIC X(03)  VALUE SPACES.
028000         05  WS-DL-NEW-PRICE      PIC ZZZ9.
028100         05  FILLER               PIC X(03)  VALUE SPACES.
028200         05  WS-DL-CHANGE         PIC X(13).
028300         05  FILLER               PIC X(01)  VALUE SPACES.
028400         05  WS-DL-PROMO-END      PIC X(08).
028500         05  FILLER               PIC X(22)  VALUE SPACES.
028600     03  WS-NONE-LINE.
028700         05  FILLER               PIC X(40)  VALUE
028800             'NO SHELF PRICE CHANGES IN THE LOOK-AHEAD'.
028900         05  FILLER               PIC X(70)  VALUE ' WINDOW'.
029000     03  WS-TOT-LINE.
029100         05  WS-TL-LABEL          PIC X(40).
029200         05  WS-TL-COUNT          PIC ZZZ,ZZ9.
029300         05  FILLER               PIC X(63)  VALUE SPACES.
029400 PROCEDURE DIVISION.
029500 0000-MAINLINE.
029600     PERFORM 1000-INITIALIZE
029700         THRU 1000-INITIALIZE-EXIT.
029800     PERFORM 2000-SCAN-PRODUCTS
029900         THRU 2000-SCAN-PRODUCTS-EXIT
030000         UNTIL WS-PROD-EOF.
030100     PERFORM 3000-PRINT-STORE-SHEETS
030200         THRU 3000-PRINT-STORE-SHEETS-EXIT.
030300     PERFORM 4000-PRINT-TOTALS
030400         THRU 4000-PRINT-TOTALS-EXIT.
030500     PERFORM 9999-TERMINATE
030600         THRU 9999-TERMINATE-EXIT.
030700     STOP RUN.
030800*----------------------------------------------------------------
030900 1000-INITIALIZE.
031000     OPEN INPUT RUN-DATE-FILE.
031100     IF NOT WS-RUNDATE-STATUS = '00'
031200         DISPLAY 'PRCLBL00 - RUNDATE CONTROL FILE MISSING'
031300             ' STATUS ' WS-RUNDATE-STATUS
031400         STOP RUN
031500     END-IF.
031600     READ RUN-DATE-FILE
031700         AT END
031800             DISPLAY 'PRCLBL00 - RUNDATE CONTROL RECORD MISSING'
031900             STOP RUN
032000     END-READ.
032100     MOVE RD-RUN-DATE TO WS-TODAY-8.
032200     CLOSE RUN-DATE-FILE.
032300     OPEN INPUT LBL-CTL-FILE.
032400     READ LBL-CTL-FILE
032500         AT END
032600             DISPLAY 'PRCLBL00 - LBLCTL CONTROL RECORD MISSING'
032700             STOP RUN
032800     END-READ.
032900     CLOSE LBL-CTL-FILE.
033000     IF LC-LOOKAHEAD-DAYS NOT NUMERIC
033100         OR LC-LOOKAHEAD-DAYS = ZERO
033200         DISPLAY 'PRCLBL00 - LBLCTL LOOK-AHEAD DAYS INVALID'
033300         STOP RUN
033400     END-IF.
033500     MOVE WS-TODAY-8 TO WS-CV-DATE.
033600     PERFORM 5000-CONVERT-DATE-TO-SERIAL
033700         THRU 5000-CONVERT-DATE-TO-SERIAL-EXIT.
033800     MOVE WS-CV-SERIAL TO WS-TODAY-SERIAL.
033900     COMPUTE WS-WINDOW-FROM-SERIAL = WS-TODAY-SERIAL + 1.
034000     COMPUTE WS-WINDOW-TO-SERIAL =
034100         WS-TODAY-SERIAL + LC-LOOKAHEAD-DAYS.
034200     PERFORM 1100-LOAD-PRICE-TABLE
034300         THRU 1100-LOAD-PRICE-TABLE-EXIT.
034400     PERFORM 1200-LOAD-PROMO-TABLE
034500         THRU 1200-LOAD-PROMO-TABLE-EXIT.
034600     OPEN INPUT PROD-MAST-FILE.
034700     IF NOT WS-PRODMST-OK
034800         DISPLAY 'PRCLBL00 - OPEN FAILED FOR PRODMST STATUS '
034900             WS-PRODMST-STATUS
035000         STOP RUN
035100     END-IF.
035200     OPEN INPUT STOCK-MAST-FILE.
035300     IF NOT WS-STKMST-OK
035400         DISPLAY 'PRCLBL00 - OPEN FAILED FOR STKMST STATUS '
035500             WS-STKMST-STATUS
035600         STOP RUN
035700     END-IF.
035800     OPEN OUTPUT LABEL-XTR-OUT.
035900     OPEN OUTPUT CHANGE-RPT.
036000     MOVE LOW-VALUES TO PM-SKU.
036100     START PROD-MAST-FILE KEY NOT < PM-SKU
036200         INVALID KEY
036300             MOVE 'Y' TO WS-PROD-EOF-SW
036400     END-START.
036500 1000-INITIALIZE-EXIT.
036600     EXIT.
036700*----------------------------------------------------------------
036800 1100-LOAD-PRICE-TABLE.
036900     OPEN INPUT PRC-HST-IN.
037000     IF NOT WS-PRCHST-FILE-STATUS = '00'
037100         GO TO 1100-LOAD-PRICE-TABLE-EXIT
037200     END-IF.
037300     PERFORM 1150-LOAD-PRICE-ENTRY
037400         THRU 1150-LOAD-PRICE-ENTRY-EXIT
037500         UNTIL WS-PRICE-EOF.
037600     CLOSE PRC-HST-IN.
037700 1100-LOAD-PRICE-TABLE-EXIT.
037800     EXIT.
037900*----------------------------------------------------------------
038000 1150-LOAD-PRICE-ENTRY.
038100     READ PRC-HST-IN
038200         AT END
038300             MOVE 'Y' TO WS-PRICE-EOF-SW
038400             GO TO 1150-LOAD-PRICE-ENTRY-EXIT
038500     END-READ.
038600     MOVE PH-EFF-DATE TO WS-CV-DATE.
038700     PERFORM 5050-CHECK-DATE
038800         THRU 5050-CHECK-DATE-EXIT.
038900     IF NOT WS-CV-DATE-OK
039000         ADD 1 TO WS-CNT-BAD-DATES
039100         GO TO 1150-LOAD-PRICE-ENTRY-EXIT
039200     END-IF.
039300     IF WS-PH-TBL-CNT >= WS-PH-TBL-MAX
039400         DISPLAY 'PRCLBL00 - MORE THAN ' WS-PH-TBL-MAX
039500             ' PRICE HISTORY ENTRIES'
039600         STOP RUN
039700     END-IF.
039800     PERFORM 5000-CONVERT-DATE-TO-SERIAL
039900         THRU 5000-CONVERT-DATE-TO-SERIAL-EXIT.
040000     ADD 1 TO WS-PH-TBL-CNT.
040100     MOVE PH-SKU       TO WS-PH-SKU (WS-PH-TBL-CNT).
040200     MOVE PH-EFF-DATE  TO WS-PH-EFF (WS-PH-TBL-CNT).
040300     MOVE WS-CV-SERIAL TO WS-PH-SERIAL (WS-PH-TBL-CNT).
040400     MOVE PH-PRICE     TO WS-PH-PRICE (WS-PH-TBL-CNT).
040500 1150-LOAD-PRICE-ENTRY-EXIT.
040600     EXIT.
040700*----------------------------------------------------------------
040800 1200-LOAD-PROMO-TABLE.
040900     OPEN INPUT PROMO-CAL-IN.
041000     IF NOT WS-PROMO-FILE-STATUS = '00'
041100         GO TO 1200-LOAD-PROMO-TABLE-EXIT
041200     END-IF.
041300     PERFORM 1250-LOAD-PROMO-ENTRY
041400         THRU 1250-LOAD-PROMO-ENTRY-EXIT
041500         UNTIL WS-PROMO-EOF.
041600     CLOSE PROMO-CAL-IN.
041700 1200-LOAD-PROMO-TABLE-EXIT.
041800     EXIT.
041900*----------------------------------------------------------------
042000 1250-LOAD-PROMO-ENTRY.
042100     READ PROMO-CAL-IN
042200         AT END
042300             MOVE 'Y' TO WS-PROMO-EOF-SW
042400             GO TO 1250-LOAD-PROMO-ENTRY-EXIT
042500     END-READ.
042600     MOVE PC-EFF-FROM TO WS-CV-DATE.
042700     PERFORM 5050-CHECK-DATE
042800         THRU 5050-CHECK-DATE-EXIT.
042900     IF WS-CV-DATE-OK
043000         MOVE PC-EFF-TO TO WS-CV-DATE
043100         PERFORM 5050-CHECK-DATE
043200             THRU 5050-CHECK-DATE-EXIT
043300     END-IF.
043400     IF NOT WS-CV-DATE-OK
043500         ADD 1 TO WS-CNT-BAD-DATES
043600         GO TO 1250-LOAD-PROMO-ENTRY-EXIT
043700     END-IF.
043800     IF WS-PRM-TBL-CNT >= WS-PRM-TBL-MAX
043900         DISPLAY 'PRCLBL00 - MORE THAN ' WS-PRM-TBL-MAX
044000             ' PROMO CALENDAR ENTRIES'
044100         STOP RUN
044200     END-IF.
044300     ADD 1 TO WS-PRM-TBL-CNT.
044400     MOVE PC-SKU           TO WS-PRM-SKU (WS-PRM-TBL-CNT).
044500     MOVE PC-FULL-CATEGORY TO WS-PRM-CATEGORY (WS-PRM-TBL-CNT).
044600     MOVE PC-PROMO-PRICE   TO WS-PRM-PRICE (WS-PRM-TBL-CNT).
044700     MOVE PC-EFF-FROM      TO WS-PRM-FROM (WS-PRM-TBL-CNT).
044800     MOVE PC-EFF-TO        TO WS-PRM-TO (WS-PRM-TBL-CNT).
044900     MOVE PC-EFF-FROM TO WS-CV-DATE.
045000     PERFORM 5000-CONVERT-DATE-TO-SERIAL
045100         THRU 5000-CONVERT-DATE-TO-SERIAL-EXIT.
045200     MOVE WS-CV-SERIAL TO WS-PRM-FROM-SERIAL (WS-PRM-TBL-CNT).
045300*    THE SHELF REVERTS THE DAY AFTER THE PROMOTION'S TO DATE.
045400     MOVE PC-EFF-TO TO WS-CV-DATE.
045500     PERFORM 5000-CONVERT-DATE-TO-SERIAL
045600         THRU 5000-CONVERT-DATE-TO-SERIAL-EXIT.
045700     COMPUTE WS-PRM-END-SERIAL (WS-PRM-TBL-CNT) =
045800         WS-CV-SERIAL + 1.
045900     PERFORM 5200-ADVANCE-ONE-DAY
046000         THRU 5200-ADVANCE-ONE-DAY-EXIT.
046100     MOVE WS-CV-DATE TO WS-PRM-END-DATE (WS-PRM-TBL-CNT).
046200 1250-LOAD-PROMO-ENTRY-EXIT.
046300     EXIT.
046400*----------------------------------------------------------------
046500 2000-SCAN-PRODUCTS.
046600     READ PROD-MAST-FILE NEXT RECORD
046700         AT END
046800             MOVE 'Y' TO WS-PROD-EOF-SW
046900             GO TO 2000-SCAN-PRODUCTS-EXIT
047000     END-READ.
047100     IF NOT WS-PRODMST-OK
047200         DISPLAY 'PRCLBL00 - READ NEXT FAILED FOR PRODMST'
047300             ' STATUS ' WS-PRODMST-STATUS
047400         STOP RUN
047500     END-IF.
047600     ADD 1 TO WS-CNT-PRODUCTS.
047700     MOVE ZERO TO WS-CND-TBL-CNT.
047800     PERFORM 2100-COLLECT-PRICE-DATE
047900         THRU 2100-COLLECT-PRICE-DATE-EXIT
048000         VARYING WS-PH-IX FROM 1 BY 1
048100         UNTIL WS-PH-IX > WS-PH-TBL-CNT.
048200     PERFORM 2200-COLLECT-PROMO-DATES
048300         THRU 2200-COLLECT-PROMO-DATES-EXIT
048400         VARYING WS-PRM-IX FROM 1 BY 1
048500         UNTIL WS-PRM-IX > WS-PRM-TBL-CNT.
048600     PERFORM 2400-EVALUATE-CANDIDATE
048700         THRU 2400-EVALUATE-CANDIDATE-EXIT
048800         VARYING WS-CND-IX FROM 1 BY 1
048900         UNTIL WS-CND-IX > WS-CND-TBL-CNT.
049000 2000-SCAN-PRODUCTS-EXIT.
049100     EXIT.
049200*----------------------------------------------------------------
049300 2100-COLLECT-PRICE-DATE.
049400     IF WS-PH-SKU (WS-PH-IX) NOT = PM-SKU
049500         GO TO 2100-COLLECT-PRICE-DATE-EXIT
049600     END-IF.
049700     MOVE WS-PH-SERIAL (WS-PH-IX) TO WS-NEW-CND-SERIAL.
049800     MOVE WS-PH-EFF (WS-PH-IX)    TO WS-NEW-CND-DATE.
049900     PERFORM 2300-ADD-CANDIDATE
050000         THRU 2300-ADD-CANDIDATE-EXIT.
050100 2100-COLLECT-PRICE-DATE-EXIT.
050200     EXIT.
050300*----------------------------------------------------------------
050400 2200-COLLECT-PROMO-DATES.
050500     PERFORM 2550-CHECK-PROMO-APPLIES
050600         THRU 2550-CHECK-PROMO-APPLIES-EXIT.
050700     IF NOT WS-PROMO-APPLIES
050800         GO TO 2200-COLLECT-PROMO-DATES-EXIT
050900     END-IF.
051000     MOVE WS-PRM-FROM-SERIAL (WS-PRM-IX) TO WS-NEW-CND-SERIAL.
051100     MOVE WS-PRM-FROM (WS-PRM-IX)        TO WS-NEW-CND-DATE.
051200     PERFORM 2300-ADD-CANDIDATE
051300         THRU 2300-ADD-CANDIDATE-EXIT.
051400     MOVE WS-PRM-END-SERIAL (WS-PRM-IX)  TO WS-NEW-CND-SERIAL.
051500     MOVE WS-PRM-END-DATE (WS-PRM-IX)    TO WS-NEW-CND-DATE.
051600     PERFORM 2300-ADD-CANDIDATE
051700         THRU 2300-ADD-CANDIDATE-EXIT.
051800 2200-COLLECT-PROMO-DATES-EXIT.
051900     EXIT.
052000*----------------------------------------------------------------
052100 2300-ADD-CANDIDATE.
052200     IF WS-NEW-CND-SERIAL < WS-WINDOW-FROM-SERIAL
052300         OR WS-NEW-CND-SERIAL > WS-WINDOW-TO-SERIAL
052400         GO TO 2300-ADD-CANDIDATE-EXIT
052500     END-IF.
052600     MOVE 'N' TO WS-CND-FOUND-SW.
052700     PERFORM 2350-MATCH-CANDIDATE
052800         THRU 2350-MATCH-CANDIDATE-EXIT
052900         VARYING WS-CND-IX FROM 1 BY 1
053000         UNTIL WS-CND-IX > WS-CND-TBL-CNT
053100         OR WS-CND-FOUND.
053200     IF WS-CND-FOUND
053300         GO TO 2300-ADD-CANDIDATE-EXIT
053400     END-IF.
053500     IF WS-CND-TBL-CNT >= WS-CND-TBL-MAX
053600         DISPLAY 'PRCLBL00 - MORE THAN ' WS-CND-TBL-MAX
053700             ' PRICE CHANGE DATES FOR SKU ' PM-SKU
053800         STOP RUN
053900     END-IF.
054000     ADD 1 TO WS-CND-TBL-CNT.
054100     MOVE WS-NEW-CND-SERIAL TO WS-CND-SERIAL (WS-CND-TBL-CNT).
054200     MOVE WS-NEW-CND-DATE   TO WS-CND-DATE (WS-CND-TBL-CNT).
054300 2300-ADD-CANDIDATE-EXIT.
054400     EXIT.
054500*----------------------------------------------------------------
054600 2350-MATCH-CANDIDATE.
054700     IF WS-CND-SERIAL (WS-CND-IX) = WS-NEW-CND-SERIAL
054800         MOVE 'Y' TO WS-CND-FOUND-SW
054900     END-IF.
055000 2350-MATCH-CANDIDATE-EXIT.
055100     EXIT.
055200*----------------------------------------------------------------
055300 2400-EVALUATE-CANDIDATE.
055400     COMPUTE WS-ASOF-SERIAL = WS-CND-SERIAL (WS-CND-IX) - 1.
055500     PERFORM 2500-PRICE-AS-OF
055600         THRU 2500-PRICE-AS-OF-EXIT.
055700     MOVE WS-ASOF-PRICE    TO WS-OLD-PRICE.
055800     MOVE WS-ASOF-PROMO-SW TO WS-OLD-PROMO-SW.
055900     MOVE WS-CND-SERIAL (WS-CND-IX) TO WS-ASOF-SERIAL.
056000     PERFORM 2500-PRICE-AS-OF
056100         THRU 2500-PRICE-AS-OF-EXIT.
056200     IF WS-ASOF-PRICE = WS-OLD-PRICE
056300         GO TO 2400-EVALUATE-CANDIDATE-EXIT
056400     END-IF.
056500     IF WS-CHG-TBL-CNT >= WS-CHG-TBL-MAX
056600         DISPLAY 'PRCLBL00 - MORE THAN ' WS-CHG-TBL-MAX
056700             ' PRICE CHANGES IN THE LOOK-AHEAD WINDOW'
056800         STOP RUN
056900     END-IF.
057000     ADD 1 TO WS-CHG-TBL-CNT.
057100     MOVE PM-SKU              TO WS-CHG-SKU (WS-CHG-TBL-CNT).
057200     MOVE PM-FULL-DESCRIPTION
057300         TO WS-CHG-DESCRIPTION (WS-CHG-TBL-CNT).
057400     MOVE PM-FULL-CATEGORY    TO WS-CHG-CATEGORY (WS-CHG-TBL-CNT).
057500     MOVE WS-CND-DATE (WS-CND-IX)
057600         TO WS-CHG-EFF-DATE (WS-CHG-TBL-CNT).
057700     MOVE WS-OLD-PRICE TO WS-CHG-OLD-PRICE (WS-CHG-TBL-CNT).
057800     MOVE WS-ASOF-PRICE TO WS-CHG-NEW-PRICE (WS-CHG-TBL-CNT).
057900     MOVE ZERO TO WS-CHG-PROMO-END (WS-CHG-TBL-CNT).
058000     IF WS-ASOF-PROMO
058100         MOVE 'S' TO WS-CHG-TYPE (WS-CHG-TBL-CNT)
058200         MOVE WS-ASOF-PROMO-TO
058300             TO WS-CHG-PROMO-END (WS-CHG-TBL-CNT)
058400     ELSE
058500         IF WS-OLD-PROMO
058600             MOVE 'E' TO WS-CHG-TYPE (WS-CHG-TBL-CNT)
058700         ELSE
058800             MOVE 'P' TO WS-CHG-TYPE (WS-CHG-TBL-CNT)
058900         END-IF
059000     END-IF.
059100 2400-EVALUATE-CANDIDATE-EXIT.
059200     EXIT.
059300*----------------------------------------------------------------
059400*  SELLING PRICE OF THE SKU IN HAND ON DAY WS-ASOF-SERIAL - THE
059500*  LATEST PRCHST ENTRY IN EFFECT (ELSE PM-CATALOG-PRICE), OR
059600*  THE LOWEST PROMO PRICE COVERING THE DAY.
059700*----------------------------------------------------------------
059800 2500-PRICE-AS-OF.
059900     MOVE PM-CATALOG-PRICE TO WS-ASOF-PRICE.
060000     MOVE ZERO TO WS-ASOF-FOUND-SERIAL.
060100     PERFORM 2510-MATCH-PRICE-ENTRY
060200         THRU 2510-MATCH-PRICE-ENTRY-EXIT
060300         VARYING WS-PH-IX FROM 1 BY 1
060400         UNTIL WS-PH-IX > WS-PH-TBL-CNT.
060500     MOVE 'N' TO WS-ASOF-PROMO-SW.
060600     MOVE ZERO TO WS-ASOF-PROMO-PRICE.
060700     MOVE ZERO TO WS-ASOF-PROMO-TO.
060800     PERFORM 2520-MATCH-PROMO-ENTRY
060900         THRU 2520-MATCH-PROMO-ENTRY-EXIT
061000         VARYING WS-PRM-IX FROM 1 BY 1
061100         UNTIL WS-PRM-IX > WS-PRM-TBL-CNT.
061200     IF WS-ASOF-PROMO
061300         MOVE WS-ASOF-PROMO-PRICE TO WS-ASOF-PRICE
061400     END-IF.
061500 2500-PRICE-AS-OF-EXIT.
061600     EXIT.
061700*----------------------------------------------------------------
061800 2510-MATCH-PRICE-ENTRY.
061900     IF WS-PH-SKU (WS-PH-IX) = PM-SKU
062000         AND WS-PH-SERIAL (WS-PH-IX) NOT > WS-ASOF-SERIAL
062100         AND WS-PH-SERIAL (WS-PH-IX) NOT < WS-ASOF-FOUND-SERIAL
062200         MOVE WS-PH-SERIAL (WS-PH-IX) TO WS-ASOF-FOUND-SERIAL
062300         MOVE WS-PH-PRICE (WS-PH-IX)  TO WS-ASOF-PRICE
062400     END-IF.
062500 2510-MATCH-PRICE-ENTRY-EXIT.
062600     EXIT.
062700*----------------------------------------------------------------
062800 2520-MATCH-PROMO-ENTRY.
062900     PERFORM 2550-CHECK-PROMO-APPLIES
063000         THRU 2550-CHECK-PROMO-APPLIES-EXIT.
063100     IF NOT WS-PROMO-APPLIES
063200         GO TO 2520-MATCH-PROMO-ENTRY-EXIT
063300     END-IF.
063400     IF WS-ASOF-SERIAL < WS-PRM-FROM-SERIAL (WS-PRM-IX)
063500         OR WS-ASOF-SERIAL NOT < WS-PRM-END-SERIAL (WS-PRM-IX)
063600         GO TO 2520-MATCH-PROMO-ENTRY-EXIT
063700     END-IF.
063800     IF WS-ASOF-PROMO
063900         AND WS-PRM-PRICE (WS-PRM-IX) NOT < WS-ASOF-PROMO-PRICE
064000         GO TO 2520-MATCH-PROMO-ENTRY-EXIT
064100     END-IF.
064200     MOVE 'Y' TO WS-ASOF-PROMO-SW.
064300     MOVE WS-PRM-PRICE (WS-PRM-IX) TO WS-ASOF-PROMO-PRICE.
064400     MOVE WS-PRM-TO (WS-PRM-IX)    TO WS-ASOF-PROMO-TO.
064500 2520-MATCH-PROMO-ENTRY-EXIT.
064600     EXIT.
064700*----------------------------------------------------------------
064800*  A PROMOCAL ENTRY COVERS THE SKU IN HAND WHEN IT NAMES THE SKU,
064900*  OR NAMES NO SKU AND THE SKU'S FULL CATALOG CATEGORY (THE
065000*  BILLSKU0 RULE).  THE ANSWER IS LEFT IN WS-PROMO-APPLIES-SW.
065100*----------------------------------------------------------------
065200 2550-CHECK-PROMO-APPLIES.
065300     MOVE 'N' TO WS-PROMO-APPLIES-SW.
065400     IF WS-PRM-SKU (WS-PRM-IX) NOT = SPACES
065500         IF WS-PRM-SKU (WS-PRM-IX) = PM-SKU
065600             MOVE 'Y' TO WS-PROMO-APPLIES-SW
065700         END-IF
065800     ELSE
065900         IF WS-PRM-CATEGORY (WS-PRM-IX) = PM-FULL-CATEGORY
066000             MOVE 'Y' TO WS-PROMO-APPLIES-SW
066100         END-IF
066200     END-IF.
066300 2550-CHECK-PROMO-APPLIES-EXIT.
066400     EXIT.
066500*----------------------------------------------------------------
066600 3000-PRINT-STORE-SHEETS.
066700     SORT SORT-WORK
066800         ON ASCENDING KEY SW-STORE-ID
066900                          SW-REC-TYPE
067000                          SW-EFF-DATE
067100                          SW-SKU
067200         INPUT PROCEDURE IS 3100-RELEASE-STORE-LINES
067300             THRU 3100-RELEASE-STORE-LINES-EXIT
067400         OUTPUT PROCEDURE IS 3200-PRINT-SHEETS
067500             THRU 3200-PRINT-SHEETS-EXIT.
067600 3000-PRINT-STORE-SHEETS-EXIT.
067700     EXIT.
067800*----------------------------------------------------------------
067900 3100-RELEASE-STORE-LINES.
068000     OPEN INPUT STORE-MAST-IN.
068100     IF NOT WS-STRMST-FILE-STATUS = '00'
068200         DISPLAY 'PRCLBL00 - STORE MASTER (STRMST) MISSING'
068300             ' STATUS ' WS-STRMST-FILE-STATUS
068400         STOP RUN
068500     END-IF.
068600 3110-RELEASE-STORE-READ.
068700     READ STORE-MAST-IN
068800         AT END
068900             GO TO 3100-RELEASE-STORE-LINES-EXIT
069000     END-READ.
069100     IF NOT STR-ACTIVE
069200         GO TO 3110-RELEASE-STORE-READ
069300     END-IF.
069400     ADD 1 TO WS-CNT-STORES.
069500     MOVE SPACES         TO SW-RECORD.
069600     MOVE STR-STORE-ID   TO SW-STORE-ID.
069700     MOVE '0'            TO SW-REC-TYPE.
069800     MOVE ZERO           TO SW-EFF-DATE.
069900     MOVE STR-STORE-NAME TO SW-STORE-NAME.
070000     MOVE ZERO           TO SW-OLD-PRICE.
070100     MOVE ZERO           TO SW-NEW-PRICE.
070200     MOVE ZERO           TO SW-PROMO-END-DATE.
070300     RELEASE SW-RECORD.
070400     PERFORM 3150-RELEASE-STORE-CHANGE
070500         THRU 3150-RELEASE-STORE-CHANGE-EXIT
070600         VARYING WS-CHG-IX FROM 1 BY 1
070700         UNTIL WS-CHG-IX > WS-CHG-TBL-CNT.
070800     GO TO 3110-RELEASE-STORE-READ.
070900 3100-RELEASE-STORE-LINES-EXIT.
071000     CLOSE STORE-MAST-IN.
071100     EXIT.
071200*----------------------------------------------------------------
071300 3150-RELEASE-STORE-CHANGE.
071400     MOVE STR-STORE-ID          TO ST-STORE-ID.
071500     MOVE WS-CHG-SKU (WS-CHG-IX) TO ST-SKU.
071600     MOVE 'N' TO WS-STOCK-FOUND-SW.
071700     READ STOCK-MAST-FILE
071800         INVALID KEY
071900             CONTINUE
072000         NOT INVALID KEY
072100             MOVE 'Y' TO WS-STOCK-FOUND-SW
072200     END-READ.
072300     IF WS-STOCK-FOUND
072400         IF ST-ON-HAND-QTY > ZERO
072500             OR ST-IN-TRANSIT-QTY > ZERO
072600             OR ST-ON-ORDER-QTY > ZERO
072700             OR ST-REORDER-QTY > ZERO
072800             CONTINUE
072900         ELSE
073000             MOVE 'N' TO WS-STOCK-FOUND-SW
073100         END-IF
073200     END-IF.
073300     IF NOT WS-STOCK-FOUND
073400         ADD 1 TO WS-CNT-NOT-STOCKED
073500         GO TO 3150-RELEASE-STORE-CHANGE-EXIT
073600     END-IF.
073700     MOVE STR-STORE-ID                   TO SW-STORE-ID.
073800     MOVE '1'                            TO SW-REC-TYPE.
073900     MOVE WS-CHG-EFF-DATE (WS-CHG-IX)    TO SW-EFF-DATE.
074000     MOVE WS-CHG-SKU (WS-CHG-IX)         TO SW-SKU.
074100     MOVE STR-STORE-NAME                 TO SW-STORE-NAME.
074200     MOVE WS-CHG-DESCRIPTION (WS-CHG-IX) TO SW-FULL-DESCRIPTION.
074300     MOVE WS-CHG-CATEGORY (WS-CHG-IX)    TO SW-FULL-CATEGORY.
074400     MOVE WS-CHG-OLD-PRICE (WS-CHG-IX)   TO SW-OLD-PRICE.
074500     MOVE WS-CHG-NEW-PRICE (WS-CHG-IX)   TO SW-NEW-PRICE.
074600     MOVE WS-CHG-TYPE (WS-CHG-IX)        TO SW-CHANGE-TYPE.
074700     MOVE WS-CHG-PROMO-END (WS-CHG-IX)   TO SW-PROMO-END-DATE.
074800     RELEASE SW-RECORD.
074900 3150-RELEASE-STORE-CHANGE-EXIT.
075000     EXIT.
075100*----------------------------------------------------------------
075200 3200-PRINT-SHEETS.
075300     MOVE 'N' TO WS-SORT-EOF-SW.
075400     MOVE 'N' TO WS-STORE-OPEN-SW.
075500 3210-PRINT-SHEETS-READ.
075600     RETURN SORT-WORK
075700         AT END
075800             MOVE 'Y' TO WS-SORT-EOF-SW
075900             IF WS-STORE-OPEN
076000                 PERFORM 3300-END-STORE
076100                     THRU 3300-END-STORE-EXIT
076200             END-IF
076300             GO TO 3200-PRINT-SHEETS-EXIT
076400     END-RETURN.
076500     IF SW-STORE-HEADER
076600         IF WS-STORE-OPEN
076700             PERFORM 3300-END-STORE
076800                 THRU 3300-END-STORE-EXIT
076900         END-IF
077000         PERFORM 3400-START-STORE
077100             THRU 3400-START-STORE-EXIT
077200         GO TO 3210-PRINT-SHEETS-READ
077300     END-IF.
077400     PERFORM 3500-PRINT-CHANGE
077500         THRU 3500-PRINT-CHANGE-EXIT.
077600     GO TO 3210-PRINT-SHEETS-READ.
077700 3200-PRINT-SHEETS-EXIT.
077800     EXIT.
077900*----------------------------------------------------------------
078000 3300-END-STORE.
078100     IF WS-STORE-LABELS = ZERO
078200         WRITE RPT-LINE FROM WS-NONE-LINE
078300     ELSE
078400         MOVE SPACES TO RPT-LINE
078500         WRITE RPT-LINE
078600         MOVE 'LABELS TO CHANGE AT THIS STORE' TO WS-TL-LABEL
078700         MOVE WS-STORE-LABELS TO WS-TL-COUNT
078800         WRITE RPT-LINE FROM WS-TOT-LINE
078900     END-IF.
079000     MOVE 'N' TO WS-STORE-OPEN-SW.
079100 3300-END-STORE-EXIT.
079200     EXIT.
079300*----------------------------------------------------------------
079400 3400-START-STORE.
079500     MOVE SPACES TO RPT-LINE.
079600     WRITE RPT-LINE.
079700     MOVE SW-STORE-ID       TO WS-H1-STORE-ID.
079800     MOVE SW-STORE-NAME     TO WS-H1-STORE-NAME.
079900     MOVE WS-TODAY-8        TO WS-H1-DATE.
080000     MOVE LC-LOOKAHEAD-DAYS TO WS-H1-DAYS.
080100     WRITE RPT-LINE FROM WS-HDR-LINE-1.
080200     WRITE RPT-LINE FROM WS-HDR-LINE-2.
080300     MOVE ZERO TO WS-STORE-LABELS.
080400     MOVE 'Y' TO WS-STORE-OPEN-SW.
080500 3400-START-STORE-EXIT.
080600     EXIT.
080700*----------------------------------------------------------------
080800 3500-PRINT-CHANGE.
080900     MOVE SW-EFF-DATE         TO WS-DL-EFF-DATE.
081000     MOVE SW-SKU              TO WS-DL-SKU.
081100     MOVE SW-FULL-DESCRIPTION TO WS-DL-DESCRIPTION.
081200     MOVE SW-OLD-PRICE        TO WS-DL-OLD-PRICE.
081300     MOVE SW-NEW-PRICE        TO WS-DL-NEW-PRICE.
081400     MOVE SPACES              TO WS-DL-PROMO-END.
081500     IF SW-CHANGE-TYPE = 'S'
081600         MOVE 'PROMO STARTS'    TO WS-DL-CHANGE
081700         MOVE SW-PROMO-END-DATE TO WS-DL-PROMO-END
081800     ELSE
081900         IF SW-CHANGE-TYPE = 'E'
082000             MOVE 'PROMO ENDS'   TO WS-DL-CHANGE
082100         ELSE
082200             MOVE 'PRICE CHANGE' TO WS-DL-CHANGE
082300         END-IF
082400     END-IF.
082500     WRITE RPT-LINE FROM WS-DET-LINE.
082600     MOVE SW-STORE-ID         TO LX-STORE-ID.
082700     MOVE SW-SKU              TO LX-SKU.
082800     MOVE SW-FULL-DESCRIPTION TO LX-FULL-DESCRIPTION.
082900     MOVE SW-FULL-CATEGORY    TO LX-FULL-CATEGORY.
083000     MOVE SW-EFF-DATE         TO LX-EFF-DATE.
083100     MOVE SW-OLD-PRICE        TO LX-OLD-PRICE.
083200     MOVE SW-NEW-PRICE        TO LX-NEW-PRICE.
083300     MOVE SW-CHANGE-TYPE      TO LX-CHANGE-TYPE.
083400     MOVE SW-PROMO-END-DATE   TO LX-PROMO-END-DATE.
083500     WRITE SHELF-LABEL-EXTRACT.
083600     ADD 1 TO WS-STORE-LABELS.
083700     ADD 1 TO WS-CNT-LABELS.
083800 3500-PRINT-CHANGE-EXIT.
083900     EXIT.
084000*----------------------------------------------------------------
084100 4000-PRINT-TOTALS.
084200     MOVE SPACES TO RPT-LINE.
084300     WRITE RPT-LINE.
084400     MOVE 'PRODUCTS SCANNED' TO WS-TL-LABEL.
084500     MOVE WS-CNT-PRODUCTS TO WS-TL-COUNT.
084600     WRITE RPT-LINE FROM WS-TOT-LINE.
084700     MOVE 'PRICE CHANGES IN WINDOW (CHAIN-WIDE)' TO WS-TL-LABEL.
084800     MOVE WS-CHG-TBL-CNT TO WS-TL-COUNT.
084900     WRITE RPT-LINE FROM WS-TOT-LINE.
085000     MOVE 'ACTIVE STORES' TO WS-TL-LABEL.
085100     MOVE WS-CNT-STORES TO WS-TL-COUNT.
085200     WRITE RPT-LINE FROM WS-TOT-LINE.
085300     MOVE 'LABELS WRITTEN (ALL STORES)' TO WS-TL-LABEL.
085400     MOVE WS-CNT-LABELS TO WS-TL-COUNT.
085500     WRITE RPT-LINE FROM WS-TOT-LINE.
085600     MOVE 'SKIPPED - NOT STOCKED AT THE STORE' TO WS-TL-LABEL.
085700     MOVE WS-CNT-NOT-STOCKED TO WS-TL-COUNT.
085800     WRITE RPT-LINE FROM WS-TOT-LINE.
085900     IF WS-CNT-BAD-DATES > ZERO
086000         MOVE '** PRCHST/PROMOCAL ENTRIES - BAD DATE'
086100             TO WS-TL-LABEL
086200         MOVE WS-CNT-BAD-DATES TO WS-TL-COUNT
086300         WRITE RPT-LINE FROM WS-TOT-LINE
086400     END-IF.
086500 4000-PRINT-TOTALS-EXIT.
086600     EXIT.
086700*----------------------------------------------------------------
086800 5000-CONVERT-DATE-TO-SERIAL.
086900     DIVIDE WS-CV-YYYY BY 4   GIVING WS-CV-Q4.
087000     DIVIDE WS-CV-YYYY BY 100 GIVING WS-CV-Q100.
087100     DIVIDE WS-CV-YYYY BY 400 GIVING WS-CV-Q400.
087200     COMPUTE WS-CV-SERIAL = (WS-CV-YYYY * 365)
087300         + WS-CV-Q4 - WS-CV-Q100 + WS-CV-Q400.
087400     PERFORM 5100-ADD-MONTH-DAYS
087500         THRU 5100-ADD-MONTH-DAYS-EXIT
087600         VARYING WS-CV-IX FROM 1 BY 1
087700         UNTIL WS-CV-IX >= WS-CV-MM.
087800     IF WS-CV-MM < 3
087900         DIVIDE WS-CV-YYYY BY 4   GIVING WS-CV-DIVQUOT
088000             REMAINDER WS-CV-REM4
088100         DIVIDE WS-CV-YYYY BY 100 GIVING WS-CV-DIVQUOT
088200             REMAINDER WS-CV-REM100
088300         DIVIDE WS-CV-YYYY BY 400 GIVING WS-CV-DIVQUOT
088400             REMAINDER WS-CV-REM400
088500         IF WS-CV-REM4 = 0
088600             AND (WS-CV-REM100 NOT = 0 OR WS-CV-REM400 = 0)
088700             SUBTRACT 1 FROM WS-CV-SERIAL
088800         END-IF
088900     END-IF.
089000     ADD WS-CV-DD TO WS-CV-SERIAL.
089100 5000-CONVERT-DATE-TO-SERIAL-EXIT.
089200     EXIT.
089300*----------------------------------------------------------------
089400 5050-CHECK-DATE.
089500     MOVE 'N' TO WS-CV-DATE-OK-SW.
089600     IF WS-CV-DATE NOT NUMERIC
089700         GO TO 5050-CHECK-DATE-EXIT
089800     END-IF.
089900     IF WS-CV-YYYY < 1900
090000         OR WS-CV-MM < 1 OR WS-CV-MM > 12
090100         OR WS-CV-DD < 1 OR WS-CV-DD > 31
090200         GO TO 5050-CHECK-DATE-EXIT
090300     END-IF.
090400     MOVE 'Y' TO WS-CV-DATE-OK-SW.
090500 5050-CHECK-DATE-EXIT.
090600     EXIT.
090700*----------------------------------------------------------------
090800 5100-ADD-MONTH-DAYS.
090900     ADD WS-DIM-TBL (WS-CV-IX) TO WS-CV-SERIAL.
091000 5100-ADD-MONTH-DAYS-EXIT.
091100     EXIT.
091200*----------------------------------------------------------------
091300 5200-ADVANCE-ONE-DAY.
091400     MOVE WS-DIM-TBL (WS-CV-MM) TO WS-CV-MONTH-DAYS.
091500     IF WS-CV-MM = 2
091600         DIVIDE WS-CV-YYYY BY 4   GIVING WS-CV-DIVQUOT
091700             REMAINDER WS-CV-REM4
091800         DIVIDE WS-CV-YYYY BY 100 GIVING WS-CV-DIVQUOT
091900             REMAINDER WS-CV-REM100
092000         DIVIDE WS-CV-YYYY BY 400 GIVING WS-CV-DIVQUOT
092100             REMAINDER WS-CV-REM400
092200         IF WS-CV-REM4 = 0
092300             AND (WS-CV-REM100 NOT = 0 OR WS-CV-REM400 = 0)
092400             ADD 1 TO WS-CV-MONTH-DAYS
092500         END-IF
092600     END-IF.
092700     ADD 1 TO WS-CV-DD.
092800     IF WS-CV-DD > WS-CV-MONTH-DAYS
092900         MOVE 1 TO WS-CV-DD
093000         ADD 1 TO WS-CV-MM
093100         IF WS-CV-MM > 12
093200             MOVE 1 TO WS-CV-MM
093300             ADD 1 TO WS-CV-YYYY
093400         END-IF
093500     END-IF.
093600 5200-ADVANCE-ONE-DAY-EXIT.
093700     EXIT.
093800*----------------------------------------------------------------
093900 9999-TERMINATE.
094000     CLOSE PROD-MAST-FILE.
094100     CLOSE STOCK-MAST-FILE.
094200     CLOSE LABEL-XTR-OUT.
094300     CLOSE CHANGE-RPT.
094400     DISPLAY 'PRCLBL00 - ' WS-CNT-LABELS ' SHELF LABELS FOR '
094500         WS-CNT-STORES ' STORES'.
094600 9999-TERMINATE-EXIT.
094700     EXIT.
