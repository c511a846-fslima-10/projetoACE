000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  BILLHST0.
000300 AUTHOR.      R HOLLOWAY.
000400 INSTALLATION. RETAIL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  BILLHST0 - NIGHTLY BILL-HISTORY LOAD
000900*
001000*  BILLHDR, BILLDET, BILLDESC AND BILLTAXD ARE WRITTEN AFRESH
001100*  EVERY NIGHT, SO ONCE A NIGHT HAS PASSED THE ONLY WAY TO SEE
001200*  AN OLD RECEIPT WAS TO DIG THE RIGHT GENERATION OUT OF THE
001300*  BACKUPS.  THIS JOB FOLDS EACH NIGHT'S BILLS INTO THE
001400*  PERMANENT INDEXED BILL-HISTORY FILE BILLHST (SEE BILLHST.CPY)
001500*  THAT BILLINQ0 ANSWERS INQUIRIES FROM.  THE FIVE NIGHTLY
001600*  FILES ARE ALL IN FEED ORDER AND ARE WALKED IN STEP:
001700*    - BILLHDR, ONE RECORD PER BILL, DRIVES THE JOB;
001800*    - BILLCUST (CUSTMCH0) CARRIES ONE LINK PER BILL AND GIVES
001900*      THE CUST-ID;
002000*    - BILLDET (BILLOVF0) AND BILLDESC (BILLSKU0) CARRY ONE
002100*      RECORD PER LINE AND GIVE THE LINE, ITS DISCOUNTS AND THE
002200*      FULL CATALOG DESCRIPTION AND CATEGORY;
002300*    - BILLTAXD (BILLTAX0) CARRIES THE TAX EXTENSION FOR THE
002400*      LINES IT EXTENDED - A LINE IT SKIPPED (A RETURN ALREADY
002500*      NETTED, A BILL ALREADY TAXED ON AN EARLIER NIGHT) IS
002600*      LOADED WITH NO TAX.
002700*  ANY OF THEM OUT OF STEP WITH BILLHDR STOPS THE JOB.  A
002800*  BILL'S LINES ARE WRITTEN TEN TO A SEGMENT RECORD.
002900*
003000*  A BILL ALREADY ON BILLHST UNDER AN EARLIER BUSINESS DATE (A
003100*  CORRECTED BILL COMING BACK THROUGH THE FEED) IS NOT LOADED
003200*  AGAIN - THE SAME RULE BILLTAX0 APPLIES WITH TAXPOST.  ONE
003300*  LOADED UNDER TONIGHT'S DATE (A RERUN AFTER AN ABEND) HAS ITS
003400*  SEGMENTS REPLACED.  RUNBKO00 REMOVES THE BILLS LOADED UNDER A
003500*  DATE IT BACKS OUT, SO THE CORRECTED RERUN LOADS THEM AGAIN.
003600*
003700*  RUN-CONTROL COUNTS (RUNLOG00): RECORDS READ = BILLHDR
003800*  RECORDS; WRITTEN-1 = BILLS LOADED; WRITTEN-2 = SEGMENT
003900*  RECORDS WRITTEN; WRITTEN-3 = BILLS ALREADY ON HISTORY AND
004000*  SKIPPED.
004100*
004200*  NOTE - BILLHST MUST EXIST AS AN EMPTY INDEXED FILE, WITH ITS
004300*  THREE ALTERNATE INDEXES, BEFORE THE FIRST RUN.  RUNS BEHIND
004400*  BILLTAX0 (SEQUENCE-CHECKED BY RUNLOG00) AND CUSTMCH0.
004500*
004600*  MODIFICATION HISTORY
004700*  ---------------------------------------------------------------
004800*  DATE       INIT  DESCRIPTION
004900*  10/15/2026 RH    ORIGINAL PROGRAM.
005000*****************************************************************
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER.  IBM.
005400 OBJECT-COMPUTER.  IBM.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT BILL-HDR-IN    ASSIGN TO BILLHDR
005800                           ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT BILL-CUST-IN   ASSIGN TO BILLCUST
006000                           ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT BILL-DET-IN    ASSIGN TO BILLDET
006200                           ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT BILL-DESC-IN   ASSIGN TO BILLDESC
006400                           ORGANIZATION IS LINE SEQUENTIAL.
006500     SELECT BILL-TAX-IN    ASSIGN TO BILLTAXD
006600                           ORGANIZATION IS LINE SEQUENTIAL.
006700     SELECT BILL-HIST-FILE ASSIGN TO BILLHST
006800                ORGANIZATION IS INDEXED
006900                ACCESS MODE IS DYNAMIC
007000                RECORD KEY IS HS-HISTORY-KEY
007100                ALTERNATE RECORD KEY IS HS-CUST-ID
007200                    WITH DUPLICATES
007300                ALTERNATE RECORD KEY IS HS-BILL-DATE
007400                    WITH DUPLICATES
007500                ALTERNATE RECORD KEY IS HS-CASHIER-KEY
007600                    WITH DUPLICATES
007700                FILE STATUS IS WS-BILLHST-STATUS.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  BILL-HDR-IN
008100     RECORDING MODE IS F.
008200 COPY "BillHdr".
008300 FD  BILL-CUST-IN
008400     RECORDING MODE IS F.
008500 COPY "BillCust".
008600 FD  BILL-DET-IN
008700     RECORDING MODE IS F.
008800 COPY "BillDet".
008900 FD  BILL-DESC-IN
009000     RECORDING MODE IS F.
009100 COPY "BillDesc".
009200 FD  BILL-TAX-IN
009300     RECORDING MODE IS F.
009400 COPY "BillTax".
009500 FD  BILL-HIST-FILE.
009600 COPY "BillHst".
009700 WORKING-STORAGE SECTION.
009800 01  WS-BILLHST-STATUS            PIC X(02).
009900     88  WS-BILLHST-OK                    VALUE '00'.
010000     88  WS-BILLHST-NOTFOUND              VALUE '23'.
010100 01  WS-SWITCHES.
010200     03  WS-HDR-EOF-SW            PIC X(01)  VALUE 'N'.
010300         88  WS-HDR-EOF                      VALUE 'Y'.
010400     03  WS-DET-EOF-SW            PIC X(01)  VALUE 'N'.
010500         88  WS-DET-EOF                      VALUE 'Y'.
010600     03  WS-TAX-EOF-SW            PIC X(01)  VALUE 'N'.
010700         88  WS-TAX-EOF                      VALUE 'Y'.
010800     03  WS-HISTORY-FOUND-SW      PIC X(01)  VALUE 'N'.
010900         88  WS-HISTORY-FOUND                VALUE 'Y'.
011000     03  WS-SKIP-BILL-SW          PIC X(01)  VALUE 'N'.
011100         88  WS-SKIP-BILL                    VALUE 'Y'.
011200 01  WS-COUNTERS.
011300     03  WS-PAY-IX                PIC 9(02)  COMP.
011400     03  WS-DISC-IX               PIC 9(02)  COMP.
011500     03  WS-LN-IX                 PIC 9(02)  COMP.
011600     03  WS-SEG-IX                PIC 9(02)  COMP.
011700     03  WS-SEG-CNT               PIC 9(02)  COMP  VALUE ZERO.
011800     03  WS-OLD-SEG-CNT           PIC 9(02)  COMP  VALUE ZERO.
011900     03  WS-RECORDS-READ          PIC 9(09)  COMP  VALUE ZERO.
012000     03  WS-BILLS-LOADED          PIC 9(09)  COMP  VALUE ZERO.
012100     03  WS-SEGS-WRITTEN          PIC 9(09)  COMP  VALUE ZERO.
012200     03  WS-BILLS-SKIPPED         PIC 9(09)  COMP  VALUE ZERO.
012300 01  WS-RUN-DATE                  PIC 9(08).
012400 01  WS-BILL-DATE-8               PIC 9(08)  VALUE ZERO.
012500 01  WS-BILL-TOTALS.
012600     03  WS-GROSS-AMT             PIC 9(07)V99 VALUE ZERO.
012700     03  WS-LINE-DISC-AMT         PIC 9(07)V99 VALUE ZERO.
012800     03  WS-BILL-DISC-AMT         PIC 9(07)V99 VALUE ZERO.
012900     03  WS-NET-AMT               PIC 9(07)V99 VALUE ZERO.
013000     03  WS-TAX-AMT               PIC S9(07)V99 VALUE ZERO.
013100 COPY "RunLog".
013200 01  WS-SEG-TBL-MAX               PIC 9(02)  VALUE 20.
013300*  THE SEGMENT RECORDS OF THE BILL BEING LOADED (20 SEGMENTS OF
013400*  10 LINES, THE SAME 200-LINE CEILING AS BILLOVF0), HELD UNTIL
013500*  THE BILL'S TOTALS ARE KNOWN.
013600 01  WS-SEGMENT-TABLE.
013700     03  WS-SEG-IMAGE             PIC X(1443) OCCURS 20 TIMES.
013800 PROCEDURE DIVISION.
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE
014100         THRU 1000-INITIALIZE-EXIT.
014200     PERFORM 2000-LOAD-BILLS
014300         THRU 2000-LOAD-BILLS-EXIT
014400         UNTIL WS-HDR-EOF.
014500     PERFORM 9999-TERMINATE
014600         THRU 9999-TERMINATE-EXIT.
014700     STOP RUN.
014800*----------------------------------------------------------------
014900 1000-INITIALIZE.
015000     MOVE 'S' TO RL-FUNCTION.
015100     MOVE 'BILLHST0' TO RL-JOB-NAME.
015200     CALL 'RUNLOG00' USING RUN-LOG-PARMS.
015300     IF NOT RL-LOG-OK
015400         DISPLAY 'BILLHST0 - PREDECESSOR NOT CLEAN FOR '
015500             RL-RUN-DATE ' - JOB NOT STARTED'
015600         STOP RUN
015700     END-IF.
015800     MOVE RL-RUN-DATE TO WS-RUN-DATE.
015900     OPEN INPUT BILL-HDR-IN.
016000     OPEN INPUT BILL-CUST-IN.
016100     OPEN INPUT BILL-DET-IN.
016200     OPEN INPUT BILL-DESC-IN.
016300     OPEN INPUT BILL-TAX-IN.
016400     OPEN I-O   BILL-HIST-FILE.
016500     IF NOT WS-BILLHST-OK
016600         DISPLAY 'BILLHST0 - OPEN FAILED FOR BILLHST STATUS '
016700             WS-BILLHST-STATUS
016800         STOP RUN
016900     END-IF.
017000     PERFORM 2900-READ-DETAIL
017100         THRU 2900-READ-DETAIL-EXIT.
017200     PERFORM 2950-READ-TAX
017300         THRU 2950-READ-TAX-EXIT.
017400 1000-INITIALIZE-EXIT.
017500     EXIT.
017600*----------------------------------------------------------------
017700 2000-LOAD-BILLS.
017800     READ BILL-HDR-IN
017900         AT END
018000             MOVE 'Y' TO WS-HDR-EOF-SW
018100             GO TO 2000-LOAD-BILLS-EXIT
018200     END-READ.
018300     ADD 1 TO WS-RECORDS-READ.
018400     READ BILL-CUST-IN
018500         AT END
018600             DISPLAY 'BILLHST0 - BILLCUST ENDED BEFORE BILLHDR'
018700             STOP RUN
018800     END-READ.
018900     IF BCL-BILL-NUMBER NOT = BH-BILL-NUMBER
019000         DISPLAY 'BILLHST0 - BILLCUST ' BCL-BILL-NUMBER
019100             ' OUT OF STEP WITH BILLHDR ' BH-BILL-NUMBER
019200         STOP RUN
019300     END-IF.
019400     PERFORM 2100-CHECK-HISTORY
019500         THRU 2100-CHECK-HISTORY-EXIT.
019600     IF WS-SKIP-BILL
019700         PERFORM 2800-SKIP-DETAIL-LINE
019800             THRU 2800-SKIP-DETAIL-LINE-EXIT
019900             UNTIL WS-DET-EOF
020000             OR BD-BILL-NUMBER NOT = BH-BILL-NUMBER
020100         ADD 1 TO WS-BILLS-SKIPPED
020200         GO TO 2000-LOAD-BILLS-EXIT
020300     END-IF.
020400     PERFORM 2300-BUILD-HEADER
020500         THRU 2300-BUILD-HEADER-EXIT.
020600     PERFORM 2400-ADD-LINE
020700         THRU 2400-ADD-LINE-EXIT
020800         UNTIL WS-DET-EOF
020900         OR BD-BILL-NUMBER NOT = BH-BILL-NUMBER.
021000     IF HS-LINE-COUNT > ZERO
021100         OR WS-SEG-CNT = ZERO
021200         PERFORM 2500-HOLD-SEGMENT
021300             THRU 2500-HOLD-SEGMENT-EXIT
021400     END-IF.
021500     COMPUTE WS-NET-AMT = WS-GROSS-AMT - WS-LINE-DISC-AMT
021600         - WS-BILL-DISC-AMT.
021700     PERFORM 2600-WRITE-SEGMENT
021800         THRU 2600-WRITE-SEGMENT-EXIT
021900         VARYING WS-SEG-IX FROM 1 BY 1
022000         UNTIL WS-SEG-IX > WS-SEG-CNT.
022100     ADD 1 TO WS-BILLS-LOADED.
022200 2000-LOAD-BILLS-EXIT.
022300     EXIT.
022400*----------------------------------------------------------------
022500*  A BILL ON FILE UNDER AN EARLIER BUSINESS DATE IS SKIPPED; ONE
022600*  ON FILE UNDER TONIGHT'S DATE IS A RERUN AND ITS SEGMENTS ARE
022700*  DELETED SO THE BILL CAN BE WRITTEN AGAIN.
022800*----------------------------------------------------------------
022900 2100-CHECK-HISTORY.
023000     MOVE 'N' TO WS-SKIP-BILL-SW.
023100     MOVE 'N' TO WS-HISTORY-FOUND-SW.
023200     MOVE BH-STORE-ID    TO HS-STORE-ID.
023300     MOVE BH-BILL-NUMBER TO HS-BILL-NUMBER.
023400     MOVE 1              TO HS-SEGMENT-NO.
023500     READ BILL-HIST-FILE
023600         INVALID KEY
023700             CONTINUE
023800         NOT INVALID KEY
023900             MOVE 'Y' TO WS-HISTORY-FOUND-SW
024000     END-READ.
024100     IF NOT WS-HISTORY-FOUND
024200         GO TO 2100-CHECK-HISTORY-EXIT
024300     END-IF.
024400     IF HS-LOAD-DATE NOT = WS-RUN-DATE
024500         MOVE 'Y' TO WS-SKIP-BILL-SW
024600         GO TO 2100-CHECK-HISTORY-EXIT
024700     END-IF.
024800     MOVE HS-SEGMENT-COUNT TO WS-OLD-SEG-CNT.
024900     PERFORM 2150-DELETE-OLD-SEGMENT
025000         THRU 2150-DELETE-OLD-SEGMENT-EXIT
025100         VARYING WS-SEG-IX FROM 1 BY 1
025200         UNTIL WS-SEG-IX > WS-OLD-SEG-CNT.
025300 2100-CHECK-HISTORY-EXIT.
025400     EXIT.
025500*----------------------------------------------------------------
025600 2150-DELETE-OLD-SEGMENT.
025700     MOVE BH-STORE-ID    TO HS-STORE-ID.
025800     MOVE BH-BILL-NUMBER TO HS-BILL-NUMBER.
025900     MOVE WS-SEG-IX      TO HS-SEGMENT-NO.
026000     DELETE BILL-HIST-FILE.
026100     IF NOT WS-BILLHST-OK
026200         AND NOT WS-BILLHST-NOTFOUND
026300         DISPLAY 'BILLHST0 - DELETE FAILED FOR BILLHST '
026400             HS-HISTORY-KEY ' STATUS ' WS-BILLHST-STATUS
026500         STOP RUN
026600     END-IF.
026700 2150-DELETE-OLD-SEGMENT-EXIT.
026800     EXIT.
026900*----------------------------------------------------------------
027000*  THE BILL-LEVEL FIELDS ARE SET ONCE IN THE RECORD AREA AND
027100*  RIDE ON EVERY SEGMENT; ONLY THE LINES, THE SEGMENT NUMBERS
027200*  AND THE TOTALS CHANGE FROM SEGMENT TO SEGMENT.
027300*----------------------------------------------------------------
027400 2300-BUILD-HEADER.
027500     MOVE SPACES TO BILL-HISTORY-RECORD.
027600     MOVE ZERO TO WS-SEG-CNT.
027700     MOVE ZERO TO WS-GROSS-AMT.
027800     MOVE ZERO TO WS-LINE-DISC-AMT.
027900     MOVE ZERO TO WS-BILL-DISC-AMT.
028000     MOVE ZERO TO WS-NET-AMT.
028100     MOVE ZERO TO WS-TAX-AMT.
028200     MOVE ZERO TO WS-BILL-DATE-8.
028300     IF BH-BILL-DATE (1:2) NUMERIC
028400         AND BH-BILL-DATE (4:2) NUMERIC
028500         AND BH-BILL-DATE (7:4) NUMERIC
028600         MOVE BH-BILL-DATE (7:4) TO WS-BILL-DATE-8 (1:4)
028700         MOVE BH-BILL-DATE (1:2) TO WS-BILL-DATE-8 (5:2)
028800         MOVE BH-BILL-DATE (4:2) TO WS-BILL-DATE-8 (7:2)
028900     END-IF.
029000     MOVE BH-STORE-ID      TO HS-STORE-ID.
029100     MOVE BH-BILL-NUMBER   TO HS-BILL-NUMBER.
029200     MOVE BCL-CUST-ID      TO HS-CUST-ID.
029300     MOVE BCL-MATCH-METHOD TO HS-MATCH-METHOD.
029400     MOVE WS-BILL-DATE-8   TO HS-BILL-DATE.
029500     MOVE BH-CACHIER-ID    TO HS-CASHIER-ID.
029600     MOVE WS-BILL-DATE-8   TO HS-CASHIER-DATE.
029700     MOVE BH-BILL-DATE     TO HS-BILL-DATE-X.
029800     MOVE BH-BILL-TYPE     TO HS-BILL-TYPE.
029900     MOVE WS-RUN-DATE      TO HS-LOAD-DATE.
030000     MOVE BH-TOTAL-ITEMS   TO HS-TOTAL-ITEMS.
030100     MOVE BH-PAYMENT-TYPE  TO HS-PAYMENT-TYPE.
030200     MOVE BH-PAYMENT-COUNT TO HS-PAYMENT-COUNT.
030300     PERFORM 2310-COPY-TENDER
030400         THRU 2310-COPY-TENDER-EXIT
030500         VARYING WS-PAY-IX FROM 1 BY 1
030600         UNTIL WS-PAY-IX > 5.
030700     MOVE BH-DISC-COUNT    TO HS-DISC-COUNT.
030800     PERFORM 2320-COPY-BILL-DISCOUNT
030900         THRU 2320-COPY-BILL-DISCOUNT-EXIT
031000         VARYING WS-DISC-IX FROM 1 BY 1
031100         UNTIL WS-DISC-IX > 5.
031200     MOVE ZERO TO HS-LINE-COUNT.
031300 2300-BUILD-HEADER-EXIT.
031400     EXIT.
031500*----------------------------------------------------------------
031600 2310-COPY-TENDER.
031700     IF WS-PAY-IX > BH-PAYMENT-COUNT
031800         MOVE SPACES TO HS-PAY-TYPE (WS-PAY-IX)
031900         MOVE ZERO   TO HS-PAY-AMOUNT (WS-PAY-IX)
032000     ELSE
032100         MOVE BH-PAY-TYPE (WS-PAY-IX)
032200             TO HS-PAY-TYPE (WS-PAY-IX)
032300         MOVE BH-PAY-AMOUNT (WS-PAY-IX)
032400             TO HS-PAY-AMOUNT (WS-PAY-IX)
032500     END-IF.
032600 2310-COPY-TENDER-EXIT.
032700     EXIT.
032800*----------------------------------------------------------------
032900 2320-COPY-BILL-DISCOUNT.
033000     IF WS-DISC-IX > BH-DISC-COUNT
033100         MOVE SPACES TO HS-DISC-TYPE (WS-DISC-IX)
033200         MOVE SPACES TO HS-DISC-REASON (WS-DISC-IX)
033300         MOVE SPACES TO HS-DISC-MANAGER-ID (WS-DISC-IX)
033400         MOVE ZERO   TO HS-DISC-AMOUNT (WS-DISC-IX)
033500     ELSE
033600         MOVE BH-DISC-TYPE (WS-DISC-IX)
033700             TO HS-DISC-TYPE (WS-DISC-IX)
033800         MOVE BH-DISC-REASON (WS-DISC-IX)
033900             TO HS-DISC-REASON (WS-DISC-IX)
034000         MOVE BH-DISC-MANAGER-ID (WS-DISC-IX)
034100             TO HS-DISC-MANAGER-ID (WS-DISC-IX)
034200         MOVE BH-DISC-AMOUNT (WS-DISC-IX)
034300             TO HS-DISC-AMOUNT (WS-DISC-IX)
034400     END-IF.
034500 2320-COPY-BILL-DISCOUNT-EXIT.
034600     EXIT.
034700*----------------------------------------------------------------
034800 2400-ADD-LINE.
034900     IF HS-LINE-COUNT = 10
035000         PERFORM 2500-HOLD-SEGMENT
035100             THRU 2500-HOLD-SEGMENT-EXIT
035200     END-IF.
035300     ADD 1 TO HS-LINE-COUNT.
035400     MOVE HS-LINE-COUNT TO WS-LN-IX.
035500     MOVE BD-LINE-SEQ         TO HS-LN-LINE-SEQ (WS-LN-IX).
035600     MOVE BD-SKU              TO HS-LN-SKU (WS-LN-IX).
035700     MOVE BD-PRODUCT-NAME     TO HS-LN-PRODUCT-NAME (WS-LN-IX).
035800     MOVE PD-FULL-DESCRIPTION TO HS-LN-DESCRIPTION (WS-LN-IX).
035900     MOVE PD-FULL-CATEGORY    TO HS-LN-CATEGORY (WS-LN-IX).
036000     MOVE BD-UNIT-PRICE       TO HS-LN-UNIT-PRICE (WS-LN-IX).
036100     MOVE BD-QUANTITY         TO HS-LN-QUANTITY (WS-LN-IX).
036200     MOVE BD-DISC-TYPE        TO HS-LN-DISC-TYPE (WS-LN-IX).
036300     MOVE BD-DISC-REASON      TO HS-LN-DISC-REASON (WS-LN-IX).
036400     MOVE BD-DISC-MANAGER-ID
036500         TO HS-LN-DISC-MANAGER-ID (WS-LN-IX).
036600     MOVE BD-DISC-AMOUNT      TO HS-LN-DISC-AMOUNT (WS-LN-IX).
036700     MOVE BD-BILL-DISC-AMT    TO HS-LN-BILL-DISC-AMT (WS-LN-IX).
036800     MOVE PD-PROMO-PRICE-SW   TO HS-LN-PROMO-SW (WS-LN-IX).
036900     MOVE SPACES              TO HS-LN-RATE-CLASS (WS-LN-IX).
037000     MOVE ZERO                TO HS-LN-TAXABLE-AMT (WS-LN-IX).
037100     MOVE ZERO                TO HS-LN-TAX-AMT (WS-LN-IX).
037200     MOVE SPACE               TO HS-LN-TAX-SW (WS-LN-IX).
037300     IF NOT WS-TAX-EOF
037400         AND BT-BILL-NUMBER = BD-BILL-NUMBER
037500         AND BT-LINE-SEQ = BD-LINE-SEQ
037600         MOVE BT-RATE-CLASS  TO HS-LN-RATE-CLASS (WS-LN-IX)
037700         MOVE BT-TAXABLE-AMT TO HS-LN-TAXABLE-AMT (WS-LN-IX)
037800         MOVE BT-TAX-AMT     TO HS-LN-TAX-AMT (WS-LN-IX)
037900         IF BT-EXEMPT
038000             MOVE 'E' TO HS-LN-TAX-SW (WS-LN-IX)
038100         ELSE
038200             MOVE 'T' TO HS-LN-TAX-SW (WS-LN-IX)
038300         END-IF
038400         ADD BT-TAX-AMT TO WS-TAX-AMT
038500         PERFORM 2950-READ-TAX
038600             THRU 2950-READ-TAX-EXIT
038700     END-IF.
038800     COMPUTE WS-GROSS-AMT = WS-GROSS-AMT
038900         + BD-UNIT-PRICE * BD-QUANTITY.
039000     ADD BD-DISC-AMOUNT   TO WS-LINE-DISC-AMT.
039100     ADD BD-BILL-DISC-AMT TO WS-BILL-DISC-AMT.
039200     PERFORM 2900-READ-DETAIL
039300         THRU 2900-READ-DETAIL-EXIT.
039400 2400-ADD-LINE-EXIT.
039500     EXIT.
039600*----------------------------------------------------------------
039700 2500-HOLD-SEGMENT.
039800     IF WS-SEG-CNT >= WS-SEG-TBL-MAX
039900         DISPLAY 'BILLHST0 - MORE THAN ' WS-SEG-TBL-MAX
040000             ' SEGMENTS ON BILL ' BH-BILL-NUMBER
040100         STOP RUN
040200     END-IF.
040300     ADD 1 TO WS-SEG-CNT.
040400     MOVE BILL-HISTORY-RECORD TO WS-SEG-IMAGE (WS-SEG-CNT).
040500     MOVE SPACES TO HS-LINE-AREA.
040600     MOVE ZERO   TO HS-LINE-COUNT.
040700 2500-HOLD-SEGMENT-EXIT.
040800     EXIT.
040900*----------------------------------------------------------------
041000 2600-WRITE-SEGMENT.
041100     MOVE WS-SEG-IMAGE (WS-SEG-IX) TO BILL-HISTORY-RECORD.
041200     MOVE WS-SEG-IX        TO HS-SEGMENT-NO.
041300     MOVE WS-SEG-CNT       TO HS-SEGMENT-COUNT.
041400     MOVE WS-GROSS-AMT     TO HS-GROSS-AMT.
041500     MOVE WS-LINE-DISC-AMT TO HS-LINE-DISC-AMT.
041600     MOVE WS-BILL-DISC-AMT TO HS-BILL-DISC-AMT.
041700     MOVE WS-NET-AMT       TO HS-NET-AMT.
041800     MOVE WS-TAX-AMT       TO HS-TAX-AMT.
041900     WRITE BILL-HISTORY-RECORD.
042000     IF NOT WS-BILLHST-OK
042100         DISPLAY 'BILLHST0 - WRITE FAILED FOR BILLHST '
042200             HS-HISTORY-KEY ' STATUS ' WS-BILLHST-STATUS
042300         STOP RUN
042400     END-IF.
042500     ADD 1 TO WS-SEGS-WRITTEN.
042600 2600-WRITE-SEGMENT-EXIT.
042700     EXIT.
042800*----------------------------------------------------------------
042900 2800-SKIP-DETAIL-LINE.
043000     IF NOT WS-TAX-EOF
043100         AND BT-BILL-NUMBER = BD-BILL-NUMBER
043200         AND BT-LINE-SEQ = BD-LINE-SEQ
043300         PERFORM 2950-READ-TAX
043400             THRU 2950-READ-TAX-EXIT
043500     END-IF.
043600     PERFORM 2900-READ-DETAIL
043700         THRU 2900-READ-DETAIL-EXIT.
043800 2800-SKIP-DETAIL-LINE-EXIT.
043900     EXIT.
044000*----------------------------------------------------------------
044100 2900-READ-DETAIL.
044200     READ BILL-DET-IN
044300         AT END
044400             MOVE 'Y' TO WS-DET-EOF-SW
044500             GO TO 2900-READ-DETAIL-EXIT
044600     END-READ.
044700     READ BILL-DESC-IN
044800         AT END
044900             DISPLAY 'BILLHST0 - BILLDESC ENDED BEFORE BILLDET'
045000             STOP RUN
045100     END-READ.
045200     IF PD-BILL-NUMBER NOT = BD-BILL-NUMBER
045300         OR PD-LINE-SEQ NOT = BD-LINE-SEQ
045400         DISPLAY 'BILLHST0 - BILLDESC ' PD-BILL-NUMBER
045500             PD-LINE-SEQ ' OUT OF STEP WITH BILLDET '
045600             BD-BILL-NUMBER BD-LINE-SEQ
045700         STOP RUN
045800     END-IF.
045900 2900-READ-DETAIL-EXIT.
046000     EXIT.
046100*----------------------------------------------------------------
046200 2950-READ-TAX.
046300     READ BILL-TAX-IN
046400         AT END
046500             MOVE 'Y' TO WS-TAX-EOF-SW
046600     END-READ.
046700 2950-READ-TAX-EXIT.
046800     EXIT.
046900*----------------------------------------------------------------
047000*  EVERY BILLDET LINE AND EVERY BILLTAXD EXTENSION MUST HAVE BEEN
047100*  TAKEN UP BY A BILLHDR BILL - ANYTHING LEFT OVER MEANS THE
047200*  FILES ARE NOT FROM THE SAME NIGHT, AND THE JOB DOES NOT POST
047300*  A CLEAN FINISH.
047400*----------------------------------------------------------------
047500 9999-TERMINATE.
047600     IF NOT WS-DET-EOF
047700         DISPLAY 'BILLHST0 - BILLDET ' BD-BILL-NUMBER
047800             BD-LINE-SEQ ' HAS NO BILLHDR RECORD'
047900         STOP RUN
048000     END-IF.
048100     IF NOT WS-TAX-EOF
048200         DISPLAY 'BILLHST0 - BILLTAXD ' BT-BILL-NUMBER
048300             BT-LINE-SEQ ' OUT OF STEP WITH BILLDET'
048400         STOP RUN
048500     END-IF.
048600     CLOSE BILL-HDR-IN.
048700     CLOSE BILL-CUST-IN.
048800     CLOSE BILL-DET-IN.
048900     CLOSE BILL-DESC-IN.
049000     CLOSE BILL-TAX-IN.
049100     CLOSE BILL-HIST-FILE.
049200     MOVE 'E' TO RL-FUNCTION.
049300     MOVE WS-RECORDS-READ  TO RL-RECORDS-READ.
049400     MOVE WS-BILLS-LOADED  TO RL-WRITTEN-1.
049500     MOVE WS-SEGS-WRITTEN  TO RL-WRITTEN-2.
049600     MOVE WS-BILLS-SKIPPED TO RL-WRITTEN-3.
049700     CALL 'RUNLOG00' USING RUN-LOG-PARMS.
049800 9999-TERMINATE-EXIT.
049900     EXIT.
