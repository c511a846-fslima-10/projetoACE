000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  BILLINQ0.
000300 AUTHOR.      R HOLLOWAY.
000400 INSTALLATION. RETAIL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  BILLINQ0 - BILL-HISTORY INQUIRY AND RECEIPT REPRINT
000900*
001000*  ANSWERS THE CUSTOMER-SERVICE DESK'S AND THE CHARGEBACK
001100*  CLERK'S QUESTIONS FROM THE PERMANENT BILL-HISTORY FILE
001200*  BILLHST (LOADED NIGHTLY BY BILLHST0) INSTEAD OF FROM THE
001300*  NIGHTLY BACKUPS.  EACH HSTINQ RECORD (SEE HSTINQ.CPY) ASKS
001400*  FOR ONE BILL, EVERY BILL OF A CUSTOMER, EVERY BILL OF A DATE
001500*  RANGE (OPTIONALLY ONE CASHIER'S), OR EVERY BILL THAT SOLD OR
001600*  REDEEMED A GIFT CARD.  THE MATCHING BILLS ARE FIRST COLLECTED
001700*  FROM THE ALTERNATE INDEX INTO A TABLE - A RANDOM READ WOULD
001800*  LOSE THE BROWSE POSITION - AND EACH IS THEN PRINTED ON HSTRPT
001900*  AS A FULL RECEIPT: EVERY LINE WITH ITS CATALOG DESCRIPTION,
002000*  DISCOUNTS AND TAX, THE WHOLE-BILL DISCOUNTS, THE TOTALS AND
002100*  THE TENDERS.
002200*
002300*  A SALE IS FOLLOWED BY THE RETURNS NETTED AGAINST IT: WHEN
002400*  SALEMST SHOWS AN AMOUNT RETURNED, RTNMST IS SWEPT FOR THE
002500*  RETURN BILLS CARRYING THE SALE AS THEIR ORIGINAL, AND THE
002600*  NET AFTER RETURNS IS PRINTED FROM SALEMST (A RETURN ALREADY
002700*  ARCHIVED BY PERCLS00 IS STILL IN THE SALEMST FIGURE).  A
002800*  RETURN BILL SHOWS THE SALE IT WAS NETTED AGAINST.
002900*
003000*  A GIFT-CARD INQUIRY PRINTS THE CARD FROM GIFTMST AND SEARCHES
003100*  THE HISTORY BY BILL DATE UP TO THE CARD'S LAST-USE DATE,
003200*  MATCHING A 'GIFTCARD' LINE CARRYING THE CARD (SOLD OR
003300*  RELOADED) OR A 'GC' TENDER FOR IT (REDEEMED).  KEYING A FROM
003400*  DATE SHORTENS THE SEARCH.
003500*
003600*  THE CUSTOMER'S NAME COMES FROM CUSTMST AT THE TIME OF THE
003700*  INQUIRY - BILLHST HOLDS NO PERSONAL DATA - SO AN ERASED
003800*  CUSTOMER PRINTS AS ERASED.  READ-ONLY; RUN ON REQUEST.
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
005100     SELECT HST-INQ-IN     ASSIGN TO HSTINQ
005200                           ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT BILL-HIST-FILE ASSIGN TO BILLHST
005400                ORGANIZATION IS INDEXED
005500                ACCESS MODE IS DYNAMIC
005600                RECORD KEY IS HS-HISTORY-KEY
005700                ALTERNATE RECORD KEY IS HS-CUST-ID
005800                    WITH DUPLICATES
005900                ALTERNATE RECORD KEY IS HS-BILL-DATE
006000                    WITH DUPLICATES
006100                ALTERNATE RECORD KEY IS HS-CASHIER-KEY
006200                    WITH DUPLICATES
006300                FILE STATUS IS WS-BILLHST-STATUS.
006400     SELECT SALE-MAST-FILE ASSIGN TO SALEMST
006500                ORGANIZATION IS INDEXED
006600                ACCESS MODE IS DYNAMIC
006700                RECORD KEY IS SM-BILL-NUMBER
006800                FILE STATUS IS WS-SALEMST-STATUS.
006900     SELECT RTN-MAST-FILE  ASSIGN TO RTNMST
007000                ORGANIZATION IS INDEXED
007100                ACCESS MODE IS DYNAMIC
007200                RECORD KEY IS RM-BILL-NUMBER
007300                FILE STATUS IS WS-RTNMST-STATUS.
007400     SELECT CUST-MAST-FILE ASSIGN TO CUSTMST
007500                ORGANIZATION IS INDEXED
007600                ACCESS MODE IS DYNAMIC
007700                RECORD KEY IS CUST-ID
007800                ALTERNATE RECORD KEY IS CUST-MAIL
007900                    WITH DUPLICATES
008000                ALTERNATE RECORD KEY IS CUST-MOBILE
008100                    WITH DUPLICATES
008200                ALTERNATE RECORD KEY IS CUST-NAME-POST-KEY
008300                    WITH DUPLICATES
008400                FILE STATUS IS WS-CUSTMST-STATUS.
008500     SELECT GIFT-MAST-FILE ASSIGN TO GIFTMST
008600                ORGANIZATION IS INDEXED
008700                ACCESS MODE IS DYNAMIC
008800                RECORD KEY IS GC-CARD-NUMBER
008900                FILE STATUS IS WS-GIFTMST-STATUS.
009000     SELECT INQUIRY-RPT    ASSIGN TO HSTRPT
009100                           ORGANIZATION IS LINE SEQUENTIAL.
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  HST-INQ-IN
009500     RECORDING MODE IS F.
009600 COPY "HstInq".
009700 FD  BILL-HIST-FILE.
009800 COPY "BillHst".
009900 FD  SALE-MAST-FILE.
010000 COPY "SaleMst".
010100 FD  RTN-MAST-FILE.
010200 COPY "RtnMst".
010300 FD  CUST-MAST-FILE.
010400 COPY "CustMst".
010500 FD  GIFT-MAST-FILE.
010600 COPY "GiftMst".
010700 FD  INQUIRY-RPT
010800     RECORDING MODE IS F.
010900 01  RPT-LINE                     PIC X(110).
011000 WORKING-STORAGE SECTION.
011100 01  WS-BILLHST-STATUS            PIC X(02).
011200     88  WS-BILLHST-OK                    VALUE '00'.
011300     88  WS-BILLHST-NOTFOUND              VALUE '23'.
011400 01  WS-SALEMST-STATUS            PIC X(02).
011500     88  WS-SALEMST-OK                    VALUE '00'.
011600 01  WS-RTNMST-STATUS             PIC X(02).
011700     88  WS-RTNMST-OK                     VALUE '00'.
011800 01  WS-CUSTMST-STATUS            PIC X(02).
011900     88  WS-CUSTMST-OK                    VALUE '00'.
012000 01  WS-GIFTMST-STATUS            PIC X(02).
012100     88  WS-GIFTMST-OK                    VALUE '00'.
012200 01  WS-SWITCHES.
012300     03  WS-INQ-EOF-SW            PIC X(01)  VALUE 'N'.
012400         88  WS-INQ-EOF                      VALUE 'Y'.
012500     03  WS-INQ-VALID-SW          PIC X(01)  VALUE 'N'.
012600         88  WS-INQ-VALID                    VALUE 'Y'.
012700     03  WS-BROWSE-EOF-SW         PIC X(01)  VALUE 'N'.
012800         88  WS-BROWSE-EOF                   VALUE 'Y'.
012900     03  WS-RTN-EOF-SW            PIC X(01)  VALUE 'N'.
013000         88  WS-RTN-EOF                      VALUE 'Y'.
013100     03  WS-HIST-FOUND-SW         PIC X(01)  VALUE 'N'.
013200         88  WS-HIST-FOUND                   VALUE 'Y'.
013300     03  WS-SALE-FOUND-SW         PIC X(01)  VALUE 'N'.
013400         88  WS-SALE-FOUND                   VALUE 'Y'.
013500     03  WS-RTN-FOUND-SW          PIC X(01)  VALUE 'N'.
013600         88  WS-RTN-FOUND                    VALUE 'Y'.
013700     03  WS-CUST-FOUND-SW         PIC X(01)  VALUE 'N'.
013800         88  WS-CUST-FOUND                   VALUE 'Y'.
013900     03  WS-CARD-FOUND-SW         PIC X(01)  VALUE 'N'.
014000         88  WS-CARD-FOUND                   VALUE 'Y'.
014100     03  WS-CARD-ON-BILL-SW       PIC X(01)  VALUE 'N'.
014200         88  WS-CARD-ON-BILL                 VALUE 'Y'.
014300     03  WS-BILL-WANTED-SW        PIC X(01)  VALUE 'N'.
014400         88  WS-BILL-WANTED                  VALUE 'Y'.
014500     03  WS-BILL-LISTED-SW        PIC X(01)  VALUE 'N'.
014600         88  WS-BILL-LISTED                  VALUE 'Y'.
014700     03  WS-TBL-FULL-SW           PIC X(01)  VALUE 'N'.
014800         88  WS-TBL-FULL                     VALUE 'Y'.
014900 01  WS-COUNTERS.
015000     03  WS-INQ-READ              PIC 9(07)  COMP  VALUE ZERO.
015100     03  WS-INQ-REJECTED          PIC 9(07)  COMP  VALUE ZERO.
015200     03  WS-BILLS-PRINTED         PIC 9(07)  COMP  VALUE ZERO.
015300     03  WS-BL-IX                 PIC 9(04)  COMP.
015400     03  WS-BL-TBL-CNT            PIC 9(04)  COMP  VALUE ZERO.
015500     03  WS-SEG-NO                PIC 9(02)  COMP.
015600     03  WS-SEG-CNT               PIC 9(02)  COMP.
015700     03  WS-LN-IX                 PIC 9(02)  COMP.
015800     03  WS-PAY-IX                PIC 9(02)  COMP.
015900     03  WS-DISC-IX               PIC 9(02)  COMP.
016000     03  WS-RTN-CNT               PIC 9(05)  COMP.
016100 01  WS-WORK-FIELDS.
016200     03  WS-FROM-DATE             PIC 9(08).
016300     03  WS-TO-DATE               PIC 9(08).
016400     03  WS-LINE-AMT              PIC S9(07)V99.
016500     03  WS-LINE-DISC             PIC 9(07)V99.
016600     03  WS-RTN-LISTED-AMT        PIC 9(07)V99.
016700     03  WS-NET-AFTER-RTN         PIC S9(07)V99.
016800*    A REDEMPTION TENDER FOR THE CARD ASKED ABOUT.
016900     03  WS-GC-TENDER.
017000         05  FILLER               PIC X(02)  VALUE 'GC'.
017100         05  WS-GC-TENDER-CARD    PIC X(08).
017200     03  WS-GC-DESC.
017300         05  FILLER               PIC X(10)  VALUE 'GIFT CARD '.
017400         05  WS-GC-DESC-CARD      PIC X(08).
017500         05  FILLER               PIC X(12)  VALUE SPACES.
017600     03  WS-CUST-NAME.
017700         05  WS-CN-FIRST-NAME     PIC X(10).
017800         05  FILLER               PIC X(01)  VALUE SPACE.
017900         05  WS-CN-LAST-NAME      PIC X(06).
018000 01  WS-BL-TBL-MAX                PIC 9(04)  VALUE 500.
018100*  STORE + BILL OF EVERY BILL THE CURRENT INQUIRY MATCHED.
018200 01  WS-BILL-TABLE.
018300     03  WS-BL-ENTRY              OCCURS 500 TIMES.
018400         05  WS-BL-STORE-ID       PIC X(03).
018500         05  WS-BL-BILL-NUMBER    PIC X(05).
018600 01  WS-REPORT-LINES.
018700     03  WS-HDR-LINE-1.
018800         05  FILLER               PIC X(40) VALUE
018900             'BILL HISTORY INQUIRY REPORT'.
019000         05  FILLER               PIC X(70) VALUE SPACES.
019100     03  WS-INQ-LINE.
019200         05  FILLER               PIC X(09) VALUE 'INQUIRY  '.
019300         05  WS-IL-TYPE           PIC X(01).
019400         05  FILLER               PIC X(08) VALUE '  STORE '.
019500         05  WS-IL-STORE          PIC X(03).
019600         05  FILLER               PIC X(07) VALUE '  BILL '.
019700         05  WS-IL-BILL           PIC X(05).
019800         05  FILLER               PIC X(07) VALUE '  CUST '.
019900         05  WS-IL-CUST           PIC X(10).
020000         05  FILLER               PIC X(09) VALUE ' CASHIER '.
020100         05  WS-IL-CASHIER        PIC X(06).
020200         05  FILLER               PIC X(07) VALUE '  CARD '.
020300         05  WS-IL-CARD           PIC X(08).
020400         05  FILLER               PIC X(01) VALUE SPACE.
020500         05  WS-IL-FROM           PIC 9(08).
020600         05  FILLER               PIC X(01) VALUE '-'.
020700         05  WS-IL-TO             PIC 9(08).
020800         05  FILLER               PIC X(04) VALUE ' BY '.
020900         05  WS-IL-REQUESTED-BY   PIC X(08).
021000     03  WS-MSG-LINE.
021100         05  FILLER               PIC X(04) VALUE SPACES.
021200         05  WS-ML-TEXT           PIC X(60).
021300         05  FILLER               PIC X(46) VALUE SPACES.
021400     03  WS-CARD-LINE.
021500         05  FILLER               PIC X(05) VALUE 'CARD '.
021600         05  WS-CL-CARD           PIC X(08).
021700         05  FILLER               PIC X(10) VALUE '  ISSUED '.
021800         05  WS-CL-ISSUED         PIC ZZZZZZ9.99.
021900         05  FILLER               PIC X(11) VALUE '  REDEEMED '.
022000         05  WS-CL-REDEEMED       PIC ZZZZZZ9.99.
022100         05  FILLER               PIC X(10) VALUE '  BALANCE '.
022200         05  WS-CL-BALANCE        PIC ZZZZZZ9.99.
022300         05  FILLER               PIC X(09) VALUE '  FIRST '.
022400         05  WS-CL-ISSUE-DATE     PIC 9(08).
022500         05  FILLER               PIC X(08) VALUE '  LAST '.
022600         05  WS-CL-LAST-USE       PIC 9(08).
022700         05  FILLER               PIC X(03) VALUE SPACES.
022800     03  WS-RCPT-LINE-1.
022900         05  FILLER               PIC X(05) VALUE 'BILL '.
023000         05  WS-R1-STORE          PIC X(03).
023100         05  FILLER               PIC X(01) VALUE '-'.
023200         05  WS-R1-BILL           PIC X(05).
023300         05  FILLER               PIC X(02) VALUE SPACES.
023400         05  WS-R1-TYPE           PIC X(06).
023500         05  FILLER               PIC X(07) VALUE '  DATE '.
023600         05  WS-R1-DATE           PIC X(10).
023700         05  FILLER               PIC X(10) VALUE '  CASHIER '.
023800         05  WS-R1-CASHIER        PIC X(06).
023900         05  FILLER               PIC X(11) VALUE '  SEGMENTS '.
024000         05  WS-R1-SEGS           PIC Z9.
024100         05  FILLER               PIC X(09) VALUE '  ITEMS '.
024200         05  WS-R1-ITEMS          PIC ZZZZ9.
024300         05  FILLER               PIC X(10) VALUE '  LOADED '.
024400         05  WS-R1-LOADED         PIC 9(08).
024500         05  FILLER               PIC X(10) VALUE SPACES.
024600     03  WS-RCPT-LINE-2.
024700         05  FILLER               PIC X(09) VALUE 'CUSTOMER '.
024800         05  WS-R2-CUST           PIC X(10).
024900         05  FILLER               PIC X(02) VALUE SPACES.
025000         05  WS-R2-NAME           PIC X(30).
025100         05  FILLER               PIC X(08) VALUE '  MATCH '.
025200         05  WS-R2-MATCH          PIC X(01).
025300         05  FILLER               PIC X(50) VALUE SPACES.
025400     03  WS-COL-HDR-LINE.
025500         05  FILLER               PIC X(06) VALUE 'SEQ'.
025600         05  FILLER               PIC X(09) VALUE 'SKU'.
025700         05  FILLER               PIC X(31) VALUE 'DESCRIPTION'.
025800         05  FILLER               PIC X(03) VALUE 'QT'.
025900         05  FILLER               PIC X(06) VALUE 'PRICE'.
026000         05  FILLER               PIC X(10) VALUE '     DISC'.
026100         05  FILLER               PIC X(12) VALUE '     AMOUNT'.
026200         05  FILLER               PIC X(03) VALUE 'TX'.
026300         05  FILLER               PIC X(11) VALUE '       TAX'.
026400         05  FILLER               PIC X(19) VALUE 'NOTE'.
026500     03  WS-DET-LINE.
026600         05  WS-DL-SEQ            PIC ZZZZ9.
026700         05  FILLER               PIC X(01) VALUE SPACE.
026800         05  WS-DL-SKU            PIC X(08).
026900         05  FILLER               PIC X(01) VALUE SPACE.
027000         05  WS-DL-DESC           PIC X(30).
027100         05  FILLER               PIC X(01) VALUE SPACE.
027200         05  WS-DL-QTY            PIC Z9.
027300         05  FILLER               PIC X(01) VALUE SPACE.
027400         05  WS-DL-PRICE          PIC Z,ZZ9.
027500         05  FILLER               PIC X(01) VALUE SPACE.
027600         05  WS-DL-DISC           PIC ZZ,ZZ9.99.
027700         05  FILLER               PIC X(01) VALUE SPACE.
027800         05  WS-DL-AMOUNT         PIC ZZZ,ZZ9.99-.
027900         05  FILLER               PIC X(01) VALUE SPACE.
028000         05  WS-DL-CLASS          PIC X(02).
028100         05  FILLER               PIC X(01) VALUE SPACE.
028200         05  WS-DL-TAX            PIC ZZ,ZZ9.99-.
028300         05  FILLER               PIC X(01) VALUE SPACE.
028400         05  WS-DL-NOTE           PIC X(10).
028500         05  FILLER               PIC X(09) VALUE SPACES.
028600     03  WS-BDISC-LINE.
028700         05  FILLER               PIC X(06) VALUE SPACES.
028800         05  FILLER               PIC X(14) VALUE
028900             'BILL DISCOUNT '.
029000         05  WS-BD-TYPE           PIC X(01).
029100         05  FILLER               PIC X(08) VALUE ' REASON '.
029200         05  WS-BD-REASON         PIC X(02).
029300         05  FILLER               PIC X(10) VALUE '  MANAGER '.
029400         05  WS-BD-MANAGER        PIC X(06).
029500         05  FILLER               PIC X(02) VALUE SPACES.
029600         05  WS-BD-AMOUNT         PIC ZZ,ZZ9.99.
029700         05  FILLER               PIC X(52) VALUE SPACES.
029800     03  WS-AMT-LINE.
029900         05  FILLER               PIC X(48) VALUE SPACES.
030000         05  WS-AL-LABEL          PIC X(20).
030100         05  WS-AL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
030200         05  FILLER               PIC X(27) VALUE SPACES.
030300     03  WS-TENDER-LINE.
030400         05  FILLER               PIC X(48) VALUE SPACES.
030500         05  FILLER               PIC X(08) VALUE 'TENDER  '.
030600         05  WS-TN-TYPE           PIC X(12).
030700         05  WS-TN-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
030800         05  FILLER               PIC X(27) VALUE SPACES.
030900     03  WS-RTN-LINE.
031000         05  FILLER               PIC X(06) VALUE SPACES.
031100         05  FILLER               PIC X(14) VALUE
031200             'RETURN BILL   '.
031300         05  WS-RN-BILL           PIC X(05).
031400         05  FILLER               PIC X(07) VALUE '  DATE '.
031500         05  WS-RN-DATE           PIC 9(08).
031600         05  FILLER               PIC X(28) VALUE SPACES.
031700         05  WS-RN-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
031800         05  FILLER               PIC X(27) VALUE SPACES.
031900     03  WS-TOT-LINE.
032000         05  WS-TT-LABEL          PIC X(30).
032100         05  WS-TT-COUNT          PIC ZZZ,ZZ9.
032200         05  FILLER               PIC X(73) VALUE SPACES.
032300 PROCEDURE DIVISION.
032400 0000-MAINLINE.
032500     PERFORM 1000-INITIALIZE
032600         THRU 1000-INITIALIZE-EXIT.
032700     PERFORM 2000-PROCESS-INQUIRY
032800         THRU 2000-PROCESS-INQUIRY-EXIT
032900         UNTIL WS-INQ-EOF.
033000     PERFORM 9999-TERMINATE
033100         THRU 9999-TERMINATE-EXIT.
033200     STOP RUN.
033300*----------------------------------------------------------------
033400 1000-INITIALIZE.
033500     OPEN INPUT HST-INQ-IN.
033600     OPEN INPUT BILL-HIST-FILE.
033700     IF NOT WS-BILLHST-OK
033800         DISPLAY 'BILLINQ0 - OPEN FAILED FOR BILLHST STATUS '
033900             WS-BILLHST-STATUS
034000         STOP RUN
034100     END-IF.
034200     OPEN INPUT SALE-MAST-FILE.
034300     IF NOT WS-SALEMST-OK
034400         DISPLAY 'BILLINQ0 - OPEN FAILED FOR SALEMST STATUS '
034500             WS-SALEMST-STATUS
034600         STOP RUN
034700     END-IF.
034800     OPEN INPUT RTN-MAST-FILE.
034900     IF NOT WS-RTNMST-OK
035000         DISPLAY 'BILLINQ0 - OPEN FAILED FOR RTNMST STATUS '
035100             WS-RTNMST-STATUS
035200         STOP RUN
035300     END-IF.
035400     OPEN INPUT CUST-MAST-FILE.
035500     IF NOT WS-CUSTMST-OK
035600         DISPLAY 'BILLINQ0 - OPEN FAILED FOR CUSTMST STATUS '
035700             WS-CUSTMST-STATUS
035800         STOP RUN
035900     END-IF.
036000     OPEN INPUT GIFT-MAST-FILE.
036100     IF NOT WS-GIFTMST-OK
036200         DISPLAY 'BILLINQ0 - OPEN FAILED FOR GIFTMST STATUS '
036300             WS-GIFTMST-STATUS
036400         STOP RUN
036500     END-IF.
036600     OPEN OUTPUT INQUIRY-RPT.
036700     WRITE RPT-LINE FROM WS-HDR-LINE-1.
036800 1000-INITIALIZE-EXIT.
036900     EXIT.
037000*----------------------------------------------------------------
037100 2000-PROCESS-INQUIRY.
037200     READ HST-INQ-IN
037300         AT END
037400             MOVE 'Y' TO WS-INQ-EOF-SW
037500             GO TO 2000-PROCESS-INQUIRY-EXIT
037600     END-READ.
037700     ADD 1 TO WS-INQ-READ.
037800     IF HQ-FROM-DATE NOT NUMERIC
037900         MOVE ZERO TO HQ-FROM-DATE
038000     END-IF.
038100     IF HQ-TO-DATE NOT NUMERIC
038200         MOVE ZERO TO HQ-TO-DATE
038300     END-IF.
038400     MOVE HQ-INQUIRY-TYPE TO WS-IL-TYPE.
038500     MOVE HQ-STORE-ID     TO WS-IL-STORE.
038600     MOVE HQ-BILL-NUMBER  TO WS-IL-BILL.
038700     MOVE HQ-CUST-ID      TO WS-IL-CUST.
038800     MOVE HQ-CASHIER-ID   TO WS-IL-CASHIER.
038900     MOVE HQ-CARD-NUMBER  TO WS-IL-CARD.
039000     MOVE HQ-FROM-DATE    TO WS-IL-FROM.
039100     MOVE HQ-TO-DATE      TO WS-IL-TO.
039200     MOVE HQ-REQUESTED-BY TO WS-IL-REQUESTED-BY.
039300     MOVE SPACES TO RPT-LINE.
039400     WRITE RPT-LINE.
039500     WRITE RPT-LINE FROM WS-INQ-LINE.
039600     PERFORM 2050-VALIDATE-INQUIRY
039700         THRU 2050-VALIDATE-INQUIRY-EXIT.
039800     IF NOT WS-INQ-VALID
039900         ADD 1 TO WS-INQ-REJECTED
040000         WRITE RPT-LINE FROM WS-MSG-LINE
040100         GO TO 2000-PROCESS-INQUIRY-EXIT
040200     END-IF.
040300     MOVE ZERO TO WS-BL-TBL-CNT.
040400     MOVE 'N' TO WS-TBL-FULL-SW.
040500     IF HQ-BY-BILL
040600         PERFORM 2100-COLLECT-BY-BILL
040700             THRU 2100-COLLECT-BY-BILL-EXIT
040800     END-IF.
040900     IF HQ-BY-CUSTOMER
041000         PERFORM 2200-COLLECT-BY-CUSTOMER
041100             THRU 2200-COLLECT-BY-CUSTOMER-EXIT
041200     END-IF.
041300     IF HQ-BY-DATE
041400         PERFORM 2300-COLLECT-BY-DATE
041500             THRU 2300-COLLECT-BY-DATE-EXIT
041600     END-IF.
041700     IF HQ-BY-GIFT-CARD
041800         PERFORM 2400-COLLECT-BY-GIFT-CARD
041900             THRU 2400-COLLECT-BY-GIFT-CARD-EXIT
042000     END-IF.
042100     IF WS-BL-TBL-CNT = ZERO
042200         MOVE 'NO BILLS FOUND ON HISTORY' TO WS-ML-TEXT
042300         WRITE RPT-LINE FROM WS-MSG-LINE
042400         GO TO 2000-PROCESS-INQUIRY-EXIT
042500     END-IF.
042600     IF WS-TBL-FULL
042700         MOVE '** ONLY 500 BILLS LISTED - NARROW THE DATES'
042800             TO WS-ML-TEXT
042900         WRITE RPT-LINE FROM WS-MSG-LINE
043000     END-IF.
043100     PERFORM 3000-PRINT-RECEIPT
043200         THRU 3000-PRINT-RECEIPT-EXIT
043300         VARYING WS-BL-IX FROM 1 BY 1
043400         UNTIL WS-BL-IX > WS-BL-TBL-CNT.
043500     MOVE SPACES TO RPT-LINE.
043600     WRITE RPT-LINE.
043700     MOVE 'BILLS LISTED FOR INQUIRY' TO WS-TT-LABEL.
043800     MOVE WS-BL-TBL-CNT TO WS-TT-COUNT.
043900     WRITE RPT-LINE FROM WS-TOT-LINE.
044000 2000-PROCESS-INQUIRY-EXIT.
044100     EXIT.
044200*----------------------------------------------------------------
044300*  A ZERO TO-DATE IS THE SAME DAY FOR A DATE INQUIRY AND NO UPPER
044400*  BOUND FOR A CUSTOMER INQUIRY; A GIFT-CARD INQUIRY SETTLES ITS
044500*  OWN RANGE ONCE THE CARD HAS BEEN READ.
044600*----------------------------------------------------------------
044700 2050-VALIDATE-INQUIRY.
044800     MOVE 'N' TO WS-INQ-VALID-SW.
044900     MOVE HQ-FROM-DATE TO WS-FROM-DATE.
045000     MOVE HQ-TO-DATE   TO WS-TO-DATE.
045100     IF HQ-BY-BILL
045200         IF HQ-STORE-ID = SPACES
045300             OR HQ-BILL-NUMBER = SPACES
045400             MOVE '** REJECTED - STORE AND BILL NUMBER REQUIRED'
045500                 TO WS-ML-TEXT
045600             GO TO 2050-VALIDATE-INQUIRY-EXIT
045700         END-IF
045800         MOVE 'Y' TO WS-INQ-VALID-SW
045900         GO TO 2050-VALIDATE-INQUIRY-EXIT
046000     END-IF.
046100     IF HQ-BY-CUSTOMER
046200         IF HQ-CUST-ID = SPACES
046300             MOVE '** REJECTED - CUSTOMER ID REQUIRED'
046400                 TO WS-ML-TEXT
046500             GO TO 2050-VALIDATE-INQUIRY-EXIT
046600         END-IF
046700         IF WS-TO-DATE = ZERO
046800             MOVE 99999999 TO WS-TO-DATE
046900         END-IF
047000     END-IF.
047100     IF HQ-BY-DATE
047200         IF HQ-FROM-DATE = ZERO
047300             MOVE '** REJECTED - FROM DATE REQUIRED'
047400                 TO WS-ML-TEXT
047500             GO TO 2050-VALIDATE-INQUIRY-EXIT
047600         END-IF
047700         IF WS-TO-DATE = ZERO
047800             MOVE WS-FROM-DATE TO WS-TO-DATE
047900         END-IF
048000     END-IF.
048100     IF HQ-BY-GIFT-CARD
048200         IF HQ-CARD-NUMBER = SPACES
048300             MOVE '** REJECTED - GIFT CARD NUMBER REQUIRED'
048400                 TO WS-ML-TEXT
048500             GO TO 2050-VALIDATE-INQUIRY-EXIT
048600         END-IF
048700     END-IF.
048800     IF NOT HQ-BY-CUSTOMER
048900         AND NOT HQ-BY-DATE
049000         AND NOT HQ-BY-GIFT-CARD
049100         MOVE '** REJECTED - BAD INQUIRY TYPE' TO WS-ML-TEXT
049200         GO TO 2050-VALIDATE-INQUIRY-EXIT
049300     END-IF.
049400     IF WS-TO-DATE NOT = ZERO
049500         AND WS-TO-DATE < WS-FROM-DATE
049600         MOVE '** REJECTED - TO DATE BEFORE FROM DATE'
049700             TO WS-ML-TEXT
049800         GO TO 2050-VALIDATE-INQUIRY-EXIT
049900     END-IF.
050000     MOVE 'Y' TO WS-INQ-VALID-SW.
050100 2050-VALIDATE-INQUIRY-EXIT.
050200     EXIT.
050300*----------------------------------------------------------------
050400 2100-COLLECT-BY-BILL.
050500     MOVE HQ-STORE-ID    TO HS-STORE-ID.
050600     MOVE HQ-BILL-NUMBER TO HS-BILL-NUMBER.
050700     MOVE 1              TO HS-SEGMENT-NO.
050800     MOVE 'N' TO WS-HIST-FOUND-SW.
050900     READ BILL-HIST-FILE
051000         INVALID KEY
051100             CONTINUE
051200         NOT INVALID KEY
051300             MOVE 'Y' TO WS-HIST-FOUND-SW
051400     END-READ.
051500     IF WS-HIST-FOUND
051600         PERFORM 2900-ADD-BILL
051700             THRU 2900-ADD-BILL-EXIT
051800     END-IF.
051900 2100-COLLECT-BY-BILL-EXIT.
052000     EXIT.
052100*----------------------------------------------------------------
052200 2200-COLLECT-BY-CUSTOMER.
052300     MOVE 'N' TO WS-BROWSE-EOF-SW.
052400     MOVE HQ-CUST-ID TO HS-CUST-ID.
052500     START BILL-HIST-FILE KEY = HS-CUST-ID
052600         INVALID KEY
052700             MOVE 'Y' TO WS-BROWSE-EOF-SW
052800     END-START.
052900     PERFORM 2210-NEXT-CUSTOMER-BILL
053000         THRU 2210-NEXT-CUSTOMER-BILL-EXIT
053100         UNTIL WS-BROWSE-EOF.
053200 2200-COLLECT-BY-CUSTOMER-EXIT.
053300     EXIT.
053400*----------------------------------------------------------------
053500 2210-NEXT-CUSTOMER-BILL.
053600     READ BILL-HIST-FILE NEXT RECORD
053700         AT END
053800             MOVE 'Y' TO WS-BROWSE-EOF-SW
053900             GO TO 2210-NEXT-CUSTOMER-BILL-EXIT
054000     END-READ.
054100     IF HS-CUST-ID NOT = HQ-CUST-ID
054200         MOVE 'Y' TO WS-BROWSE-EOF-SW
054300         GO TO 2210-NEXT-CUSTOMER-BILL-EXIT
054400     END-IF.
054500     IF HS-SEGMENT-NO NOT = 1
054600         GO TO 2210-NEXT-CUSTOMER-BILL-EXIT
054700     END-IF.
054800     PERFORM 2800-CHECK-FILTERS
054900         THRU 2800-CHECK-FILTERS-EXIT.
055000     IF WS-BILL-WANTED
055100         PERFORM 2900-ADD-BILL
055200             THRU 2900-ADD-BILL-EXIT
055300     END-IF.
055400 2210-NEXT-CUSTOMER-BILL-EXIT.
055500     EXIT.
055600*----------------------------------------------------------------
055700*  WITH A CASHIER KEYED THE CASHIER + DATE INDEX GIVES THE BILLS
055800*  DIRECTLY; OTHERWISE THE BILL-DATE INDEX IS BROWSED.
055900*----------------------------------------------------------------
056000 2300-COLLECT-BY-DATE.
056100     MOVE 'N' TO WS-BROWSE-EOF-SW.
056200     IF HQ-CASHIER-ID NOT = SPACES
056300         MOVE HQ-CASHIER-ID TO HS-CASHIER-ID
056400         MOVE WS-FROM-DATE  TO HS-CASHIER-DATE
056500         START BILL-HIST-FILE KEY NOT < HS-CASHIER-KEY
056600             INVALID KEY
056700                 MOVE 'Y' TO WS-BROWSE-EOF-SW
056800         END-START
056900         PERFORM 2310-NEXT-CASHIER-BILL
057000             THRU 2310-NEXT-CASHIER-BILL-EXIT
057100             UNTIL WS-BROWSE-EOF
057200         GO TO 2300-COLLECT-BY-DATE-EXIT
057300     END-IF.
057400     MOVE WS-FROM-DATE TO HS-BILL-DATE.
057500     START BILL-HIST-FILE KEY NOT < HS-BILL-DATE
057600         INVALID KEY
057700             MOVE 'Y' TO WS-BROWSE-EOF-SW
057800     END-START.
057900     PERFORM 2320-NEXT-DATED-BILL
058000         THRU 2320-NEXT-DATED-BILL-EXIT
058100         UNTIL WS-BROWSE-EOF.
058200 2300-COLLECT-BY-DATE-EXIT.
058300     EXIT.
058400*----------------------------------------------------------------
058500 2310-NEXT-CASHIER-BILL.
058600     READ BILL-HIST-FILE NEXT RECORD
058700         AT END
058800             MOVE 'Y' TO WS-BROWSE-EOF-SW
058900             GO TO 2310-NEXT-CASHIER-BILL-EXIT
059000     END-READ.
059100     IF HS-CASHIER-ID NOT = HQ-CASHIER-ID
059200         OR HS-CASHIER-DATE > WS-TO-DATE
059300         MOVE 'Y' TO WS-BROWSE-EOF-SW
059400         GO TO 2310-NEXT-CASHIER-BILL-EXIT
059500     END-IF.
059600     IF HS-SEGMENT-NO NOT = 1
059700         GO TO 2310-NEXT-CASHIER-BILL-EXIT
059800     END-IF.
059900     PERFORM 2800-CHECK-FILTERS
060000         THRU 2800-CHECK-FILTERS-EXIT.
060100     IF WS-BILL-WANTED
060200         PERFORM 2900-ADD-BILL
060300             THRU 2900-ADD-BILL-EXIT
060400     END-IF.
060500 2310-NEXT-CASHIER-BILL-EXIT.
060600     EXIT.
060700*----------------------------------------------------------------
060800 2320-NEXT-DATED-BILL.
060900     READ BILL-HIST-FILE NEXT RECORD
061000         AT END
061100             MOVE 'Y' TO WS-BROWSE-EOF-SW
061200             GO TO 2320-NEXT-DATED-BILL-EXIT
061300     END-READ.
061400     IF HS-BILL-DATE > WS-TO-DATE
061500         MOVE 'Y' TO WS-BROWSE-EOF-SW
061600         GO TO 2320-NEXT-DATED-BILL-EXIT
061700     END-IF.
061800     IF HS-SEGMENT-NO NOT = 1
061900         GO TO 2320-NEXT-DATED-BILL-EXIT
062000     END-IF.
062100     PERFORM 2800-CHECK-FILTERS
062200         THRU 2800-CHECK-FILTERS-EXIT.
062300     IF WS-BILL-WANTED
062400         PERFORM 2900-ADD-BILL
062500             THRU 2900-ADD-BILL-EXIT
062600     END-IF.
062700 2320-NEXT-DATED-BILL-EXIT.
062800     EXIT.
062900*----------------------------------------------------------------
063000*  A BILL'S BILL DATE IS NEVER LATER THAN THE BUSINESS DATE IT
063100*  WAS POSTED ON, SO THE CARD'S LAST-USE DATE BOUNDS THE SEARCH.
063200*  EVERY SEGMENT IS LOOKED AT - THE CARD MAY BE ON ANY LINE.
063300*----------------------------------------------------------------
063400 2400-COLLECT-BY-GIFT-CARD.
063500     MOVE HQ-CARD-NUMBER TO GC-CARD-NUMBER.
063600     MOVE HQ-CARD-NUMBER TO WS-GC-TENDER-CARD.
063700     MOVE 'N' TO WS-CARD-FOUND-SW.
063800     READ GIFT-MAST-FILE
063900         INVALID KEY
064000             CONTINUE
064100         NOT INVALID KEY
064200             MOVE 'Y' TO WS-CARD-FOUND-SW
064300     END-READ.
064400     IF WS-CARD-FOUND
064500         MOVE GC-CARD-NUMBER     TO WS-CL-CARD
064600         MOVE GC-ISSUED-AMOUNT   TO WS-CL-ISSUED
064700         MOVE GC-REDEEMED-AMOUNT TO WS-CL-REDEEMED
064800         MOVE GC-CARD-BALANCE    TO WS-CL-BALANCE
064900         MOVE GC-ISSUE-DATE      TO WS-CL-ISSUE-DATE
065000         MOVE GC-LAST-USE-DATE   TO WS-CL-LAST-USE
065100         WRITE RPT-LINE FROM WS-CARD-LINE
065200         IF WS-TO-DATE = ZERO
065300             MOVE GC-LAST-USE-DATE TO WS-TO-DATE
065400         END-IF
065500     ELSE
065600         MOVE 'CARD NOT ON GIFTMST - HISTORY SEARCHED BY DATE'
065700             TO WS-ML-TEXT
065800         WRITE RPT-LINE FROM WS-MSG-LINE
065900     END-IF.
066000     IF WS-TO-DATE = ZERO
066100         MOVE 99999999 TO WS-TO-DATE
066200     END-IF.
066300     MOVE 'N' TO WS-BROWSE-EOF-SW.
066400     MOVE WS-FROM-DATE TO HS-BILL-DATE.
066500     START BILL-HIST-FILE KEY NOT < HS-BILL-DATE
066600         INVALID KEY
066700             MOVE 'Y' TO WS-BROWSE-EOF-SW
066800     END-START.
066900     PERFORM 2410-NEXT-CARD-SEGMENT
067000         THRU 2410-NEXT-CARD-SEGMENT-EXIT
067100         UNTIL WS-BROWSE-EOF.
067200 2400-COLLECT-BY-GIFT-CARD-EXIT.
067300     EXIT.
067400*----------------------------------------------------------------
067500 2410-NEXT-CARD-SEGMENT.
067600     READ BILL-HIST-FILE NEXT RECORD
067700         AT END
067800             MOVE 'Y' TO WS-BROWSE-EOF-SW
067900             GO TO 2410-NEXT-CARD-SEGMENT-EXIT
068000     END-READ.
068100     IF HS-BILL-DATE > WS-TO-DATE
068200         MOVE 'Y' TO WS-BROWSE-EOF-SW
068300         GO TO 2410-NEXT-CARD-SEGMENT-EXIT
068400     END-IF.
068500     PERFORM 2800-CHECK-FILTERS
068600         THRU 2800-CHECK-FILTERS-EXIT.
068700     IF NOT WS-BILL-WANTED
068800         GO TO 2410-NEXT-CARD-SEGMENT-EXIT
068900     END-IF.
069000     MOVE 'N' TO WS-CARD-ON-BILL-SW.
069100     PERFORM 2420-CHECK-CARD-LINE
069200         THRU 2420-CHECK-CARD-LINE-EXIT
069300         VARYING WS-LN-IX FROM 1 BY 1
069400         UNTIL WS-LN-IX > HS-LINE-COUNT.
069500     IF HS-PAYMENT-COUNT = ZERO
069600         IF HS-PAYMENT-TYPE = WS-GC-TENDER
069700             MOVE 'Y' TO WS-CARD-ON-BILL-SW
069800         END-IF
069900     ELSE
070000         PERFORM 2430-CHECK-CARD-TENDER
070100             THRU 2430-CHECK-CARD-TENDER-EXIT
070200             VARYING WS-PAY-IX FROM 1 BY 1
070300             UNTIL WS-PAY-IX > HS-PAYMENT-COUNT
070400     END-IF.
070500     IF WS-CARD-ON-BILL
070600         PERFORM 2900-ADD-BILL
070700             THRU 2900-ADD-BILL-EXIT
070800     END-IF.
070900 2410-NEXT-CARD-SEGMENT-EXIT.
071000     EXIT.
071100*----------------------------------------------------------------
071200 2420-CHECK-CARD-LINE.
071300     IF HS-LN-SKU (WS-LN-IX) = 'GIFTCARD'
071400         AND HS-LN-PRODUCT-NAME (WS-LN-IX) = HQ-CARD-NUMBER
071500         MOVE 'Y' TO WS-CARD-ON-BILL-SW
071600     END-IF.
071700 2420-CHECK-CARD-LINE-EXIT.
071800     EXIT.
071900*----------------------------------------------------------------
072000 2430-CHECK-CARD-TENDER.
072100     IF HS-PAY-TYPE (WS-PAY-IX) = WS-GC-TENDER
072200         MOVE 'Y' TO WS-CARD-ON-BILL-SW
072300     END-IF.
072400 2430-CHECK-CARD-TENDER-EXIT.
072500     EXIT.
072600*----------------------------------------------------------------
072700 2800-CHECK-FILTERS.
072800     MOVE 'Y' TO WS-BILL-WANTED-SW.
072900     IF HQ-STORE-ID NOT = SPACES
073000         AND HS-STORE-ID NOT = HQ-STORE-ID
073100         MOVE 'N' TO WS-BILL-WANTED-SW
073200     END-IF.
073300     IF HS-BILL-DATE < WS-FROM-DATE
073400         OR HS-BILL-DATE > WS-TO-DATE
073500         MOVE 'N' TO WS-BILL-WANTED-SW
073600     END-IF.
073700 2800-CHECK-FILTERS-EXIT.
073800     EXIT.
073900*----------------------------------------------------------------
074000 2900-ADD-BILL.
074100     MOVE 'N' TO WS-BILL-LISTED-SW.
074200     PERFORM 2910-MATCH-BILL-ENTRY
074300         THRU 2910-MATCH-BILL-ENTRY-EXIT
074400         VARYING WS-BL-IX FROM 1 BY 1
074500         UNTIL WS-BL-IX > WS-BL-TBL-CNT
074600         OR WS-BILL-LISTED.
074700     IF WS-BILL-LISTED
074800         GO TO 2900-ADD-BILL-EXIT
074900     END-IF.
075000     IF WS-BL-TBL-CNT >= WS-BL-TBL-MAX
075100         MOVE 'Y' TO WS-TBL-FULL-SW
075200         MOVE 'Y' TO WS-BROWSE-EOF-SW
075300         GO TO 2900-ADD-BILL-EXIT
075400     END-IF.
075500     ADD 1 TO WS-BL-TBL-CNT.
075600     MOVE HS-STORE-ID    TO WS-BL-STORE-ID (WS-BL-TBL-CNT).
075700     MOVE HS-BILL-NUMBER TO WS-BL-BILL-NUMBER (WS-BL-TBL-CNT).
075800 2900-ADD-BILL-EXIT.
075900     EXIT.
076000*----------------------------------------------------------------
076100 2910-MATCH-BILL-ENTRY.
076200     IF WS-BL-STORE-ID (WS-BL-IX) = HS-STORE-ID
076300         AND WS-BL-BILL-NUMBER (WS-BL-IX) = HS-BILL-NUMBER
076400         MOVE 'Y' TO WS-BILL-LISTED-SW
076500     END-IF.
076600 2910-MATCH-BILL-ENTRY-EXIT.
076700     EXIT.
076800*----------------------------------------------------------------
076900 3000-PRINT-RECEIPT.
077000     MOVE WS-BL-STORE-ID (WS-BL-IX)    TO HS-STORE-ID.
077100     MOVE WS-BL-BILL-NUMBER (WS-BL-IX) TO HS-BILL-NUMBER.
077200     MOVE 1 TO HS-SEGMENT-NO.
077300     MOVE 'N' TO WS-HIST-FOUND-SW.
077400     READ BILL-HIST-FILE
077500         INVALID KEY
077600             CONTINUE
077700         NOT INVALID KEY
077800             MOVE 'Y' TO WS-HIST-FOUND-SW
077900     END-READ.
078000     IF NOT WS-HIST-FOUND
078100         DISPLAY 'BILLINQ0 - READ FAILED FOR BILLHST '
078200             HS-HISTORY-KEY ' STATUS ' WS-BILLHST-STATUS
078300         STOP RUN
078400     END-IF.
078500     ADD 1 TO WS-BILLS-PRINTED.
078600     MOVE SPACES TO RPT-LINE.
078700     WRITE RPT-LINE.
078800     MOVE HS-STORE-ID      TO WS-R1-STORE.
078900     MOVE HS-BILL-NUMBER   TO WS-R1-BILL.
079000     MOVE 'SALE'           TO WS-R1-TYPE.
079100     IF HS-TYPE-RETURN
079200         MOVE 'RETURN'     TO WS-R1-TYPE
079300     END-IF.
079400     MOVE HS-BILL-DATE-X   TO WS-R1-DATE.
079500     MOVE HS-CASHIER-ID    TO WS-R1-CASHIER.
079600     MOVE HS-SEGMENT-COUNT TO WS-R1-SEGS.
079700     MOVE HS-TOTAL-ITEMS   TO WS-R1-ITEMS.
079800     MOVE HS-LOAD-DATE     TO WS-R1-LOADED.
079900     WRITE RPT-LINE FROM WS-RCPT-LINE-1.
080000     PERFORM 3050-NAME-CUSTOMER
080100         THRU 3050-NAME-CUSTOMER-EXIT.
080200     WRITE RPT-LINE FROM WS-RCPT-LINE-2.
080300     WRITE RPT-LINE FROM WS-COL-HDR-LINE.
080400     MOVE HS-SEGMENT-COUNT TO WS-SEG-CNT.
080500     PERFORM 3100-PRINT-SEGMENT
080600         THRU 3100-PRINT-SEGMENT-EXIT
080700         VARYING WS-SEG-NO FROM 1 BY 1
080800         UNTIL WS-SEG-NO > WS-SEG-CNT.
080900     PERFORM 3200-PRINT-BILL-DISCOUNT
081000         THRU 3200-PRINT-BILL-DISCOUNT-EXIT
081100         VARYING WS-DISC-IX FROM 1 BY 1
081200         UNTIL WS-DISC-IX > HS-DISC-COUNT.
081300     PERFORM 3300-PRINT-BILL-TOTALS
081400         THRU 3300-PRINT-BILL-TOTALS-EXIT.
081500     IF HS-PAYMENT-COUNT = ZERO
081600         MOVE HS-PAYMENT-TYPE TO WS-TN-TYPE
081700         MOVE HS-NET-AMT      TO WS-TN-AMOUNT
081800         WRITE RPT-LINE FROM WS-TENDER-LINE
081900     ELSE
082000         PERFORM 3400-PRINT-TENDER
082100             THRU 3400-PRINT-TENDER-EXIT
082200             VARYING WS-PAY-IX FROM 1 BY 1
082300             UNTIL WS-PAY-IX > HS-PAYMENT-COUNT
082400     END-IF.
082500     PERFORM 3500-PRINT-RETURNS
082600         THRU 3500-PRINT-RETURNS-EXIT.
082700 3000-PRINT-RECEIPT-EXIT.
082800     EXIT.
082900*----------------------------------------------------------------
083000 3050-NAME-CUSTOMER.
083100     MOVE HS-CUST-ID      TO WS-R2-CUST.
083200     MOVE HS-MATCH-METHOD TO WS-R2-MATCH.
083300     MOVE SPACES          TO WS-R2-NAME.
083400     IF HS-CUST-ID = SPACES
083500         GO TO 3050-NAME-CUSTOMER-EXIT
083600     END-IF.
083700     MOVE HS-CUST-ID TO CUST-ID.
083800     MOVE 'N' TO WS-CUST-FOUND-SW.
083900     READ CUST-MAST-FILE
084000         INVALID KEY
084100             CONTINUE
084200         NOT INVALID KEY
084300             MOVE 'Y' TO WS-CUST-FOUND-SW
084400     END-READ.
084500     IF NOT WS-CUST-FOUND
084600         MOVE '** NOT ON CUSTMST' TO WS-R2-NAME
084700         GO TO 3050-NAME-CUSTOMER-EXIT
084800     END-IF.
084900     IF CUST-LAST-NAME = 'ERASED'
085000         MOVE '** ERASED' TO WS-R2-NAME
085100         GO TO 3050-NAME-CUSTOMER-EXIT
085200     END-IF.
085300     MOVE CUST-FIRST-NAME TO WS-CN-FIRST-NAME.
085400     MOVE CUST-LAST-NAME  TO WS-CN-LAST-NAME.
085500     MOVE WS-CUST-NAME    TO WS-R2-NAME.
085600 3050-NAME-CUSTOMER-EXIT.
085700     EXIT.
085800*----------------------------------------------------------------
085900*  SEGMENT 01 IS ALREADY IN THE RECORD AREA; LATER SEGMENTS ARE
086000*  READ BY KEY.  THE BILL-LEVEL FIELDS ARE THE SAME ON EVERY
086100*  SEGMENT, SO WHICHEVER IS LEFT IN THE AREA SERVES THE TOTALS.
086200*----------------------------------------------------------------
086300 3100-PRINT-SEGMENT.
086400     IF WS-SEG-NO > 1
086500         MOVE WS-SEG-NO TO HS-SEGMENT-NO
086600         READ BILL-HIST-FILE
086700             INVALID KEY
086800                 MOVE '** SEGMENT MISSING FROM HISTORY'
086900                     TO WS-ML-TEXT
087000                 WRITE RPT-LINE FROM WS-MSG-LINE
087100                 GO TO 3100-PRINT-SEGMENT-EXIT
087200         END-READ
087300     END-IF.
087400     PERFORM 3110-PRINT-LINE-ITEM
087500         THRU 3110-PRINT-LINE-ITEM-EXIT
087600         VARYING WS-LN-IX FROM 1 BY 1
087700         UNTIL WS-LN-IX > HS-LINE-COUNT.
087800 3100-PRINT-SEGMENT-EXIT.
087900     EXIT.
088000*----------------------------------------------------------------
088100 3110-PRINT-LINE-ITEM.
088200     MOVE HS-LN-LINE-SEQ (WS-LN-IX)     TO WS-DL-SEQ.
088300     MOVE HS-LN-SKU (WS-LN-IX)          TO WS-DL-SKU.
088400     MOVE HS-LN-DESCRIPTION (WS-LN-IX)  TO WS-DL-DESC.
088500     IF HS-LN-DESCRIPTION (WS-LN-IX) = SPACES
088600         MOVE HS-LN-PRODUCT-NAME (WS-LN-IX) TO WS-DL-DESC
088700     END-IF.
088800     MOVE HS-LN-QUANTITY (WS-LN-IX)     TO WS-DL-QTY.
088900     MOVE HS-LN-UNIT-PRICE (WS-LN-IX)   TO WS-DL-PRICE.
089000     COMPUTE WS-LINE-DISC = HS-LN-DISC-AMOUNT (WS-LN-IX)
089100         + HS-LN-BILL-DISC-AMT (WS-LN-IX).
089200     COMPUTE WS-LINE-AMT = HS-LN-UNIT-PRICE (WS-LN-IX)
089300         * HS-LN-QUANTITY (WS-LN-IX) - WS-LINE-DISC.
089400     MOVE WS-LINE-DISC                  TO WS-DL-DISC.
089500     MOVE WS-LINE-AMT                   TO WS-DL-AMOUNT.
089600     MOVE HS-LN-RATE-CLASS (WS-LN-IX)   TO WS-DL-CLASS.
089700     MOVE HS-LN-TAX-AMT (WS-LN-IX)      TO WS-DL-TAX.
089800     MOVE SPACES                        TO WS-DL-NOTE.
089900     IF HS-LN-EXEMPT (WS-LN-IX)
090000         MOVE 'TAX EXEMPT' TO WS-DL-NOTE
090100     END-IF.
090200     IF HS-LN-PROMO-PRICE (WS-LN-IX)
090300         MOVE 'PROMO'      TO WS-DL-NOTE
090400     END-IF.
090500     IF HS-LN-SKU (WS-LN-IX) = 'GIFTCARD'
090600         MOVE HS-LN-PRODUCT-NAME (WS-LN-IX) TO WS-GC-DESC-CARD
090700         MOVE WS-GC-DESC   TO WS-DL-DESC
090800         MOVE 'GIFT CARD'  TO WS-DL-NOTE
090900     END-IF.
091000     WRITE RPT-LINE FROM WS-DET-LINE.
091100 3110-PRINT-LINE-ITEM-EXIT.
091200     EXIT.
091300*----------------------------------------------------------------
091400 3200-PRINT-BILL-DISCOUNT.
091500     MOVE HS-DISC-TYPE (WS-DISC-IX)       TO WS-BD-TYPE.
091600     MOVE HS-DISC-REASON (WS-DISC-IX)     TO WS-BD-REASON.
091700     MOVE HS-DISC-MANAGER-ID (WS-DISC-IX) TO WS-BD-MANAGER.
091800     MOVE HS-DISC-AMOUNT (WS-DISC-IX)     TO WS-BD-AMOUNT.
091900     WRITE RPT-LINE FROM WS-BDISC-LINE.
092000 3200-PRINT-BILL-DISCOUNT-EXIT.
092100     EXIT.
092200*----------------------------------------------------------------
092300 3300-PRINT-BILL-TOTALS.
092400     MOVE 'GROSS'              TO WS-AL-LABEL.
092500     MOVE HS-GROSS-AMT         TO WS-AL-AMOUNT.
092600     WRITE RPT-LINE FROM WS-AMT-LINE.
092700     MOVE 'LINE DISCOUNTS'     TO WS-AL-LABEL.
092800     MOVE HS-LINE-DISC-AMT     TO WS-AL-AMOUNT.
092900     WRITE RPT-LINE FROM WS-AMT-LINE.
093000     MOVE 'BILL DISCOUNTS'     TO WS-AL-LABEL.
093100     MOVE HS-BILL-DISC-AMT     TO WS-AL-AMOUNT.
093200     WRITE RPT-LINE FROM WS-AMT-LINE.
093300     MOVE 'BILL TOTAL'         TO WS-AL-LABEL.
093400     MOVE HS-NET-AMT           TO WS-AL-AMOUNT.
093500     WRITE RPT-LINE FROM WS-AMT-LINE.
093600     MOVE 'TAX INCLUDED'       TO WS-AL-LABEL.
093700     MOVE HS-TAX-AMT           TO WS-AL-AMOUNT.
093800     WRITE RPT-LINE FROM WS-AMT-LINE.
093900 3300-PRINT-BILL-TOTALS-EXIT.
094000     EXIT.
094100*----------------------------------------------------------------
094200 3400-PRINT-TENDER.
094300     MOVE HS-PAY-TYPE (WS-PAY-IX)   TO WS-TN-TYPE.
094400     MOVE HS-PAY-AMOUNT (WS-PAY-IX) TO WS-TN-AMOUNT.
094500     WRITE RPT-LINE FROM WS-TENDER-LINE.
094600 3400-PRINT-TENDER-EXIT.
094700     EXIT.
094800*----------------------------------------------------------------
094900*  A SALE WITH NOTHING RETURNED ON SALEMST IS NOT WORTH A SWEEP
095000*  OF RTNMST, WHICH IS KEYED ON THE RETURN'S OWN BILL NUMBER.
095100*----------------------------------------------------------------
095200 3500-PRINT-RETURNS.
095300     IF HS-TYPE-RETURN
095400         MOVE HS-BILL-NUMBER TO RM-BILL-NUMBER
095500         MOVE 'N' TO WS-RTN-FOUND-SW
095600         READ RTN-MAST-FILE
095700             INVALID KEY
095800                 CONTINUE
095900             NOT INVALID KEY
096000                 MOVE 'Y' TO WS-RTN-FOUND-SW
096100         END-READ
096200         IF WS-RTN-FOUND
096300             MOVE 'NETTED VS SALE'      TO WS-AL-LABEL
096400             MOVE RM-RETURN-AMOUNT      TO WS-AL-AMOUNT
096500             MOVE RM-ORIG-BILL-NUMBER   TO WS-AL-LABEL (16:5)
096600             WRITE RPT-LINE FROM WS-AMT-LINE
096700         ELSE
096800             MOVE 'RETURN NOT NETTED ON RTNMST' TO WS-ML-TEXT
096900             WRITE RPT-LINE FROM WS-MSG-LINE
097000         END-IF
097100         GO TO 3500-PRINT-RETURNS-EXIT
097200     END-IF.
097300     MOVE HS-BILL-NUMBER TO SM-BILL-NUMBER.
097400     MOVE 'N' TO WS-SALE-FOUND-SW.
097500     READ SALE-MAST-FILE
097600         INVALID KEY
097700             CONTINUE
097800         NOT INVALID KEY
097900             MOVE 'Y' TO WS-SALE-FOUND-SW
098000     END-READ.
098100     IF NOT WS-SALE-FOUND
098200         MOVE 'SALE NOT ON SALEMST - RETURNS NOT CHECKED'
098300             TO WS-ML-TEXT
098400         WRITE RPT-LINE FROM WS-MSG-LINE
098500         GO TO 3500-PRINT-RETURNS-EXIT
098600     END-IF.
098700     IF SM-RETURNED-AMOUNT = ZERO
098800         MOVE 'NO RETURNS AGAINST THIS BILL' TO WS-ML-TEXT
098900         WRITE RPT-LINE FROM WS-MSG-LINE
099000         GO TO 3500-PRINT-RETURNS-EXIT
099100     END-IF.
099200     MOVE ZERO TO WS-RTN-CNT.
099300     MOVE ZERO TO WS-RTN-LISTED-AMT.
099400     MOVE 'N' TO WS-RTN-EOF-SW.
099500     MOVE LOW-VALUES TO RM-BILL-NUMBER.
099600     START RTN-MAST-FILE KEY NOT < RM-BILL-NUMBER
099700         INVALID KEY
099800             MOVE 'Y' TO WS-RTN-EOF-SW
099900     END-START.
100000     PERFORM 3510-NEXT-RETURN
100100         THRU 3510-NEXT-RETURN-EXIT
100200         UNTIL WS-RTN-EOF.
100300     IF WS-RTN-LISTED-AMT NOT = SM-RETURNED-AMOUNT
100400         MOVE 'RETURNS NOT LISTED ARE ARCHIVED (PERCLS00)'
100500             TO WS-ML-TEXT
100600         WRITE RPT-LINE FROM WS-MSG-LINE
100700     END-IF.
100800     MOVE 'RETURNED PER SALEMST' TO WS-AL-LABEL.
100900     MOVE SM-RETURNED-AMOUNT     TO WS-AL-AMOUNT.
101000     WRITE RPT-LINE FROM WS-AMT-LINE.
101100     COMPUTE WS-NET-AFTER-RTN = HS-NET-AMT - SM-RETURNED-AMOUNT.
101200     MOVE 'NET AFTER RETURNS'    TO WS-AL-LABEL.
101300     MOVE WS-NET-AFTER-RTN       TO WS-AL-AMOUNT.
101400     WRITE RPT-LINE FROM WS-AMT-LINE.
101500 3500-PRINT-RETURNS-EXIT.
101600     EXIT.
101700*----------------------------------------------------------------
101800 3510-NEXT-RETURN.
101900     READ RTN-MAST-FILE NEXT RECORD
102000         AT END
102100             MOVE 'Y' TO WS-RTN-EOF-SW
102200             GO TO 3510-NEXT-RETURN-EXIT
102300     END-READ.
102400     IF RM-ORIG-BILL-NUMBER NOT = HS-BILL-NUMBER
102500         GO TO 3510-NEXT-RETURN-EXIT
102600     END-IF.
102700     ADD 1 TO WS-RTN-CNT.
102800     ADD RM-RETURN-AMOUNT TO WS-RTN-LISTED-AMT.
102900     MOVE RM-BILL-NUMBER   TO WS-RN-BILL.
103000     MOVE RM-RETURN-DATE   TO WS-RN-DATE.
103100     MOVE RM-RETURN-AMOUNT TO WS-RN-AMOUNT.
103200     WRITE RPT-LINE FROM WS-RTN-LINE.
103300 3510-NEXT-RETURN-EXIT.
103400     EXIT.
103500*----------------------------------------------------------------
103600 9999-TERMINATE.
103700     MOVE SPACES TO RPT-LINE.
103800     WRITE RPT-LINE.
103900     MOVE 'INQUIRIES READ' TO WS-TT-LABEL.
104000     MOVE WS-INQ-READ TO WS-TT-COUNT.
104100     WRITE RPT-LINE FROM WS-TOT-LINE.
104200     MOVE 'INQUIRIES REJECTED' TO WS-TT-LABEL.
104300     MOVE WS-INQ-REJECTED TO WS-TT-COUNT.
104400     WRITE RPT-LINE FROM WS-TOT-LINE.
104500     MOVE 'RECEIPTS PRINTED' TO WS-TT-LABEL.
104600     MOVE WS-BILLS-PRINTED TO WS-TT-COUNT.
104700     WRITE RPT-LINE FROM WS-TOT-LINE.
104800     CLOSE HST-INQ-IN.
104900     CLOSE BILL-HIST-FILE.
105000     CLOSE SALE-MAST-FILE.
105100     CLOSE RTN-MAST-FILE.
105200     CLOSE CUST-MAST-FILE.
105300     CLOSE GIFT-MAST-FILE.
105400     CLOSE INQUIRY-RPT.
105500 9999-TERMINATE-EXIT.
105600     EXIT.
