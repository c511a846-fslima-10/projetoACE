000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  RTNWCH00.
000300 AUTHOR.      R HOLLOWAY.
000400 INSTALLATION. RETAIL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  RTNWCH00 - RETURN-ABUSE AND SWEETHEART-REFUND WATCHLIST
000900*
001000*  RUN PERIODICALLY FOR LOSS PREVENTION OVER THE ROLLING WINDOW
001100*  NAMED ON THE WCHCTL CONTROL RECORD (SEE WCHCTL.CPY FOR THE
001200*  WINDOW AND THE THRESHOLDS).  EVERY RETURN ON THE RETURN
001300*  MASTER (RTNMST) DATED INSIDE THE WINDOW IS LOADED, THEN THE
001400*  WINDOW'S CONCATENATION OF BILLHDR IS READ TO SUPPLY, FOR THE
001500*  RETURN BILL, THE CASHIER WHO PAID THE REFUND AND THE DOB AND
001600*  MOBILE KEYED ON IT, AND FOR THE ORIGINAL SALE THE CASHIER
001700*  WHO RANG IT (THE BILLHDR CONCATENATION MUST THEREFORE REACH
001800*  BACK FAR ENOUGH TO COVER THE SALES BEING RETURNED - A RETURN
001900*  WHOSE SALE IS NOT FOUND IS COUNTED ON THE REPORT).  BILLCUST
002000*  TIES EACH RETURN BILL TO ITS CUST-ID AND CUSTHIST SUPPLIES
002100*  EACH CUSTOMER'S PURCHASES IN THE WINDOW.  THREE PATTERNS ARE
002200*  LISTED -
002300*      1. A CUSTOMER WHOSE RETURNS ARE A HIGH SHARE OF THEIR
002400*         PURCHASES IN THE WINDOW (NO PURCHASES AT ALL IN THE
002500*         WINDOW SHOWS AS 999 PERCENT);
002600*      2. A RETURN REFUNDED BY THE SAME CASHIER WHO RANG THE
002700*         ORIGINAL SALE;
002800*      3. A CASHIER WHOSE REFUNDS CLUSTER ON ONE CUSTOMER, ONE
002900*         DATE OF BIRTH OR ONE MOBILE NUMBER.
003000*  EVERY LISTING IS SORTED INTO ONE WATCHLIST RANKED BY THE
003100*  REFUND AMOUNT AT STAKE, WITH THE CASHIER'S NAME FROM CSHMST
003200*  AND UP TO FIVE SUPPORTING BILL NUMBERS (A PATTERN-2 LINE
003300*  SHOWS THE RETURN AND THEN THE SALE IT REFUNDED).  REPORT
003400*  ONLY; NO MASTER IS UPDATED.
003500*
003600*  MODIFICATION HISTORY
003700*  ---------------------------------------------------------------
003800*  DATE       INIT  DESCRIPTION
003900*  10/15/2026 RH    ORIGINAL PROGRAM.
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.  IBM.
004400 OBJECT-COMPUTER.  IBM.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT WCH-CTL-FILE   ASSIGN TO WCHCTL
004800                           ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT BILL-HDR-IN    ASSIGN TO BILLHDR
005000                           ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT BILL-CUST-IN   ASSIGN TO BILLCUST
005200                           ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT CUST-HIST-IN   ASSIGN TO CUSTHIST
005400                           ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT WATCH-RPT      ASSIGN TO RTNWCH
005600                           ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT RTN-MAST-FILE  ASSIGN TO RTNMST
005800                ORGANIZATION IS INDEXED
005900                ACCESS MODE IS DYNAMIC
006000                RECORD KEY IS RM-BILL-NUMBER
006100                FILE STATUS IS WS-RTNMST-STATUS.
006200     SELECT CSH-MAST-FILE  ASSIGN TO CSHMST
006300                ORGANIZATION IS INDEXED
006400                ACCESS MODE IS DYNAMIC
006500                RECORD KEY IS CM-CACHIER-ID
006600                FILE STATUS IS WS-CSHMST-STATUS.
006700     SELECT SORT-WORK      ASSIGN TO SRTWK01.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  WCH-CTL-FILE
007100     RECORDING MODE IS F.
007200 COPY "WchCtl".
007300 FD  BILL-HDR-IN
007400     RECORDING MODE IS F.
007500 COPY "BillHdr".
007600 FD  BILL-CUST-IN
007700     RECORDING MODE IS F.
007800 COPY "BillCust".
007900 FD  CUST-HIST-IN
008000     RECORDING MODE IS F.
008100 COPY "CustHst".
008200 FD  WATCH-RPT
008300     RECORDING MODE IS F.
008400 01  RPT-LINE                     PIC X(132).
008500 FD  RTN-MAST-FILE.
008600 COPY "RtnMst".
008700 FD  CSH-MAST-FILE.
008800 COPY "CshMst".
008900 SD  SORT-WORK.
009000 01  SW-RECORD.
009100     03  SW-AMOUNT                PIC 9(09)V99.
009200     03  SW-PATTERN               PIC X(01).
009300         88  SW-HIGH-RETURN-SHARE         VALUE '1'.
009400         88  SW-SAME-CASHIER              VALUE '2'.
009500         88  SW-REFUND-CLUSTER            VALUE '3'.
009600     03  SW-CASHIER-ID            PIC X(06).
009700     03  SW-KEY-TYPE              PIC X(01).
009800         88  SW-KEY-CUSTOMER              VALUE 'C'.
009900         88  SW-KEY-DOB                   VALUE 'D'.
010000         88  SW-KEY-MOBILE                VALUE 'M'.
010100     03  SW-KEY                   PIC X(10).
010200     03  SW-COUNT                 PIC 9(05).
010300     03  SW-PCT                   PIC 9(03).
010400     03  SW-BILL-CNT              PIC 9(05).
010500     03  SW-BILL                  PIC X(05)  OCCURS 5 TIMES.
010600 WORKING-STORAGE SECTION.
010700 01  WS-RTNMST-STATUS             PIC X(02).
010800     88  WS-RTNMST-OK                     VALUE '00'.
010900     88  WS-RTNMST-NOTFOUND               VALUE '23'.
011000 01  WS-CSHMST-STATUS             PIC X(02).
011100     88  WS-CSHMST-OK                     VALUE '00'.
011200     88  WS-CSHMST-NOTFOUND               VALUE '23'.
011300 01  WS-SWITCHES.
011400     03  WS-RTN-EOF-SW            PIC X(01)  VALUE 'N'.
011500         88  WS-RTN-EOF                      VALUE 'Y'.
011600     03  WS-HDR-EOF-SW            PIC X(01)  VALUE 'N'.
011700         88  WS-HDR-EOF                      VALUE 'Y'.
011800     03  WS-BCL-EOF-SW            PIC X(01)  VALUE 'N'.
011900         88  WS-BCL-EOF                      VALUE 'Y'.
012000     03  WS-HST-EOF-SW            PIC X(01)  VALUE 'N'.
012100         88  WS-HST-EOF                      VALUE 'Y'.
012200     03  WS-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
012300         88  WS-SORT-EOF                     VALUE 'Y'.
012400     03  WS-CUS-FOUND-SW          PIC X(01)  VALUE 'N'.
012500         88  WS-CUS-FOUND                    VALUE 'Y'.
012600     03  WS-CSH-FOUND-SW          PIC X(01)  VALUE 'N'.
012700         88  WS-CSH-FOUND                    VALUE 'Y'.
012800     03  WS-PAIR-FOUND-SW         PIC X(01)  VALUE 'N'.
012900         88  WS-PAIR-FOUND                   VALUE 'Y'.
013000     03  WS-CASHIER-FOUND-SW      PIC X(01)  VALUE 'N'.
013100         88  WS-CASHIER-FOUND                VALUE 'Y'.
013200     03  WS-ADD-ENTRY-SW          PIC X(01)  VALUE 'N'.
013300         88  WS-ADD-ENTRY                    VALUE 'Y'.
013400 01  WS-COUNTERS.
013500     03  WS-RT-IX                 PIC 9(04)  COMP.
013600     03  WS-RT-TBL-CNT            PIC 9(04)  COMP  VALUE ZERO.
013700     03  WS-CU-IX                 PIC 9(04)  COMP.
013800     03  WS-CU-TBL-CNT            PIC 9(04)  COMP  VALUE ZERO.
013900     03  WS-CS-IX                 PIC 9(04)  COMP.
014000     03  WS-CS-TBL-CNT            PIC 9(04)  COMP  VALUE ZERO.
014100     03  WS-PR-IX                 PIC 9(04)  COMP.
014200     03  WS-PR-TBL-CNT            PIC 9(04)  COMP  VALUE ZERO.
014300     03  WS-HIT-IX                PIC 9(04)  COMP.
014400     03  WS-BILL-IX               PIC 9(02)  COMP.
014500     03  WS-RANK                  PIC 9(05)  COMP  VALUE ZERO.
014600 01  WS-TOTALS.
014700     03  WS-CNT-RETURNS           PIC 9(05)  VALUE ZERO.
014800     03  WS-CNT-NO-RETURN-HDR     PIC 9(05)  VALUE ZERO.
014900     03  WS-CNT-NO-SALE-HDR       PIC 9(05)  VALUE ZERO.
015000     03  WS-CNT-NO-CUSTOMER       PIC 9(05)  VALUE ZERO.
015100     03  WS-CNT-PATTERN-1         PIC 9(05)  VALUE ZERO.
015200     03  WS-CNT-PATTERN-2         PIC 9(05)  VALUE ZERO.
015300     03  WS-CNT-PATTERN-3         PIC 9(05)  VALUE ZERO.
015400 01  WS-WORK-FIELDS.
015500     03  WS-DATE-8                PIC 9(08).
015600     03  WS-PCT-WORK              PIC 9(07).
015700     03  WS-LOOKUP-CUST           PIC X(10).
015800     03  WS-LOOKUP-CASHIER        PIC X(06).
015900     03  WS-LOOKUP-KEY-TYPE       PIC X(01).
016000     03  WS-LOOKUP-KEY            PIC X(10).
016100 01  WS-RT-TBL-MAX                PIC 9(04)  VALUE 2000.
016200 01  WS-RETURN-TABLE.
016300     03  WS-RT-ENTRY              OCCURS 2000 TIMES.
016400         05  WS-RT-BILL           PIC X(05).
016500         05  WS-RT-ORIG-BILL      PIC X(05).
016600         05  WS-RT-AMOUNT         PIC 9(07)V99.
016700         05  WS-RT-REFUND-CSH     PIC X(06).
016800         05  WS-RT-SALE-CSH       PIC X(06).
016900         05  WS-RT-CUST-ID        PIC X(10).
017000         05  WS-RT-DOB            PIC X(08).
017100         05  WS-RT-MOBILE         PIC X(10).
017200 01  WS-CU-TBL-MAX                PIC 9(04)  VALUE 1000.
017300 01  WS-CUSTOMER-TABLE.
017400     03  WS-CU-ENTRY              OCCURS 1000 TIMES.
017500         05  WS-CU-ID             PIC X(10).
017600         05  WS-CU-RTN-CNT        PIC 9(05).
017700         05  WS-CU-RTN-AMT        PIC 9(09)V99.
017800         05  WS-CU-PUR-AMT        PIC 9(09)V99.
017900         05  WS-CU-BILL-CNT       PIC 9(05).
018000         05  WS-CU-BILL           PIC X(05)  OCCURS 5 TIMES.
018100 01  WS-CS-TBL-MAX                PIC 9(04)  VALUE 200.
018200 01  WS-CASHIER-TABLE.
018300     03  WS-CS-ENTRY              OCCURS 200 TIMES.
018400         05  WS-CS-ID             PIC X(06).
018500         05  WS-CS-RTN-CNT        PIC 9(05).
018600 01  WS-PR-TBL-MAX                PIC 9(04)  VALUE 3000.
018700 01  WS-PAIR-TABLE.
018800     03  WS-PR-ENTRY              OCCURS 3000 TIMES.
018900         05  WS-PR-CASHIER        PIC X(06).
019000         05  WS-PR-KEY-TYPE       PIC X(01).
019100         05  WS-PR-KEY            PIC X(10).
019200         05  WS-PR-CNT            PIC 9(05).
019300         05  WS-PR-AMT            PIC 9(09)V99.
019400         05  WS-PR-BILL-CNT       PIC 9(05).
019500         05  WS-PR-BILL           PIC X(05)  OCCURS 5 TIMES.
019600 01  WS-REPORT-LINES.
019700     03  WS-HDR-LINE-1.
019800         05  FILLER               PIC X(42) VALUE
019900             'RETURN-ABUSE AND SWEETHEART-REFUND WATCH'.
020000         05  FILLER               PIC X(15) VALUE
020100             'LIST - WINDOW '.
020200         05  WS-H1-FROM           PIC 9(08).
020300         05  FILLER               PIC X(04) VALUE ' TO '.
020400         05  WS-H1-TO             PIC 9(08).
020500         05  FILLER               PIC X(55) VALUE SPACES.
020600     03  WS-HDR-LINE-2.
020700         05  FILLER               PIC X(06) VALUE 'RANK'.
020800         05  FILLER               PIC X(16) VALUE 'PATTERN'.
020900         05  FILLER               PIC X(28) VALUE 'CASHIER'.
021000         05  FILLER               PIC X(18) VALUE 'REFUNDS TO'.
021100         05  FILLER               PIC X(06) VALUE 'COUNT'.
021200         05  FILLER               PIC X(15) VALUE
021300             '  REFUND AMOUNT'.
021400         05  FILLER               PIC X(05) VALUE '  PCT'.
021500         05  FILLER               PIC X(36) VALUE
021600             ' SUPPORTING BILLS'.
021700         05  FILLER               PIC X(02) VALUE SPACES.
021800     03  WS-DET-LINE.
021900         05  WS-DL-RANK           PIC ZZZ9.
022000         05  FILLER               PIC X(02) VALUE SPACES.
022100         05  WS-DL-PATTERN        PIC X(16).
022200         05  WS-DL-CASHIER        PIC X(07).
022300         05  WS-DL-CASHIER-NAME   PIC X(21).
022400         05  WS-DL-KEY-TYPE       PIC X(07).
022500         05  WS-DL-KEY            PIC X(11).
022600         05  WS-DL-COUNT          PIC ZZZZ9.
022700         05  FILLER               PIC X(01) VALUE SPACES.
022800         05  WS-DL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
022900         05  FILLER               PIC X(01) VALUE SPACES.
023000         05  WS-DL-PCT            PIC ZZ9  BLANK WHEN ZERO.
023100         05  WS-DL-PCT-SIGN       PIC X(02).
023200         05  WS-DL-BILL           PIC X(06)  OCCURS 5 TIMES.
023300         05  WS-DL-MORE           PIC X(06).
023400         05  FILLER               PIC X(02) VALUE SPACES.
023500     03  WS-MORE-TEXT.
023600         05  FILLER               PIC X(01) VALUE '+'.
023700         05  WS-MT-COUNT          PIC ZZZ9.
023800         05  FILLER               PIC X(01) VALUE SPACES.
023900     03  WS-TOT-LINE.
024000         05  WS-TL-LABEL          PIC X(32).
024100         05  WS-TL-COUNT          PIC ZZZZ9.
024200         05  FILLER               PIC X(95) VALUE SPACES.
024300 PROCEDURE DIVISION.
024400 0000-MAINLINE.
024500     PERFORM 1000-INITIALIZE
024600         THRU 1000-INITIALIZE-EXIT.
024700     SORT SORT-WORK
024800         ON DESCENDING KEY SW-AMOUNT
024900            ASCENDING KEY SW-PATTERN SW-CASHIER-ID SW-KEY
025000         INPUT PROCEDURE  IS 2000-BUILD-WATCHLIST
025100             THRU 2000-BUILD-WATCHLIST-EXIT
025200         OUTPUT PROCEDURE IS 3000-PRINT-WATCHLIST
025300             THRU 3000-PRINT-WATCHLIST-EXIT.
025400     PERFORM 9999-TERMINATE
025500         THRU 9999-TERMINATE-EXIT.
025600     STOP RUN.
025700*----------------------------------------------------------------
025800 1000-INITIALIZE.
025900     OPEN INPUT WCH-CTL-FILE.
026000     READ WCH-CTL-FILE
026100         AT END
026200             DISPLAY 'RTNWCH00 - WCHCTL CONTROL RECORD MISSING'
026300             STOP RUN
026400     END-READ.
026500     CLOSE WCH-CTL-FILE.
026600     OPEN INPUT RTN-MAST-FILE.
026700     IF NOT WS-RTNMST-OK
026800         DISPLAY 'RTNWCH00 - OPEN FAILED FOR RTNMST STATUS '
026900             WS-RTNMST-STATUS
027000         STOP RUN
027100     END-IF.
027200     OPEN INPUT CSH-MAST-FILE.
027300     IF NOT WS-CSHMST-OK
027400         DISPLAY 'RTNWCH00 - OPEN FAILED FOR CSHMST STATUS '
027500             WS-CSHMST-STATUS
027600         STOP RUN
027700     END-IF.
027800     OPEN OUTPUT WATCH-RPT.
027900     MOVE WC-WINDOW-FROM TO WS-H1-FROM.
028000     MOVE WC-WINDOW-TO   TO WS-H1-TO.
028100     WRITE RPT-LINE FROM WS-HDR-LINE-1.
028200     WRITE RPT-LINE FROM WS-HDR-LINE-2.
028300     MOVE LOW-VALUES TO RM-BILL-NUMBER.
028400     START RTN-MAST-FILE KEY NOT < RM-BILL-NUMBER
028500         INVALID KEY
028600             MOVE 'Y' TO WS-RTN-EOF-SW
028700     END-START.
028800 1000-INITIALIZE-EXIT.
028900     EXIT.
029000*----------------------------------------------------------------
029100*  SORT INPUT PROCEDURE - LOAD THE WINDOW'S RETURNS, FILL IN WHO
029200*  AND WHAT FROM BILLHDR/BILLCUST, TALLY, THEN RELEASE EVERY
029300*  CUSTOMER, RETURN AND CASHIER CLUSTER THAT MEETS ITS TEST.
029400*----------------------------------------------------------------
029500 2000-BUILD-WATCHLIST.
029600     PERFORM 2100-LOAD-RETURN
029700         THRU 2100-LOAD-RETURN-EXIT
029800         UNTIL WS-RTN-EOF.
029900     OPEN INPUT BILL-HDR-IN.
030000     PERFORM 2200-MATCH-HEADER
030100         THRU 2200-MATCH-HEADER-EXIT
030200         UNTIL WS-HDR-EOF.
030300     CLOSE BILL-HDR-IN.
030400     OPEN INPUT BILL-CUST-IN.
030500     PERFORM 2300-MATCH-BILL-CUSTOMER
030600         THRU 2300-MATCH-BILL-CUSTOMER-EXIT
030700         UNTIL WS-BCL-EOF.
030800     CLOSE BILL-CUST-IN.
030900     PERFORM 2400-TALLY-RETURN
031000         THRU 2400-TALLY-RETURN-EXIT
031100         VARYING WS-RT-IX FROM 1 BY 1
031200         UNTIL WS-RT-IX > WS-RT-TBL-CNT.
031300     OPEN INPUT CUST-HIST-IN.
031400     PERFORM 2500-TALLY-PURCHASE
031500         THRU 2500-TALLY-PURCHASE-EXIT
031600         UNTIL WS-HST-EOF.
031700     CLOSE CUST-HIST-IN.
031800     PERFORM 2600-RELEASE-CUSTOMER
031900         THRU 2600-RELEASE-CUSTOMER-EXIT
032000         VARYING WS-CU-IX FROM 1 BY 1
032100         UNTIL WS-CU-IX > WS-CU-TBL-CNT.
032200     PERFORM 2700-RELEASE-CLUSTER
032300         THRU 2700-RELEASE-CLUSTER-EXIT
032400         VARYING WS-PR-IX FROM 1 BY 1
032500         UNTIL WS-PR-IX > WS-PR-TBL-CNT.
032600 2000-BUILD-WATCHLIST-EXIT.
032700     EXIT.
032800*----------------------------------------------------------------
032900 2100-LOAD-RETURN.
033000     READ RTN-MAST-FILE NEXT
033100         AT END
033200             MOVE 'Y' TO WS-RTN-EOF-SW
033300             GO TO 2100-LOAD-RETURN-EXIT
033400     END-READ.
033500     IF NOT WS-RTNMST-OK
033600         DISPLAY 'RTNWCH00 - READ NEXT FAILED FOR RTNMST'
033700             ' STATUS ' WS-RTNMST-STATUS
033800         STOP RUN
033900     END-IF.
034000     IF RM-RETURN-DATE < WC-WINDOW-FROM
034100         OR RM-RETURN-DATE > WC-WINDOW-TO
034200         GO TO 2100-LOAD-RETURN-EXIT
034300     END-IF.
034400     IF WS-RT-TBL-CNT >= WS-RT-TBL-MAX
034500         DISPLAY 'RTNWCH00 - MORE THAN ' WS-RT-TBL-MAX
034600             ' RETURNS IN THE WINDOW'
034700         STOP RUN
034800     END-IF.
034900     ADD 1 TO WS-RT-TBL-CNT.
035000     ADD 1 TO WS-CNT-RETURNS.
035100     MOVE RM-BILL-NUMBER      TO WS-RT-BILL (WS-RT-TBL-CNT).
035200     MOVE RM-ORIG-BILL-NUMBER TO WS-RT-ORIG-BILL (WS-RT-TBL-CNT).
035300     MOVE RM-RETURN-AMOUNT    TO WS-RT-AMOUNT (WS-RT-TBL-CNT).
035400     MOVE SPACES TO WS-RT-REFUND-CSH (WS-RT-TBL-CNT).
035500     MOVE SPACES TO WS-RT-SALE-CSH (WS-RT-TBL-CNT).
035600     MOVE SPACES TO WS-RT-CUST-ID (WS-RT-TBL-CNT).
035700     MOVE SPACES TO WS-RT-DOB (WS-RT-TBL-CNT).
035800     MOVE SPACES TO WS-RT-MOBILE (WS-RT-TBL-CNT).
035900 2100-LOAD-RETURN-EXIT.
036000     EXIT.
036100*----------------------------------------------------------------
036200 2200-MATCH-HEADER.
036300     READ BILL-HDR-IN
036400         AT END
036500             MOVE 'Y' TO WS-HDR-EOF-SW
036600             GO TO 2200-MATCH-HEADER-EXIT
036700     END-READ.
036800     PERFORM 2210-MATCH-HEADER-ENTRY
036900         THRU 2210-MATCH-HEADER-ENTRY-EXIT
037000         VARYING WS-RT-IX FROM 1 BY 1
037100         UNTIL WS-RT-IX > WS-RT-TBL-CNT.
037200 2200-MATCH-HEADER-EXIT.
037300     EXIT.
037400*----------------------------------------------------------------
037500 2210-MATCH-HEADER-ENTRY.
037600     IF BH-TYPE-RETURN
037700         AND BH-BILL-NUMBER = WS-RT-BILL (WS-RT-IX)
037800         MOVE BH-CACHIER-ID TO WS-RT-REFUND-CSH (WS-RT-IX)
037900         MOVE BH-DOB        TO WS-RT-DOB (WS-RT-IX)
038000         MOVE BH-MOBILE     TO WS-RT-MOBILE (WS-RT-IX)
038100     END-IF.
038200     IF BH-TYPE-SALE
038300         AND BH-BILL-NUMBER = WS-RT-ORIG-BILL (WS-RT-IX)
038400         MOVE BH-CACHIER-ID TO WS-RT-SALE-CSH (WS-RT-IX)
038500     END-IF.
038600 2210-MATCH-HEADER-ENTRY-EXIT.
038700     EXIT.
038800*----------------------------------------------------------------
038900 2300-MATCH-BILL-CUSTOMER.
039000     READ BILL-CUST-IN
039100         AT END
039200             MOVE 'Y' TO WS-BCL-EOF-SW
039300             GO TO 2300-MATCH-BILL-CUSTOMER-EXIT
039400     END-READ.
039500     PERFORM 2310-MATCH-CUSTOMER-ENTRY
039600         THRU 2310-MATCH-CUSTOMER-ENTRY-EXIT
039700         VARYING WS-RT-IX FROM 1 BY 1
039800         UNTIL WS-RT-IX > WS-RT-TBL-CNT.
039900 2300-MATCH-BILL-CUSTOMER-EXIT.
040000     EXIT.
040100*----------------------------------------------------------------
040200 2310-MATCH-CUSTOMER-ENTRY.
040300     IF BCL-BILL-NUMBER = WS-RT-BILL (WS-RT-IX)
040400         MOVE BCL-CUST-ID TO WS-RT-CUST-ID (WS-RT-IX)
040500     END-IF.
040600 2310-MATCH-CUSTOMER-ENTRY-EXIT.
040700     EXIT.
040800*----------------------------------------------------------------
040900 2400-TALLY-RETURN.
041000     IF WS-RT-SALE-CSH (WS-RT-IX) = SPACES
041100         ADD 1 TO WS-CNT-NO-SALE-HDR
041200     END-IF.
041300     IF WS-RT-CUST-ID (WS-RT-IX) = SPACES
041400         ADD 1 TO WS-CNT-NO-CUSTOMER
041500     ELSE
041600         PERFORM 2420-ADD-CUSTOMER-RETURN
041700             THRU 2420-ADD-CUSTOMER-RETURN-EXIT
041800     END-IF.
041900     IF WS-RT-REFUND-CSH (WS-RT-IX) = SPACES
042000         ADD 1 TO WS-CNT-NO-RETURN-HDR
042100         GO TO 2400-TALLY-RETURN-EXIT
042200     END-IF.
042300     IF WS-RT-REFUND-CSH (WS-RT-IX) = WS-RT-SALE-CSH (WS-RT-IX)
042400         PERFORM 2410-RELEASE-SAME-CASHIER
042500             THRU 2410-RELEASE-SAME-CASHIER-EXIT
042600     END-IF.
042700     PERFORM 2430-ADD-CASHIER-RETURN
042800         THRU 2430-ADD-CASHIER-RETURN-EXIT.
042900     IF WS-RT-CUST-ID (WS-RT-IX) NOT = SPACES
043000         MOVE 'C' TO WS-LOOKUP-KEY-TYPE
043100         MOVE WS-RT-CUST-ID (WS-RT-IX) TO WS-LOOKUP-KEY
043200         PERFORM 2440-ADD-PAIR-RETURN
043300             THRU 2440-ADD-PAIR-RETURN-EXIT
043400     END-IF.
043500     IF WS-RT-DOB (WS-RT-IX) NOT = SPACES
043600         AND WS-RT-DOB (WS-RT-IX) NOT = ZEROS
043700         MOVE 'D' TO WS-LOOKUP-KEY-TYPE
043800         MOVE WS-RT-DOB (WS-RT-IX) TO WS-LOOKUP-KEY
043900         PERFORM 2440-ADD-PAIR-RETURN
044000             THRU 2440-ADD-PAIR-RETURN-EXIT
044100     END-IF.
044200     IF WS-RT-MOBILE (WS-RT-IX) NOT = SPACES
044300         AND WS-RT-MOBILE (WS-RT-IX) NOT = ZEROS
044400         MOVE 'M' TO WS-LOOKUP-KEY-TYPE
044500         MOVE WS-RT-MOBILE (WS-RT-IX) TO WS-LOOKUP-KEY
044600         PERFORM 2440-ADD-PAIR-RETURN
044700             THRU 2440-ADD-PAIR-RETURN-EXIT
044800     END-IF.
044900 2400-TALLY-RETURN-EXIT.
045000     EXIT.
045100*----------------------------------------------------------------
045200 2410-RELEASE-SAME-CASHIER.
045300     MOVE WS-RT-AMOUNT (WS-RT-IX)     TO SW-AMOUNT.
045400     MOVE '2'                         TO SW-PATTERN.
045500     MOVE WS-RT-REFUND-CSH (WS-RT-IX) TO SW-CASHIER-ID.
045600     MOVE 'C'                         TO SW-KEY-TYPE.
045700     MOVE WS-RT-CUST-ID (WS-RT-IX)    TO SW-KEY.
045800     MOVE 1                           TO SW-COUNT.
045900     MOVE ZERO                        TO SW-PCT.
046000     MOVE 2                           TO SW-BILL-CNT.
046100     MOVE SPACES                      TO SW-BILL (3) SW-BILL (4)
046200                                         SW-BILL (5).
046300     MOVE WS-RT-BILL (WS-RT-IX)       TO SW-BILL (1).
046400     MOVE WS-RT-ORIG-BILL (WS-RT-IX)  TO SW-BILL (2).
046500     RELEASE SW-RECORD.
046600     ADD 1 TO WS-CNT-PATTERN-2.
046700 2410-RELEASE-SAME-CASHIER-EXIT.
046800     EXIT.
046900*----------------------------------------------------------------
047000 2420-ADD-CUSTOMER-RETURN.
047100     MOVE WS-RT-CUST-ID (WS-RT-IX) TO WS-LOOKUP-CUST.
047200     MOVE 'Y' TO WS-ADD-ENTRY-SW.
047300     PERFORM 6000-FIND-CUSTOMER
047400         THRU 6000-FIND-CUSTOMER-EXIT.
047500     ADD 1 TO WS-CU-RTN-CNT (WS-HIT-IX).
047600     ADD WS-RT-AMOUNT (WS-RT-IX) TO WS-CU-RTN-AMT (WS-HIT-IX).
047700     ADD 1 TO WS-CU-BILL-CNT (WS-HIT-IX).
047800     IF WS-CU-BILL-CNT (WS-HIT-IX) NOT > 5
047900         MOVE WS-CU-BILL-CNT (WS-HIT-IX) TO WS-BILL-IX
048000         MOVE WS-RT-BILL (WS-RT-IX)
048100             TO WS-CU-BILL (WS-HIT-IX, WS-BILL-IX)
048200     END-IF.
048300 2420-ADD-CUSTOMER-RETURN-EXIT.
048400     EXIT.
048500*----------------------------------------------------------------
048600 2430-ADD-CASHIER-RETURN.
048700     MOVE WS-RT-REFUND-CSH (WS-RT-IX) TO WS-LOOKUP-CASHIER.
048800     MOVE 'Y' TO WS-ADD-ENTRY-SW.
048900     PERFORM 6200-FIND-CASHIER
049000         THRU 6200-FIND-CASHIER-EXIT.
049100     ADD 1 TO WS-CS-RTN-CNT (WS-HIT-IX).
049200 2430-ADD-CASHIER-RETURN-EXIT.
049300     EXIT.
049400*----------------------------------------------------------------
049500 2440-ADD-PAIR-RETURN.
049600     MOVE WS-RT-REFUND-CSH (WS-RT-IX) TO WS-LOOKUP-CASHIER.
049700     PERFORM 6400-FIND-PAIR
049800         THRU 6400-FIND-PAIR-EXIT.
049900     ADD 1 TO WS-PR-CNT (WS-HIT-IX).
050000     ADD WS-RT-AMOUNT (WS-RT-IX) TO WS-PR-AMT (WS-HIT-IX).
050100     ADD 1 TO WS-PR-BILL-CNT (WS-HIT-IX).
050200     IF WS-PR-BILL-CNT (WS-HIT-IX) NOT > 5
050300         MOVE WS-PR-BILL-CNT (WS-HIT-IX) TO WS-BILL-IX
050400         MOVE WS-RT-BILL (WS-RT-IX)
050500             TO WS-PR-BILL (WS-HIT-IX, WS-BILL-IX)
050600     END-IF.
050700 2440-ADD-PAIR-RETURN-EXIT.
050800     EXIT.
050900*----------------------------------------------------------------
051000 2500-TALLY-PURCHASE.
051100     READ CUST-HIST-IN
051200         AT END
051300             MOVE 'Y' TO WS-HST-EOF-SW
051400             GO TO 2500-TALLY-PURCHASE-EXIT
051500     END-READ.
051600     IF CH-BILL-DATE (7:4) NOT NUMERIC
051700         OR CH-BILL-DATE (1:2) NOT NUMERIC
051800         OR CH-BILL-DATE (4:2) NOT NUMERIC
051900         GO TO 2500-TALLY-PURCHASE-EXIT
052000     END-IF.
052100     MOVE CH-BILL-DATE (7:4) TO WS-DATE-8 (1:4).
052200     MOVE CH-BILL-DATE (1:2) TO WS-DATE-8 (5:2).
052300     MOVE CH-BILL-DATE (4:2) TO WS-DATE-8 (7:2).
052400     IF WS-DATE-8 < WC-WINDOW-FROM
052500         OR WS-DATE-8 > WC-WINDOW-TO
052600         GO TO 2500-TALLY-PURCHASE-EXIT
052700     END-IF.
052800     MOVE CH-CUST-ID TO WS-LOOKUP-CUST.
052900     MOVE 'N' TO WS-ADD-ENTRY-SW.
053000     PERFORM 6000-FIND-CUSTOMER
053100         THRU 6000-FIND-CUSTOMER-EXIT.
053200     IF WS-CUS-FOUND
053300         ADD CH-BILL-AMOUNT TO WS-CU-PUR-AMT (WS-HIT-IX)
053400     END-IF.
053500 2500-TALLY-PURCHASE-EXIT.
053600     EXIT.
053700*----------------------------------------------------------------
053800 2600-RELEASE-CUSTOMER.
053900     IF WS-CU-RTN-CNT (WS-CU-IX) < WC-MIN-RETURNS
054000         GO TO 2600-RELEASE-CUSTOMER-EXIT
054100     END-IF.
054200     IF WS-CU-PUR-AMT (WS-CU-IX) = ZERO
054300         MOVE 999 TO WS-PCT-WORK
054400     ELSE
054500         COMPUTE WS-PCT-WORK ROUNDED =
054600             WS-CU-RTN-AMT (WS-CU-IX) * 100
054700             / WS-CU-PUR-AMT (WS-CU-IX)
054800         IF WS-PCT-WORK > 999
054900             MOVE 999 TO WS-PCT-WORK
055000         END-IF
055100     END-IF.
055200     IF WS-PCT-WORK < WC-RETURN-PCT
055300         GO TO 2600-RELEASE-CUSTOMER-EXIT
055400     END-IF.
055500     MOVE WS-CU-RTN-AMT (WS-CU-IX)  TO SW-AMOUNT.
055600     MOVE '1'                       TO SW-PATTERN.
055700     MOVE SPACES                    TO SW-CASHIER-ID.
055800     MOVE 'C'                       TO SW-KEY-TYPE.
055900     MOVE WS-CU-ID (WS-CU-IX)       TO SW-KEY.
056000     MOVE WS-CU-RTN-CNT (WS-CU-IX)  TO SW-COUNT.
056100     MOVE WS-PCT-WORK               TO SW-PCT.
056200     MOVE WS-CU-BILL-CNT (WS-CU-IX) TO SW-BILL-CNT.
056300     MOVE WS-CU-BILL (WS-CU-IX, 1)  TO SW-BILL (1).
056400     MOVE WS-CU-BILL (WS-CU-IX, 2)  TO SW-BILL (2).
056500     MOVE WS-CU-BILL (WS-CU-IX, 3)  TO SW-BILL (3).
056600     MOVE WS-CU-BILL (WS-CU-IX, 4)  TO SW-BILL (4).
056700     MOVE WS-CU-BILL (WS-CU-IX, 5)  TO SW-BILL (5).
056800     RELEASE SW-RECORD.
056900     ADD 1 TO WS-CNT-PATTERN-1.
057000 2600-RELEASE-CUSTOMER-EXIT.
057100     EXIT.
057200*----------------------------------------------------------------
057300 2700-RELEASE-CLUSTER.
057400     IF WS-PR-CNT (WS-PR-IX) < WC-CLUSTER-MIN
057500         GO TO 2700-RELEASE-CLUSTER-EXIT
057600     END-IF.
057700     MOVE WS-PR-CASHIER (WS-PR-IX) TO WS-LOOKUP-CASHIER.
057800     MOVE 'N' TO WS-ADD-ENTRY-SW.
057900     PERFORM 6200-FIND-CASHIER
058000         THRU 6200-FIND-CASHIER-EXIT.
058100     COMPUTE WS-PCT-WORK ROUNDED =
058200         WS-PR-CNT (WS-PR-IX) * 100 / WS-CS-RTN-CNT (WS-HIT-IX).
058300     IF WS-PCT-WORK < WC-CLUSTER-PCT
058400         GO TO 2700-RELEASE-CLUSTER-EXIT
058500     END-IF.
058600     MOVE WS-PR-AMT (WS-PR-IX)      TO SW-AMOUNT.
058700     MOVE '3'                       TO SW-PATTERN.
058800     MOVE WS-PR-CASHIER (WS-PR-IX)  TO SW-CASHIER-ID.
058900     MOVE WS-PR-KEY-TYPE (WS-PR-IX) TO SW-KEY-TYPE.
059000     MOVE WS-PR-KEY (WS-PR-IX)      TO SW-KEY.
059100     MOVE WS-PR-CNT (WS-PR-IX)      TO SW-COUNT.
059200     MOVE WS-PCT-WORK               TO SW-PCT.
059300     MOVE WS-PR-BILL-CNT (WS-PR-IX) TO SW-BILL-CNT.
059400     MOVE WS-PR-BILL (WS-PR-IX, 1)  TO SW-BILL (1).
059500     MOVE WS-PR-BILL (WS-PR-IX, 2)  TO SW-BILL (2).
059600     MOVE WS-PR-BILL (WS-PR-IX, 3)  TO SW-BILL (3).
059700     MOVE WS-PR-BILL (WS-PR-IX, 4)  TO SW-BILL (4).
059800     MOVE WS-PR-BILL (WS-PR-IX, 5)  TO SW-BILL (5).
059900     RELEASE SW-RECORD.
060000     ADD 1 TO WS-CNT-PATTERN-3.
060100 2700-RELEASE-CLUSTER-EXIT.
060200     EXIT.
060300*----------------------------------------------------------------
060400*  SORT OUTPUT PROCEDURE - PRINT THE WATCHLIST, LARGEST REFUND
060500*  AMOUNT AT STAKE FIRST.
060600*----------------------------------------------------------------
060700 3000-PRINT-WATCHLIST.
060800     RETURN SORT-WORK
060900         AT END
061000             MOVE 'Y' TO WS-SORT-EOF-SW
061100             GO TO 3000-PRINT-WATCHLIST-EXIT
061200     END-RETURN.
061300     PERFORM 3100-PRINT-WATCH-LINE
061400         THRU 3100-PRINT-WATCH-LINE-EXIT.
061500     GO TO 3000-PRINT-WATCHLIST.
061600 3000-PRINT-WATCHLIST-EXIT.
061700     EXIT.
061800*----------------------------------------------------------------
061900 3100-PRINT-WATCH-LINE.
062000     ADD 1 TO WS-RANK.
062100     MOVE WS-RANK TO WS-DL-RANK.
062200     EVALUATE TRUE
062300         WHEN SW-HIGH-RETURN-SHARE
062400             MOVE 'HIGH RETURN PCT' TO WS-DL-PATTERN
062500         WHEN SW-SAME-CASHIER
062600             MOVE 'SAME CASHIER'    TO WS-DL-PATTERN
062700         WHEN OTHER
062800             MOVE 'REFUND CLUSTER'  TO WS-DL-PATTERN
062900     END-EVALUATE.
063000     MOVE SW-CASHIER-ID TO WS-DL-CASHIER.
063100     MOVE SPACES TO WS-DL-CASHIER-NAME.
063200     IF SW-CASHIER-ID NOT = SPACES
063300         PERFORM 3150-FIND-CASHIER-NAME
063400             THRU 3150-FIND-CASHIER-NAME-EXIT
063500     END-IF.
063600     EVALUATE TRUE
063700         WHEN SW-KEY = SPACES
063800             MOVE SPACES   TO WS-DL-KEY-TYPE
063900         WHEN SW-KEY-CUSTOMER
064000             MOVE 'CUST'   TO WS-DL-KEY-TYPE
064100         WHEN SW-KEY-DOB
064200             MOVE 'DOB'    TO WS-DL-KEY-TYPE
064300         WHEN OTHER
064400             MOVE 'MOBILE' TO WS-DL-KEY-TYPE
064500     END-EVALUATE.
064600     MOVE SW-KEY    TO WS-DL-KEY.
064700     MOVE SW-COUNT  TO WS-DL-COUNT.
064800     MOVE SW-AMOUNT TO WS-DL-AMOUNT.
064900     MOVE SW-PCT    TO WS-DL-PCT.
065000     IF SW-PCT = ZERO
065100         MOVE SPACES TO WS-DL-PCT-SIGN
065200     ELSE
065300         MOVE '% '   TO WS-DL-PCT-SIGN
065400     END-IF.
065500     PERFORM 3110-MOVE-BILL
065600         THRU 3110-MOVE-BILL-EXIT
065700         VARYING WS-BILL-IX FROM 1 BY 1
065800         UNTIL WS-BILL-IX > 5.
065900     MOVE SPACES TO WS-DL-MORE.
066000     IF SW-BILL-CNT > 5
066100         COMPUTE WS-MT-COUNT = SW-BILL-CNT - 5
066200         MOVE WS-MORE-TEXT TO WS-DL-MORE
066300     END-IF.
066400     WRITE RPT-LINE FROM WS-DET-LINE.
066500 3100-PRINT-WATCH-LINE-EXIT.
066600     EXIT.
066700*----------------------------------------------------------------
066800 3110-MOVE-BILL.
066900     MOVE SW-BILL (WS-BILL-IX) TO WS-DL-BILL (WS-BILL-IX).
067000 3110-MOVE-BILL-EXIT.
067100     EXIT.
067200*----------------------------------------------------------------
067300 3150-FIND-CASHIER-NAME.
067400     MOVE SW-CASHIER-ID TO CM-CACHIER-ID.
067500     MOVE 'N' TO WS-CASHIER-FOUND-SW.
067600     READ CSH-MAST-FILE
067700         INVALID KEY
067800             CONTINUE
067900         NOT INVALID KEY
068000             MOVE 'Y' TO WS-CASHIER-FOUND-SW
068100     END-READ.
068200     IF WS-CASHIER-FOUND
068300         MOVE CM-CACHIER-NAME TO WS-DL-CASHIER-NAME
068400     ELSE
068500         MOVE '** UNKNOWN' TO WS-DL-CASHIER-NAME
068600     END-IF.
068700 3150-FIND-CASHIER-NAME-EXIT.
068800     EXIT.
068900*----------------------------------------------------------------
069000*  TABLE LOOKUPS - WITH WS-ADD-ENTRY SET A MISSING ENTRY IS ADDED
069100*  (ZEROED) AND WS-HIT-IX POINTS AT IT; WITHOUT IT WS-CUS-FOUND /
069200*  WS-CSH-FOUND SAYS WHETHER WS-HIT-IX IS GOOD.
069300*----------------------------------------------------------------
069400 6000-FIND-CUSTOMER.
069500     MOVE 'N' TO WS-CUS-FOUND-SW.
069600     MOVE ZERO TO WS-HIT-IX.
069700     PERFORM 6100-MATCH-CUSTOMER-ENTRY
069800         THRU 6100-MATCH-CUSTOMER-ENTRY-EXIT
069900         VARYING WS-CU-IX FROM 1 BY 1
070000         UNTIL WS-CU-IX > WS-CU-TBL-CNT
070100         OR WS-CUS-FOUND.
070200     IF WS-CUS-FOUND
070300         OR NOT WS-ADD-ENTRY
070400         GO TO 6000-FIND-CUSTOMER-EXIT
070500     END-IF.
070600     IF WS-CU-TBL-CNT >= WS-CU-TBL-MAX
070700         DISPLAY 'RTNWCH00 - MORE THAN ' WS-CU-TBL-MAX
070800             ' CUSTOMERS WITH RETURNS'
070900         STOP RUN
071000     END-IF.
071100     ADD 1 TO WS-CU-TBL-CNT.
071200     MOVE WS-CU-TBL-CNT TO WS-HIT-IX.
071300     MOVE WS-LOOKUP-CUST TO WS-CU-ID (WS-HIT-IX).
071400     MOVE ZERO TO WS-CU-RTN-CNT (WS-HIT-IX).
071500     MOVE ZERO TO WS-CU-RTN-AMT (WS-HIT-IX).
071600     MOVE ZERO TO WS-CU-PUR-AMT (WS-HIT-IX).
071700     MOVE ZERO TO WS-CU-BILL-CNT (WS-HIT-IX).
071800     MOVE SPACES TO WS-CU-BILL (WS-HIT-IX, 1)
071900                    WS-CU-BILL (WS-HIT-IX, 2)
072000                    WS-CU-BILL (WS-HIT-IX, 3)
072100                    WS-CU-BILL (WS-HIT-IX, 4)
072200                    WS-CU-BILL (WS-HIT-IX, 5).
072300 6000-FIND-CUSTOMER-EXIT.
072400     EXIT.
072500*----------------------------------------------------------------
072600 6100-MATCH-CUSTOMER-ENTRY.
072700     IF WS-CU-ID (WS-CU-IX) = WS-LOOKUP-CUST
072800         MOVE 'Y' TO WS-CUS-FOUND-SW
072900         MOVE WS-CU-IX TO WS-HIT-IX
073000     END-IF.
073100 6100-MATCH-CUSTOMER-ENTRY-EXIT.
073200     EXIT.
073300*----------------------------------------------------------------
073400 6200-FIND-CASHIER.
073500     MOVE 'N' TO WS-CSH-FOUND-SW.
073600     MOVE ZERO TO WS-HIT-IX.
073700     PERFORM 6300-MATCH-CASHIER-ENTRY
073800         THRU 6300-MATCH-CASHIER-ENTRY-EXIT
073900         VARYING WS-CS-IX FROM 1 BY 1
074000         UNTIL WS-CS-IX > WS-CS-TBL-CNT
074100         OR WS-CSH-FOUND.
074200     IF WS-CSH-FOUND
074300         OR NOT WS-ADD-ENTRY
074400         GO TO 6200-FIND-CASHIER-EXIT
074500     END-IF.
074600     IF WS-CS-TBL-CNT >= WS-CS-TBL-MAX
074700         DISPLAY 'RTNWCH00 - MORE THAN ' WS-CS-TBL-MAX
074800             ' REFUNDING CASHIERS'
074900         STOP RUN
075000     END-IF.
075100     ADD 1 TO WS-CS-TBL-CNT.
075200     MOVE WS-CS-TBL-CNT TO WS-HIT-IX.
075300     MOVE WS-LOOKUP-CASHIER TO WS-CS-ID (WS-HIT-IX).
075400     MOVE ZERO TO WS-CS-RTN-CNT (WS-HIT-IX).
075500 6200-FIND-CASHIER-EXIT.
075600     EXIT.
075700*----------------------------------------------------------------
075800 6300-MATCH-CASHIER-ENTRY.
075900     IF WS-CS-ID (WS-CS-IX) = WS-LOOKUP-CASHIER
076000         MOVE 'Y' TO WS-CSH-FOUND-SW
076100         MOVE WS-CS-IX TO WS-HIT-IX
076200     END-IF.
076300 6300-MATCH-CASHIER-ENTRY-EXIT.
076400     EXIT.
076500*----------------------------------------------------------------
076600 6400-FIND-PAIR.
076700     MOVE 'N' TO WS-PAIR-FOUND-SW.
076800     MOVE ZERO TO WS-HIT-IX.
076900     PERFORM 6500-MATCH-PAIR-ENTRY
077000         THRU 6500-MATCH-PAIR-ENTRY-EXIT
077100         VARYING WS-PR-IX FROM 1 BY 1
077200         UNTIL WS-PR-IX > WS-PR-TBL-CNT
077300         OR WS-PAIR-FOUND.
077400     IF WS-PAIR-FOUND
077500         GO TO 6400-FIND-PAIR-EXIT
077600     END-IF.
077700     IF WS-PR-TBL-CNT >= WS-PR-TBL-MAX
077800         DISPLAY 'RTNWCH00 - MORE THAN ' WS-PR-TBL-MAX
077900             ' CASHIER/CUSTOMER REFUND PAIRS'
078000         STOP RUN
078100     END-IF.
078200     ADD 1 TO WS-PR-TBL-CNT.
078300     MOVE WS-PR-TBL-CNT TO WS-HIT-IX.
078400     MOVE WS-LOOKUP-CASHIER  TO WS-PR-CASHIER (WS-HIT-IX).
078500     MOVE WS-LOOKUP-KEY-TYPE TO WS-PR-KEY-TYPE (WS-HIT-IX).
078600     MOVE WS-LOOKUP-KEY      TO WS-PR-KEY (WS-HIT-IX).
078700     MOVE ZERO TO WS-PR-CNT (WS-HIT-IX).
078800     MOVE ZERO TO WS-PR-AMT (WS-HIT-IX).
078900     MOVE ZERO TO WS-PR-BILL-CNT (WS-HIT-IX).
079000     MOVE SPACES TO WS-PR-BILL (WS-HIT-IX, 1)
079100                    WS-PR-BILL (WS-HIT-IX, 2)
079200                    WS-PR-BILL (WS-HIT-IX, 3)
079300                    WS-PR-BILL (WS-HIT-IX, 4)
079400                    WS-PR-BILL (WS-HIT-IX, 5).
079500 6400-FIND-PAIR-EXIT.
079600     EXIT.
079700*----------------------------------------------------------------
079800 6500-MATCH-PAIR-ENTRY.
079900     IF WS-PR-CASHIER (WS-PR-IX)  = WS-LOOKUP-CASHIER
080000         AND WS-PR-KEY-TYPE (WS-PR-IX) = WS-LOOKUP-KEY-TYPE
080100         AND WS-PR-KEY (WS-PR-IX) = WS-LOOKUP-KEY
080200         MOVE 'Y' TO WS-PAIR-FOUND-SW
080300         MOVE WS-PR-IX TO WS-HIT-IX
080400     END-IF.
080500 6500-MATCH-PAIR-ENTRY-EXIT.
080600     EXIT.
080700*----------------------------------------------------------------
080800 9999-TERMINATE.
080900     MOVE SPACES TO RPT-LINE.
081000     WRITE RPT-LINE.
081100     MOVE 'RETURNS IN WINDOW'              TO WS-TL-LABEL.
081200     MOVE WS-CNT-RETURNS                   TO WS-TL-COUNT.
081300     WRITE RPT-LINE FROM WS-TOT-LINE.
081400     MOVE 'RETURN BILL NOT ON BILLHDR'     TO WS-TL-LABEL.
081500     MOVE WS-CNT-NO-RETURN-HDR             TO WS-TL-COUNT.
081600     WRITE RPT-LINE FROM WS-TOT-LINE.
081700     MOVE 'ORIGINAL SALE NOT ON BILLHDR'   TO WS-TL-LABEL.
081800     MOVE WS-CNT-NO-SALE-HDR               TO WS-TL-COUNT.
081900     WRITE RPT-LINE FROM WS-TOT-LINE.
082000     MOVE 'RETURN NOT LINKED TO A CUSTOMER' TO WS-TL-LABEL.
082100     MOVE WS-CNT-NO-CUSTOMER               TO WS-TL-COUNT.
082200     WRITE RPT-LINE FROM WS-TOT-LINE.
082300     MOVE 'HIGH RETURN PCT LISTED'         TO WS-TL-LABEL.
082400     MOVE WS-CNT-PATTERN-1                 TO WS-TL-COUNT.
082500     WRITE RPT-LINE FROM WS-TOT-LINE.
082600     MOVE 'SAME CASHIER LISTED'            TO WS-TL-LABEL.
082700     MOVE WS-CNT-PATTERN-2                 TO WS-TL-COUNT.
082800     WRITE RPT-LINE FROM WS-TOT-LINE.
082900     MOVE 'REFUND CLUSTER LISTED'          TO WS-TL-LABEL.
083000     MOVE WS-CNT-PATTERN-3                 TO WS-TL-COUNT.
083100     WRITE RPT-LINE FROM WS-TOT-LINE.
083200     CLOSE RTN-MAST-FILE.
083300     CLOSE CSH-MAST-FILE.
083400     CLOSE WATCH-RPT.
083500 9999-TERMINATE-EXIT.
083600     EXIT.
