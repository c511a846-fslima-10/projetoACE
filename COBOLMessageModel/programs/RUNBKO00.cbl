000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  RUNBKO00.
000300 AUTHOR.      R HOLLOWAY.
000400 INSTALLATION. RETAIL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  RUNBKO00 - BACK OUT A BUSINESS DATE
000900*
001000*  WHEN A NIGHT POSTS BAD DATA - A DUPLICATED FEED, A WRONG
001100*  RUNDATE - THE ONLY WAY BACK USED TO BE A FULL RESTORE OF
001200*  EVERY MASTER FROM THE PRIOR BACKUP, LOSING THE KEYED
001300*  MAINTENANCE DONE SINCE.  EVERY NIGHTLY JOB THAT UPDATES A
001400*  MASTER IN PLACE (BILLRTN0, STKPST00, GIFTPST0, CUSTMCH0,
001500*  BILLAUD0) NOW JOURNALS EACH CHANGE THROUGH BIJLOG00 TO THE
001600*  BIJRNL BEFORE-IMAGE JOURNAL (SEE BIJREC.CPY).  DRIVEN BY THE
001700*  BKOCTL CONTROL RECORD (BUSINESS DATE TO BACK OUT PLUS
001800*  OPERATOR), THIS JOB:
001900*    - SORTS THAT DATE'S JOURNAL RECORDS INTO REVERSE OF THE
002000*      ORDER THEY WERE WRITTEN AND PUTS EACH RECORD BACK - A
002100*      CHANGED RECORD IS REWRITTEN WITH ITS BEFORE-IMAGE, AN
002200*      ADDED RECORD IS DELETED.  A RECORD IS ONLY PUT BACK
002300*      WHILE IT STILL STANDS EXACTLY AS THE JOB LEFT IT; ONE
002400*      ALREADY AT ITS BEFORE-IMAGE IS REPORTED AND LEFT, AND
002500*      ONE CHANGED SINCE (KEYED MAINTENANCE, A LATER NIGHT) IS
002600*      LEFT AS IT STANDS AND FLAGGED FOR REVIEW, SO THE JOB CAN
002700*      SAFELY BE RUN AGAIN FOR THE SAME DATE;
002800*    - CLEARS THE STKPOST, GIFTPOST AND TAXPOST GUARD ENTRIES
002900*      POSTED UNDER THE DATE, SO A CORRECTED RERUN OF THE NIGHT
003000*      POSTS THOSE BILLS AGAIN (RTNMST IS ITS OWN GUARD AND IS
003100*      PUT BACK WITH THE MASTERS);
003200*    - REMOVES THE BILLHST BILL-HISTORY SEGMENTS BILLHST0 LOADED
003300*      UNDER THE DATE, SO THE RERUN LOADS THOSE BILLS AGAIN;
003400*    - MARKS EVERY RUNCTL RECORD FOR THE DATE BACKED OUT, SO
003500*      RUNBAL00 NO LONGER REPORTS THE NIGHT CLEAN AND THE CHAIN
003600*      MUST BE RERUN FROM THE TOP.
003700*  THE BKORPT REPORT LISTS EVERY JOURNAL RECORD AND WHAT WAS
003800*  DONE WITH IT, THE GUARD ENTRIES CLEARED AND THE RUN-CONTROL
003900*  RECORDS MARKED.
004000*
004100*  NOTE - THE SEQUENTIAL EXTRACTS THE NIGHT WROTE (RTNNET,
004200*  BILLCUST, THE GL EXTRACT AND SO ON) ARE NOT TOUCHED - THE
004300*  RERUN WRITES THEM AFRESH.  THE CUSTCTL AND PORDCTL NUMBER
004400*  CONTROLS ARE NOT WOUND BACK; THE RERUN SIMPLY ASSIGNS THE
004500*  NEXT NUMBERS, LEAVING A GAP.  RUN IT WITH THE NIGHTLY SUITE
004600*  STOPPED.
004700*
004800*  MODIFICATION HISTORY
004900*  ---------------------------------------------------------------
005000*  DATE       INIT  DESCRIPTION
005100*  10/15/2026 RH    ORIGINAL PROGRAM.
005200*****************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.  IBM.
005600 OBJECT-COMPUTER.  IBM.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT BKO-CTL-FILE   ASSIGN TO BKOCTL
006000                           ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT BIJ-JRNL-IN    ASSIGN TO BIJRNL
006200                           ORGANIZATION IS SEQUENTIAL
006300                           FILE STATUS IS WS-BIJRNL-STATUS.
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
007400     SELECT STOCK-MAST-FILE ASSIGN TO STKMST
007500                ORGANIZATION IS INDEXED
007600                ACCESS MODE IS DYNAMIC
007700                RECORD KEY IS ST-STOCK-KEY
007800                FILE STATUS IS WS-STKMST-STATUS.
007900     SELECT PO-MAST-FILE   ASSIGN TO POMST
008000                ORGANIZATION IS INDEXED
008100                ACCESS MODE IS DYNAMIC
008200                RECORD KEY IS OP-PO-NUMBER
008300                FILE STATUS IS WS-POMST-STATUS.
008400     SELECT GIFT-MAST-FILE ASSIGN TO GIFTMST
008500                ORGANIZATION IS INDEXED
008600                ACCESS MODE IS DYNAMIC
008700                RECORD KEY IS GC-CARD-NUMBER
008800                FILE STATUS IS WS-GIFTMST-STATUS.
008900     SELECT GIFT-BRK-FILE  ASSIGN TO GIFTBRK
009000                ORGANIZATION IS INDEXED
009100                ACCESS MODE IS DYNAMIC
009200                RECORD KEY IS BK-CARD-NUMBER
009300                FILE STATUS IS WS-GIFTBRK-STATUS.
009400     SELECT CUST-MAST-FILE ASSIGN TO CUSTMST
009500                ORGANIZATION IS INDEXED
009600                ACCESS MODE IS DYNAMIC
009700                RECORD KEY IS CUST-ID
009800                ALTERNATE RECORD KEY IS CUST-MAIL
009900                    WITH DUPLICATES
010000                ALTERNATE RECORD KEY IS CUST-MOBILE
010100                    WITH DUPLICATES
010200                ALTERNATE RECORD KEY IS CUST-NAME-POST-KEY
010300                    WITH DUPLICATES
010400                FILE STATUS IS WS-CUSTMST-STATUS.
010500     SELECT STK-POST-FILE  ASSIGN TO STKPOST
010600                ORGANIZATION IS INDEXED
010700                ACCESS MODE IS DYNAMIC
010800                RECORD KEY IS SP-BILL-NUMBER
010900                FILE STATUS IS WS-STKPOST-STATUS.
011000     SELECT GIFT-POST-FILE ASSIGN TO GIFTPOST
011100                ORGANIZATION IS INDEXED
011200                ACCESS MODE IS DYNAMIC
011300                RECORD KEY IS GP-BILL-NUMBER
011400                FILE STATUS IS WS-GIFTPOST-STATUS.
011500     SELECT TAX-POST-FILE  ASSIGN TO TAXPOST
011600                ORGANIZATION IS INDEXED
011700                ACCESS MODE IS DYNAMIC
011800                RECORD KEY IS TP-BILL-NUMBER
011900                FILE STATUS IS WS-TAXPOST-STATUS.
012000     SELECT BILL-HIST-FILE ASSIGN TO BILLHST
012100                ORGANIZATION IS INDEXED
012200                ACCESS MODE IS DYNAMIC
012300                RECORD KEY IS HS-HISTORY-KEY
012400                ALTERNATE RECORD KEY IS HS-CUST-ID
012500                    WITH DUPLICATES
012600                ALTERNATE RECORD KEY IS HS-BILL-DATE
012700                    WITH DUPLICATES
012800                ALTERNATE RECORD KEY IS HS-CASHIER-KEY
012900                    WITH DUPLICATES
013000                FILE STATUS IS WS-BILLHST-STATUS.
013100     SELECT PRIOR-MAST-FILE ASSIGN TO BILLPREV
013200                ORGANIZATION IS INDEXED
013300                ACCESS MODE IS DYNAMIC
013400                RECORD KEY IS PB-BILL-NUMBER
013500                FILE STATUS IS WS-PREVMST-STATUS.
013600     SELECT RUN-CTL-FILE   ASSIGN TO RUNCTL
013700                ORGANIZATION IS INDEXED
013800                ACCESS MODE IS DYNAMIC
013900                RECORD KEY IS RC-RUN-KEY
014000                FILE STATUS IS WS-RUNCTL-STATUS.
014100     SELECT BACKOUT-RPT    ASSIGN TO BKORPT
014200                           ORGANIZATION IS LINE SEQUENTIAL.
014300     SELECT SORT-WORK      ASSIGN TO SRTWK01.
014400 DATA DIVISION.
014500 FILE SECTION.
014600 FD  BKO-CTL-FILE
014700     RECORDING MODE IS F.
014800 COPY "BkoCtl".
014900 FD  BIJ-JRNL-IN
015000     RECORDING MODE IS F.
015100 01  BIJ-JRNL-IN-REC              PIC X(552).
015200 FD  SALE-MAST-FILE.
015300 COPY "SaleMst".
015400 FD  RTN-MAST-FILE.
015500 COPY "RtnMst".
015600 FD  STOCK-MAST-FILE.
015700 COPY "StkMst".
015800 FD  PO-MAST-FILE.
015900 COPY "PurOrd".
016000 FD  GIFT-MAST-FILE.
016100 COPY "GiftMst".
016200 FD  GIFT-BRK-FILE.
016300 COPY "GiftBrk".
016400 FD  CUST-MAST-FILE.
016500 COPY "CustMst".
016600 FD  STK-POST-FILE.
016700 COPY "PstBill"
016800     REPLACING ==POSTED-BILL-RECORD== BY ==STK-POSTED-BILL==
016900         LEADING ==PO-== BY ==SP-==.
017000 FD  GIFT-POST-FILE.
017100 COPY "PstBill"
017200     REPLACING ==POSTED-BILL-RECORD== BY ==GIFT-POSTED-BILL==
017300         LEADING ==PO-== BY ==GP-==.
017400 FD  TAX-POST-FILE.
017500 COPY "PstBill"
017600     REPLACING ==POSTED-BILL-RECORD== BY ==TAX-POSTED-BILL==
017700         LEADING ==PO-== BY ==TP-==.
017800 FD  BILL-HIST-FILE.
017900 COPY "BillHst".
018000 FD  PRIOR-MAST-FILE.
018100 COPY "BillPrev".
018200 FD  RUN-CTL-FILE.
018300 COPY "RunCtl".
018400 FD  BACKOUT-RPT
018500     RECORDING MODE IS F.
018600 01  RPT-LINE                     PIC X(110).
018700 SD  SORT-WORK.
018800 01  SW-RECORD.
018900     03  SW-READ-SEQ              PIC 9(09).
019000     03  SW-JOURNAL               PIC X(552).
019100 WORKING-STORAGE SECTION.
019200 01  WS-BIJRNL-STATUS             PIC X(02).
019300     88  WS-BIJRNL-OK                     VALUE '00'.
019400 01  WS-SALEMST-STATUS            PIC X(02).
019500     88  WS-SALEMST-OK                    VALUE '00'.
019600 01  WS-RTNMST-STATUS             PIC X(02).
019700     88  WS-RTNMST-OK                     VALUE '00'.
019800 01  WS-STKMST-STATUS             PIC X(02).
019900     88  WS-STKMST-OK                     VALUE '00'.
020000 01  WS-POMST-STATUS              PIC X(02).
020100     88  WS-POMST-OK                      VALUE '00'.
020200 01  WS-GIFTMST-STATUS            PIC X(02).
020300     88  WS-GIFTMST-OK                    VALUE '00'.
020400 01  WS-GIFTBRK-STATUS            PIC X(02).
020500     88  WS-GIFTBRK-OK                    VALUE '00'.
020600 01  WS-CUSTMST-STATUS            PIC X(02).
020700     88  WS-CUSTMST-OK                    VALUE '00'.
020800 01  WS-STKPOST-STATUS            PIC X(02).
020900     88  WS-STKPOST-OK                    VALUE '00'.
021000 01  WS-GIFTPOST-STATUS           PIC X(02).
021100     88  WS-GIFTPOST-OK                   VALUE '00'.
021200 01  WS-TAXPOST-STATUS            PIC X(02).
021300     88  WS-TAXPOST-OK                    VALUE '00'.
021400 01  WS-BILLHST-STATUS            PIC X(02).
021500     88  WS-BILLHST-OK                    VALUE '00'.
021600 01  WS-PREVMST-STATUS            PIC X(02).
021700     88  WS-PREVMST-OK                    VALUE '00'.
021800 01  WS-RUNCTL-STATUS             PIC X(02).
021900     88  WS-RUNCTL-OK                     VALUE '00'.
022000 01  WS-SWITCHES.
022100     03  WS-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
022200         88  WS-SORT-EOF                     VALUE 'Y'.
022300     03  WS-POST-EOF-SW           PIC X(01)  VALUE 'N'.
022400         88  WS-POST-EOF                     VALUE 'Y'.
022500     03  WS-RUNCTL-EOF-SW         PIC X(01)  VALUE 'N'.
022600         88  WS-RUNCTL-EOF                   VALUE 'Y'.
022700     03  WS-CURRENT-FOUND-SW      PIC X(01)  VALUE 'N'.
022800         88  WS-CURRENT-FOUND                VALUE 'Y'.
022900     03  WS-DECISION-SW           PIC X(01)  VALUE SPACE.
023000         88  WS-DO-REWRITE                   VALUE 'R'.
023100         88  WS-DO-DELETE                    VALUE 'D'.
023200         88  WS-ALREADY-RESTORED             VALUE 'N'.
023300         88  WS-CHANGED-SINCE                VALUE 'S'.
023400         88  WS-UNKNOWN-MASTER               VALUE 'U'.
023500 01  WS-COUNTERS.
023600     03  WS-JRNL-READ             PIC 9(09)  COMP VALUE ZERO.
023700     03  WS-JRNL-SELECTED         PIC 9(09)  COMP VALUE ZERO.
023800     03  WS-CNT-REWRITTEN         PIC 9(09)  COMP VALUE ZERO.
023900     03  WS-CNT-DELETED           PIC 9(09)  COMP VALUE ZERO.
024000     03  WS-CNT-ALREADY           PIC 9(09)  COMP VALUE ZERO.
024100     03  WS-CNT-CHANGED           PIC 9(09)  COMP VALUE ZERO.
024200     03  WS-CNT-UNKNOWN           PIC 9(09)  COMP VALUE ZERO.
024300     03  WS-CNT-STKPOST           PIC 9(09)  COMP VALUE ZERO.
024400     03  WS-CNT-GIFTPOST          PIC 9(09)  COMP VALUE ZERO.
024500     03  WS-CNT-TAXPOST           PIC 9(09)  COMP VALUE ZERO.
024600     03  WS-CNT-BILLHST           PIC 9(09)  COMP VALUE ZERO.
024700     03  WS-CNT-RUNCTL-FOUND      PIC 9(05)  COMP VALUE ZERO.
024800     03  WS-CNT-RUNCTL-MARKED     PIC 9(05)  COMP VALUE ZERO.
024900 01  WS-CURRENT-IMAGE             PIC X(250).
025000 COPY "BijRec".
025100 01  WS-REPORT-LINES.
025200     03  WS-HDR-LINE-1.
025300         05  FILLER               PIC X(30)  VALUE
025400             'BUSINESS-DATE BACKOUT REPORT  '.
025500         05  FILLER               PIC X(15)  VALUE
025600             'BUSINESS DATE  '.
025700         05  WS-H1-DATE           PIC 9(08).
025800         05  FILLER               PIC X(12)  VALUE
025900             '   OPERATOR '.
026000         05  WS-H1-OPERATOR       PIC X(08).
026100         05  FILLER               PIC X(37)  VALUE SPACES.
026200     03  WS-HDR-LINE-2.
026300         05  FILLER               PIC X(10)  VALUE 'JOB'.
026400         05  FILLER               PIC X(10)  VALUE 'MASTER'.
026500         05  FILLER               PIC X(13)  VALUE 'KEY'.
026600         05  FILLER               PIC X(08)  VALUE 'ACTION'.
026700         05  FILLER               PIC X(21)  VALUE 'JOURNALLED'.
026800         05  FILLER               PIC X(48)  VALUE 'RESULT'.
026900     03  WS-DETAIL-LINE.
027000         05  WS-DL-JOB            PIC X(08).
027100         05  FILLER               PIC X(02)  VALUE SPACES.
027200         05  WS-DL-MASTER         PIC X(08).
027300         05  FILLER               PIC X(02)  VALUE SPACES.
027400         05  WS-DL-KEY            PIC X(11).
027500         05  FILLER               PIC X(02)  VALUE SPACES.
027600         05  WS-DL-ACTION         PIC X(07).
027700         05  FILLER               PIC X(01)  VALUE SPACES.
027800         05  WS-DL-WRITE-DATE     PIC 9(08).
027900         05  FILLER               PIC X(01)  VALUE SPACES.
028000         05  WS-DL-WRITE-TIME     PIC 9(08).
028100         05  FILLER               PIC X(04)  VALUE SPACES.
028200         05  WS-DL-RESULT         PIC X(40).
028300         05  FILLER               PIC X(08)  VALUE SPACES.
028400     03  WS-SECTION-LINE.
028500         05  WS-SL-TEXT           PIC X(60).
028600         05  FILLER               PIC X(50)  VALUE SPACES.
028700     03  WS-RUNCTL-LINE.
028800         05  FILLER               PIC X(04)  VALUE SPACES.
028900         05  WS-RL-JOB            PIC X(08).
029000         05  FILLER               PIC X(18)  VALUE
029100             '  STATUS WAS      '.
029200         05  WS-RL-PRIOR-STATUS   PIC X(12).
029300         05  FILLER               PIC X(24)  VALUE
029400             '  NOW MARKED BACKED OUT '.
029500         05  FILLER               PIC X(44)  VALUE SPACES.
029600     03  WS-TOTAL-LINE.
029700         05  WS-TL-LABEL          PIC X(40).
029800         05  WS-TL-COUNT          PIC ZZZ,ZZZ,ZZ9.
029900         05  FILLER               PIC X(59)  VALUE SPACES.
030000     03  WS-VERDICT-LINE.
030100         05  FILLER               PIC X(40)  VALUE
030200             '** RECORDS CHANGED SINCE THE NIGHT WERE '.
030300         05  FILLER               PIC X(40)  VALUE
030400             'LEFT AS THEY STAND - REVIEW THEM BEFORE '.
030500         05  FILLER               PIC X(30)  VALUE
030600             'THE RERUN                     '.
030700 PROCEDURE DIVISION.
030800 0000-MAINLINE.
030900     PERFORM 1000-INITIALIZE
031000         THRU 1000-INITIALIZE-EXIT.
031100     PERFORM 2000-RESTORE-JOURNAL
031200         THRU 2000-RESTORE-JOURNAL-EXIT.
031300     PERFORM 3000-CLEAR-GUARD-FILES
031400         THRU 3000-CLEAR-GUARD-FILES-EXIT.
031500     PERFORM 4000-MARK-RUN-CONTROL
031600         THRU 4000-MARK-RUN-CONTROL-EXIT.
031700     PERFORM 5000-PRINT-TOTALS
031800         THRU 5000-PRINT-TOTALS-EXIT.
031900     PERFORM 9999-TERMINATE
032000         THRU 9999-TERMINATE-EXIT.
032100     STOP RUN.
032200*----------------------------------------------------------------
032300 1000-INITIALIZE.
032400     OPEN INPUT BKO-CTL-FILE.
032500     READ BKO-CTL-FILE
032600         AT END
032700             DISPLAY 'RUNBKO00 - BKOCTL CONTROL RECORD MISSING'
032800             STOP RUN
032900     END-READ.
033000     CLOSE BKO-CTL-FILE.
033100     IF BC-BACKOUT-DATE NOT NUMERIC
033200         OR BC-BACKOUT-DATE = ZERO
033300         DISPLAY 'RUNBKO00 - BKOCTL BACKOUT DATE INVALID'
033400         STOP RUN
033500     END-IF.
033600     OPEN I-O RUN-CTL-FILE.
033700     IF NOT WS-RUNCTL-OK
033800         DISPLAY 'RUNBKO00 - OPEN FAILED FOR RUNCTL STATUS '
033900             WS-RUNCTL-STATUS
034000         STOP RUN
034100     END-IF.
034200     PERFORM 1100-START-RUN-CONTROL
034300         THRU 1100-START-RUN-CONTROL-EXIT.
034400     PERFORM 1200-COUNT-RUN-CONTROL
034500         THRU 1200-COUNT-RUN-CONTROL-EXIT
034600         UNTIL WS-RUNCTL-EOF.
034700     IF WS-CNT-RUNCTL-FOUND = ZERO
034800         DISPLAY 'RUNBKO00 - NO RUN-CONTROL RECORDS FOR '
034900             BC-BACKOUT-DATE ' - NOTHING TO BACK OUT'
035000         STOP RUN
035100     END-IF.
035200     OPEN I-O SALE-MAST-FILE.
035300     IF NOT WS-SALEMST-OK
035400         DISPLAY 'RUNBKO00 - OPEN FAILED FOR SALEMST STATUS '
035500             WS-SALEMST-STATUS
035600         STOP RUN
035700     END-IF.
035800     OPEN I-O RTN-MAST-FILE.
035900     IF NOT WS-RTNMST-OK
036000         DISPLAY 'RUNBKO00 - OPEN FAILED FOR RTNMST STATUS '
036100             WS-RTNMST-STATUS
036200         STOP RUN
036300     END-IF.
036400     OPEN I-O STOCK-MAST-FILE.
036500     IF NOT WS-STKMST-OK
036600         DISPLAY 'RUNBKO00 - OPEN FAILED FOR STKMST STATUS '
036700             WS-STKMST-STATUS
036800         STOP RUN
036900     END-IF.
037000     OPEN I-O PO-MAST-FILE.
037100     IF NOT WS-POMST-OK
037200         DISPLAY 'RUNBKO00 - OPEN FAILED FOR POMST STATUS '
037300             WS-POMST-STATUS
037400         STOP RUN
037500     END-IF.
037600     OPEN I-O GIFT-MAST-FILE.
037700     IF NOT WS-GIFTMST-OK
037800         DISPLAY 'RUNBKO00 - OPEN FAILED FOR GIFTMST STATUS '
037900             WS-GIFTMST-STATUS
038000         STOP RUN
038100     END-IF.
038200     OPEN I-O GIFT-BRK-FILE.
038300     IF NOT WS-GIFTBRK-OK
038400         DISPLAY 'RUNBKO00 - OPEN FAILED FOR GIFTBRK STATUS '
038500             WS-GIFTBRK-STATUS
038600         STOP RUN
038700     END-IF.
038800     OPEN I-O CUST-MAST-FILE.
038900     IF NOT WS-CUSTMST-OK
039000         DISPLAY 'RUNBKO00 - OPEN FAILED FOR CUSTMST STATUS '
039100             WS-CUSTMST-STATUS
039200         STOP RUN
039300     END-IF.
039400     OPEN I-O STK-POST-FILE.
039500     IF NOT WS-STKPOST-OK
039600         DISPLAY 'RUNBKO00 - OPEN FAILED FOR STKPOST STATUS '
039700             WS-STKPOST-STATUS
039800         STOP RUN
039900     END-IF.
040000     OPEN I-O GIFT-POST-FILE.
040100     IF NOT WS-GIFTPOST-OK
040200         DISPLAY 'RUNBKO00 - OPEN FAILED FOR GIFTPOST STATUS '
040300             WS-GIFTPOST-STATUS
040400         STOP RUN
040500     END-IF.
040600     OPEN I-O TAX-POST-FILE.
040700     IF NOT WS-TAXPOST-OK
040800         DISPLAY 'RUNBKO00 - OPEN FAILED FOR TAXPOST STATUS '
040900             WS-TAXPOST-STATUS
041000         STOP RUN
041100     END-IF.
041200     OPEN I-O BILL-HIST-FILE.
041300     IF NOT WS-BILLHST-OK
041400         DISPLAY 'RUNBKO00 - OPEN FAILED FOR BILLHST STATUS '
041500             WS-BILLHST-STATUS
041600         STOP RUN
041700     END-IF.
041800     OPEN I-O PRIOR-MAST-FILE.
041900     IF NOT WS-PREVMST-OK
042000         DISPLAY 'RUNBKO00 - OPEN FAILED FOR BILLPREV STATUS '
042100             WS-PREVMST-STATUS
042200         STOP RUN
042300     END-IF.
042400     OPEN OUTPUT BACKOUT-RPT.
042500     MOVE BC-BACKOUT-DATE TO WS-H1-DATE.
042600     MOVE BC-OPERATOR-ID  TO WS-H1-OPERATOR.
042700     WRITE RPT-LINE FROM WS-HDR-LINE-1.
042800     MOVE SPACES TO RPT-LINE.
042900     WRITE RPT-LINE.
043000     WRITE RPT-LINE FROM WS-HDR-LINE-2.
043100 1000-INITIALIZE-EXIT.
043200     EXIT.
043300*----------------------------------------------------------------
043400 1100-START-RUN-CONTROL.
043500     MOVE 'N' TO WS-RUNCTL-EOF-SW.
043600     MOVE LOW-VALUES TO RC-RUN-KEY.
043700     START RUN-CTL-FILE KEY NOT < RC-RUN-KEY
043800         INVALID KEY
043900             MOVE 'Y' TO WS-RUNCTL-EOF-SW
044000     END-START.
044100 1100-START-RUN-CONTROL-EXIT.
044200     EXIT.
044300*----------------------------------------------------------------
044400 1200-COUNT-RUN-CONTROL.
044500     READ RUN-CTL-FILE NEXT RECORD
044600         AT END
044700             MOVE 'Y' TO WS-RUNCTL-EOF-SW
044800             GO TO 1200-COUNT-RUN-CONTROL-EXIT
044900     END-READ.
045000     IF RC-RUN-DATE = BC-BACKOUT-DATE
045100         ADD 1 TO WS-CNT-RUNCTL-FOUND
045200     END-IF.
045300 1200-COUNT-RUN-CONTROL-EXIT.
045400     EXIT.
045500*----------------------------------------------------------------
045600 2000-RESTORE-JOURNAL.
045700     SORT SORT-WORK
045800         ON DESCENDING KEY SW-READ-SEQ
045900         INPUT PROCEDURE IS 2100-SELECT-JOURNAL
046000             THRU 2100-SELECT-JOURNAL-EXIT
046100         OUTPUT PROCEDURE IS 2200-RETURN-JOURNAL
046200             THRU 2200-RETURN-JOURNAL-EXIT.
046300 2000-RESTORE-JOURNAL-EXIT.
046400     EXIT.
046500*----------------------------------------------------------------
046600 2100-SELECT-JOURNAL.
046700     OPEN INPUT BIJ-JRNL-IN.
046800     IF NOT WS-BIJRNL-OK
046900         DISPLAY 'RUNBKO00 - BIJRNL JOURNAL MISSING STATUS '
047000             WS-BIJRNL-STATUS
047100         STOP RUN
047200     END-IF.
047300 2110-SELECT-JOURNAL-READ.
047400     READ BIJ-JRNL-IN INTO BEFORE-IMAGE-JOURNAL
047500         AT END
047600             GO TO 2100-SELECT-JOURNAL-EXIT
047700     END-READ.
047800     ADD 1 TO WS-JRNL-READ.
047900     IF BJ-RUN-DATE NOT = BC-BACKOUT-DATE
048000         GO TO 2110-SELECT-JOURNAL-READ
048100     END-IF.
048200     ADD 1 TO WS-JRNL-SELECTED.
048300     MOVE WS-JRNL-READ         TO SW-READ-SEQ.
048400     MOVE BEFORE-IMAGE-JOURNAL TO SW-JOURNAL.
048500     RELEASE SW-RECORD.
048600     GO TO 2110-SELECT-JOURNAL-READ.
048700 2100-SELECT-JOURNAL-EXIT.
048800     CLOSE BIJ-JRNL-IN.
048900     EXIT.
049000*----------------------------------------------------------------
049100 2200-RETURN-JOURNAL.
049200     MOVE 'N' TO WS-SORT-EOF-SW.
049300 2210-RETURN-JOURNAL-READ.
049400     RETURN SORT-WORK
049500         AT END
049600             MOVE 'Y' TO WS-SORT-EOF-SW
049700             GO TO 2200-RETURN-JOURNAL-EXIT
049800     END-RETURN.
049900     MOVE SW-JOURNAL TO BEFORE-IMAGE-JOURNAL.
050000     PERFORM 2300-RESTORE-ENTRY
050100         THRU 2300-RESTORE-ENTRY-EXIT.
050200     GO TO 2210-RETURN-JOURNAL-READ.
050300 2200-RETURN-JOURNAL-EXIT.
050400     EXIT.
050500*----------------------------------------------------------------
050600 2300-RESTORE-ENTRY.
050700     MOVE 'U' TO WS-DECISION-SW.
050800     IF BJ-MASTER-ID = 'SALEMST '
050900         PERFORM 2410-RESTORE-SALEMST
051000             THRU 2410-RESTORE-SALEMST-EXIT
051100     END-IF.
051200     IF BJ-MASTER-ID = 'RTNMST  '
051300         PERFORM 2420-RESTORE-RTNMST
051400             THRU 2420-RESTORE-RTNMST-EXIT
051500     END-IF.
051600     IF BJ-MASTER-ID = 'STKMST  '
051700         PERFORM 2430-RESTORE-STKMST
051800             THRU 2430-RESTORE-STKMST-EXIT
051900     END-IF.
052000     IF BJ-MASTER-ID = 'POMST   '
052100         PERFORM 2440-RESTORE-POMST
052200             THRU 2440-RESTORE-POMST-EXIT
052300     END-IF.
052400     IF BJ-MASTER-ID = 'GIFTMST '
052500         PERFORM 2450-RESTORE-GIFTMST
052600             THRU 2450-RESTORE-GIFTMST-EXIT
052700     END-IF.
052800     IF BJ-MASTER-ID = 'GIFTBRK '
052900         PERFORM 2460-RESTORE-GIFTBRK
053000             THRU 2460-RESTORE-GIFTBRK-EXIT
053100     END-IF.
053200     IF BJ-MASTER-ID = 'CUSTMST '
053300         PERFORM 2470-RESTORE-CUSTMST
053400             THRU 2470-RESTORE-CUSTMST-EXIT
053500     END-IF.
053600     IF BJ-MASTER-ID = 'BILLPREV'
053700         PERFORM 2480-RESTORE-BILLPREV
053800             THRU 2480-RESTORE-BILLPREV-EXIT
053900     END-IF.
054000     PERFORM 2900-PRINT-DETAIL
054100         THRU 2900-PRINT-DETAIL-EXIT.
054200 2300-RESTORE-ENTRY-EXIT.
054300     EXIT.
054400*----------------------------------------------------------------
054500 2410-RESTORE-SALEMST.
054600     MOVE BJ-AFTER-IMAGE TO SALE-MASTER.
054700     MOVE 'N' TO WS-CURRENT-FOUND-SW.
054800     READ SALE-MAST-FILE
054900         INVALID KEY
055000             CONTINUE
055100         NOT INVALID KEY
055200             MOVE 'Y' TO WS-CURRENT-FOUND-SW
055300     END-READ.
055400     MOVE SALE-MASTER TO WS-CURRENT-IMAGE.
055500     PERFORM 2800-DECIDE-RESTORE
055600         THRU 2800-DECIDE-RESTORE-EXIT.
055700     IF WS-DO-REWRITE
055800         MOVE BJ-BEFORE-IMAGE TO SALE-MASTER
055900         REWRITE SALE-MASTER
056000     END-IF.
056100     IF WS-DO-DELETE
056200         DELETE SALE-MAST-FILE
056300     END-IF.
056400     IF (WS-DO-REWRITE OR WS-DO-DELETE)
056500         AND NOT WS-SALEMST-OK
056600         DISPLAY 'RUNBKO00 - RESTORE FAILED FOR SALEMST '
056700             BJ-RECORD-KEY ' STATUS ' WS-SALEMST-STATUS
056800         STOP RUN
056900     END-IF.
057000 2410-RESTORE-SALEMST-EXIT.
057100     EXIT.
057200*----------------------------------------------------------------
057300 2420-RESTORE-RTNMST.
057400     MOVE BJ-AFTER-IMAGE TO RETURN-MASTER.
057500     MOVE 'N' TO WS-CURRENT-FOUND-SW.
057600     READ RTN-MAST-FILE
057700         INVALID KEY
057800             CONTINUE
057900         NOT INVALID KEY
058000             MOVE 'Y' TO WS-CURRENT-FOUND-SW
058100     END-READ.
058200     MOVE RETURN-MASTER TO WS-CURRENT-IMAGE.
058300     PERFORM 2800-DECIDE-RESTORE
058400         THRU 2800-DECIDE-RESTORE-EXIT.
058500     IF WS-DO-REWRITE
058600         MOVE BJ-BEFORE-IMAGE TO RETURN-MASTER
058700         REWRITE RETURN-MASTER
058800     END-IF.
058900     IF WS-DO-DELETE
059000         DELETE RTN-MAST-FILE
059100     END-IF.
059200     IF (WS-DO-REWRITE OR WS-DO-DELETE)
059300         AND NOT WS-RTNMST-OK
059400         DISPLAY 'RUNBKO00 - RESTORE FAILED FOR RTNMST '
059500             BJ-RECORD-KEY ' STATUS ' WS-RTNMST-STATUS
059600         STOP RUN
059700     END-IF.
059800 2420-RESTORE-RTNMST-EXIT.
059900     EXIT.
060000*----------------------------------------------------------------
060100 2430-RESTORE-STKMST.
060200     MOVE BJ-AFTER-IMAGE TO STOCK-MASTER.
060300     MOVE 'N' TO WS-CURRENT-FOUND-SW.
060400     READ STOCK-MAST-FILE
060500         INVALID KEY
060600             CONTINUE
060700         NOT INVALID KEY
060800             MOVE 'Y' TO WS-CURRENT-FOUND-SW
060900     END-READ.
061000     MOVE STOCK-MASTER TO WS-CURRENT-IMAGE.
061100     PERFORM 2800-DECIDE-RESTORE
061200         THRU 2800-DECIDE-RESTORE-EXIT.
061300     IF WS-DO-REWRITE
061400         MOVE BJ-BEFORE-IMAGE TO STOCK-MASTER
061500         REWRITE STOCK-MASTER
061600     END-IF.
061700     IF WS-DO-DELETE
061800         DELETE STOCK-MAST-FILE
061900     END-IF.
062000     IF (WS-DO-REWRITE OR WS-DO-DELETE)
062100         AND NOT WS-STKMST-OK
062200         DISPLAY 'RUNBKO00 - RESTORE FAILED FOR STKMST '
062300             BJ-RECORD-KEY ' STATUS ' WS-STKMST-STATUS
062400         STOP RUN
062500     END-IF.
062600 2430-RESTORE-STKMST-EXIT.
062700     EXIT.
062800*----------------------------------------------------------------
062900 2440-RESTORE-POMST.
063000     MOVE BJ-AFTER-IMAGE TO OPEN-PURCHASE-ORDER.
063100     MOVE 'N' TO WS-CURRENT-FOUND-SW.
063200     READ PO-MAST-FILE
063300         INVALID KEY
063400             CONTINUE
063500         NOT INVALID KEY
063600             MOVE 'Y' TO WS-CURRENT-FOUND-SW
063700     END-READ.
063800     MOVE OPEN-PURCHASE-ORDER TO WS-CURRENT-IMAGE.
063900     PERFORM 2800-DECIDE-RESTORE
064000         THRU 2800-DECIDE-RESTORE-EXIT.
064100     IF WS-DO-REWRITE
064200         MOVE BJ-BEFORE-IMAGE TO OPEN-PURCHASE-ORDER
064300         REWRITE OPEN-PURCHASE-ORDER
064400     END-IF.
064500     IF WS-DO-DELETE
064600         DELETE PO-MAST-FILE
064700     END-IF.
064800     IF (WS-DO-REWRITE OR WS-DO-DELETE)
064900         AND NOT WS-POMST-OK
065000         DISPLAY 'RUNBKO00 - RESTORE FAILED FOR POMST '
065100             BJ-RECORD-KEY ' STATUS ' WS-POMST-STATUS
065200         STOP RUN
065300     END-IF.
065400 2440-RESTORE-POMST-EXIT.
065500     EXIT.
065600*----------------------------------------------------------------
065700 2450-RESTORE-GIFTMST.
065800     MOVE BJ-AFTER-IMAGE TO GIFT-CARD-MASTER.
065900     MOVE 'N' TO WS-CURRENT-FOUND-SW.
066000     READ GIFT-MAST-FILE
066100         INVALID KEY
066200             CONTINUE
066300         NOT INVALID KEY
066400             MOVE 'Y' TO WS-CURRENT-FOUND-SW
066500     END-READ.
066600     MOVE GIFT-CARD-MASTER TO WS-CURRENT-IMAGE.
066700     PERFORM 2800-DECIDE-RESTORE
066800         THRU 2800-DECIDE-RESTORE-EXIT.
066900     IF WS-DO-REWRITE
067000         MOVE BJ-BEFORE-IMAGE TO GIFT-CARD-MASTER
067100         REWRITE GIFT-CARD-MASTER
067200     END-IF.
067300     IF WS-DO-DELETE
067400         DELETE GIFT-MAST-FILE
067500     END-IF.
067600     IF (WS-DO-REWRITE OR WS-DO-DELETE)
067700         AND NOT WS-GIFTMST-OK
067800         DISPLAY 'RUNBKO00 - RESTORE FAILED FOR GIFTMST '
067900             BJ-RECORD-KEY ' STATUS ' WS-GIFTMST-STATUS
068000         STOP RUN
068100     END-IF.
068200 2450-RESTORE-GIFTMST-EXIT.
068300     EXIT.
068400*----------------------------------------------------------------
068500 2460-RESTORE-GIFTBRK.
068600     MOVE BJ-AFTER-IMAGE TO GIFT-BREAKAGE-RECORD.
068700     MOVE 'N' TO WS-CURRENT-FOUND-SW.
068800     READ GIFT-BRK-FILE
068900         INVALID KEY
069000             CONTINUE
069100         NOT INVALID KEY
069200             MOVE 'Y' TO WS-CURRENT-FOUND-SW
069300     END-READ.
069400     MOVE GIFT-BREAKAGE-RECORD TO WS-CURRENT-IMAGE.
069500     PERFORM 2800-DECIDE-RESTORE
069600         THRU 2800-DECIDE-RESTORE-EXIT.
069700     IF WS-DO-REWRITE
069800         MOVE BJ-BEFORE-IMAGE TO GIFT-BREAKAGE-RECORD
069900         REWRITE GIFT-BREAKAGE-RECORD
070000     END-IF.
070100     IF WS-DO-DELETE
070200         DELETE GIFT-BRK-FILE
070300     END-IF.
070400     IF (WS-DO-REWRITE OR WS-DO-DELETE)
070500         AND NOT WS-GIFTBRK-OK
070600         DISPLAY 'RUNBKO00 - RESTORE FAILED FOR GIFTBRK '
070700             BJ-RECORD-KEY ' STATUS ' WS-GIFTBRK-STATUS
070800         STOP RUN
070900     END-IF.
071000 2460-RESTORE-GIFTBRK-EXIT.
071100     EXIT.
071200*----------------------------------------------------------------
071300 2470-RESTORE-CUSTMST.
071400     MOVE BJ-AFTER-IMAGE TO CUSTOMER-MASTER.
071500     MOVE 'N' TO WS-CURRENT-FOUND-SW.
071600     READ CUST-MAST-FILE
071700         INVALID KEY
071800             CONTINUE
071900         NOT INVALID KEY
072000             MOVE 'Y' TO WS-CURRENT-FOUND-SW
072100     END-READ.
072200     MOVE CUSTOMER-MASTER TO WS-CURRENT-IMAGE.
072300     PERFORM 2800-DECIDE-RESTORE
072400         THRU 2800-DECIDE-RESTORE-EXIT.
072500     IF WS-DO-REWRITE
072600         MOVE BJ-BEFORE-IMAGE TO CUSTOMER-MASTER
072700         REWRITE CUSTOMER-MASTER
072800     END-IF.
072900     IF WS-DO-DELETE
073000         DELETE CUST-MAST-FILE
073100     END-IF.
073200     IF (WS-DO-REWRITE OR WS-DO-DELETE)
073300         AND NOT WS-CUSTMST-OK
073400         DISPLAY 'RUNBKO00 - RESTORE FAILED FOR CUSTMST '
073500             BJ-RECORD-KEY ' STATUS ' WS-CUSTMST-STATUS
073600         STOP RUN
073700     END-IF.
073800 2470-RESTORE-CUSTMST-EXIT.
073900     EXIT.
074000*----------------------------------------------------------------
074100 2480-RESTORE-BILLPREV.
074200     MOVE BJ-AFTER-IMAGE TO PRIOR-BILL-IMAGE.
074300     MOVE 'N' TO WS-CURRENT-FOUND-SW.
074400     READ PRIOR-MAST-FILE
074500         INVALID KEY
074600             CONTINUE
074700         NOT INVALID KEY
074800             MOVE 'Y' TO WS-CURRENT-FOUND-SW
074900     END-READ.
075000     MOVE PRIOR-BILL-IMAGE TO WS-CURRENT-IMAGE.
075100     PERFORM 2800-DECIDE-RESTORE
075200         THRU 2800-DECIDE-RESTORE-EXIT.
075300     IF WS-DO-REWRITE
075400         MOVE BJ-BEFORE-IMAGE TO PRIOR-BILL-IMAGE
075500         REWRITE PRIOR-BILL-IMAGE
075600     END-IF.
075700     IF WS-DO-DELETE
075800         DELETE PRIOR-MAST-FILE
075900     END-IF.
076000     IF (WS-DO-REWRITE OR WS-DO-DELETE)
076100         AND NOT WS-PREVMST-OK
076200         DISPLAY 'RUNBKO00 - RESTORE FAILED FOR BILLPREV '
076300             BJ-RECORD-KEY ' STATUS ' WS-PREVMST-STATUS
076400         STOP RUN
076500     END-IF.
076600 2480-RESTORE-BILLPREV-EXIT.
076700     EXIT.
076800*----------------------------------------------------------------
076900*  A RECORD IS ONLY PUT BACK WHILE IT STILL STANDS EXACTLY AS
077000*  THE JOURNALLED JOB LEFT IT.  ANYTHING ELSE MEANS IT HAS
077100*  ALREADY BEEN PUT BACK OR HAS BEEN CHANGED SINCE, AND IS LEFT.
077200*----------------------------------------------------------------
077300 2800-DECIDE-RESTORE.
077400     MOVE 'S' TO WS-DECISION-SW.
077500     IF BJ-RECORD-CHANGED
077600         IF NOT WS-CURRENT-FOUND
077700             GO TO 2800-DECIDE-RESTORE-EXIT
077800         END-IF
077900         IF WS-CURRENT-IMAGE = BJ-AFTER-IMAGE
078000             MOVE 'R' TO WS-DECISION-SW
078100         ELSE
078200             IF WS-CURRENT-IMAGE = BJ-BEFORE-IMAGE
078300                 MOVE 'N' TO WS-DECISION-SW
078400             END-IF
078500         END-IF
078600         GO TO 2800-DECIDE-RESTORE-EXIT
078700     END-IF.
078800     IF BJ-RECORD-ADDED
078900         IF NOT WS-CURRENT-FOUND
079000             MOVE 'N' TO WS-DECISION-SW
079100         ELSE
079200             IF WS-CURRENT-IMAGE = BJ-AFTER-IMAGE
079300                 MOVE 'D' TO WS-DECISION-SW
079400             END-IF
079500         END-IF
079600     END-IF.
079700 2800-DECIDE-RESTORE-EXIT.
079800     EXIT.
079900*----------------------------------------------------------------
080000 2900-PRINT-DETAIL.
080100     MOVE BJ-JOB-NAME    TO WS-DL-JOB.
080200     MOVE BJ-MASTER-ID   TO WS-DL-MASTER.
080300     MOVE BJ-RECORD-KEY  TO WS-DL-KEY.
080400     MOVE BJ-WRITE-DATE  TO WS-DL-WRITE-DATE.
080500     MOVE BJ-WRITE-TIME  TO WS-DL-WRITE-TIME.
080600     IF BJ-RECORD-ADDED
080700         MOVE 'ADDED  ' TO WS-DL-ACTION
080800     ELSE
080900         MOVE 'CHANGED' TO WS-DL-ACTION
081000     END-IF.
081100     IF WS-DO-REWRITE
081200         MOVE 'RESTORED TO BEFORE-IMAGE' TO WS-DL-RESULT
081300         ADD 1 TO WS-CNT-REWRITTEN
081400     END-IF.
081500     IF WS-DO-DELETE
081600         MOVE 'ADDED RECORD DELETED' TO WS-DL-RESULT
081700         ADD 1 TO WS-CNT-DELETED
081800     END-IF.
081900     IF WS-ALREADY-RESTORED
082000         MOVE 'ALREADY AT BEFORE-IMAGE - LEFT'
082100             TO WS-DL-RESULT
082200         ADD 1 TO WS-CNT-ALREADY
082300     END-IF.
082400     IF WS-CHANGED-SINCE
082500         MOVE '** CHANGED SINCE - NOT RESTORED'
082600             TO WS-DL-RESULT
082700         ADD 1 TO WS-CNT-CHANGED
082800     END-IF.
082900     IF WS-UNKNOWN-MASTER
083000         MOVE '** UNKNOWN MASTER - SKIPPED' TO WS-DL-RESULT
083100         ADD 1 TO WS-CNT-UNKNOWN
083200     END-IF.
083300     WRITE RPT-LINE FROM WS-DETAIL-LINE.
083400 2900-PRINT-DETAIL-EXIT.
083500     EXIT.
083600*----------------------------------------------------------------
083700 3000-CLEAR-GUARD-FILES.
083800     MOVE 'N' TO WS-POST-EOF-SW.
083900     MOVE LOW-VALUES TO SP-BILL-NUMBER.
084000     START STK-POST-FILE KEY NOT < SP-BILL-NUMBER
084100         INVALID KEY
084200             MOVE 'Y' TO WS-POST-EOF-SW
084300     END-START.
084400     PERFORM 3100-CLEAR-STKPOST
084500         THRU 3100-CLEAR-STKPOST-EXIT
084600         UNTIL WS-POST-EOF.
084700     MOVE 'N' TO WS-POST-EOF-SW.
084800     MOVE LOW-VALUES TO GP-BILL-NUMBER.
084900     START GIFT-POST-FILE KEY NOT < GP-BILL-NUMBER
085000         INVALID KEY
085100             MOVE 'Y' TO WS-POST-EOF-SW
085200     END-START.
085300     PERFORM 3200-CLEAR-GIFTPOST
085400         THRU 3200-CLEAR-GIFTPOST-EXIT
085500         UNTIL WS-POST-EOF.
085600     MOVE 'N' TO WS-POST-EOF-SW.
085700     MOVE LOW-VALUES TO TP-BILL-NUMBER.
085800     START TAX-POST-FILE KEY NOT < TP-BILL-NUMBER
085900         INVALID KEY
086000             MOVE 'Y' TO WS-POST-EOF-SW
086100     END-START.
086200     PERFORM 3300-CLEAR-TAXPOST
086300         THRU 3300-CLEAR-TAXPOST-EXIT
086400         UNTIL WS-POST-EOF.
086500     MOVE 'N' TO WS-POST-EOF-SW.
086600     MOVE LOW-VALUES TO HS-HISTORY-KEY.
086700     START BILL-HIST-FILE KEY NOT < HS-HISTORY-KEY
086800         INVALID KEY
086900             MOVE 'Y' TO WS-POST-EOF-SW
087000     END-START.
087100     PERFORM 3400-CLEAR-BILL-HISTORY
087200         THRU 3400-CLEAR-BILL-HISTORY-EXIT
087300         UNTIL WS-POST-EOF.
087400 3000-CLEAR-GUARD-FILES-EXIT.
087500     EXIT.
087600*----------------------------------------------------------------
087700 3100-CLEAR-STKPOST.
087800     READ STK-POST-FILE NEXT RECORD
087900         AT END
088000             MOVE 'Y' TO WS-POST-EOF-SW
088100             GO TO 3100-CLEAR-STKPOST-EXIT
088200     END-READ.
088300     IF SP-POSTED-DATE NOT = BC-BACKOUT-DATE
088400         GO TO 3100-CLEAR-STKPOST-EXIT
088500     END-IF.
088600     DELETE STK-POST-FILE.
088700     IF NOT WS-STKPOST-OK
088800         DISPLAY 'RUNBKO00 - DELETE FAILED FOR STKPOST '
088900             SP-BILL-NUMBER ' STATUS ' WS-STKPOST-STATUS
089000         STOP RUN
089100     END-IF.
089200     ADD 1 TO WS-CNT-STKPOST.
089300 3100-CLEAR-STKPOST-EXIT.
089400     EXIT.
089500*----------------------------------------------------------------
089600 3200-CLEAR-GIFTPOST.
089700     READ GIFT-POST-FILE NEXT RECORD
089800         AT END
089900             MOVE 'Y' TO WS-POST-EOF-SW
090000             GO TO 3200-CLEAR-GIFTPOST-EXIT
090100     END-READ.
090200     IF GP-POSTED-DATE NOT = BC-BACKOUT-DATE
090300         GO TO 3200-CLEAR-GIFTPOST-EXIT
090400     END-IF.
090500     DELETE GIFT-POST-FILE.
090600     IF NOT WS-GIFTPOST-OK
090700         DISPLAY 'RUNBKO00 - DELETE FAILED FOR GIFTPOST '
090800             GP-BILL-NUMBER ' STATUS ' WS-GIFTPOST-STATUS
090900         STOP RUN
091000     END-IF.
091100     ADD 1 TO WS-CNT-GIFTPOST.
091200 3200-CLEAR-GIFTPOST-EXIT.
091300     EXIT.
091400*----------------------------------------------------------------
091500 3300-CLEAR-TAXPOST.
091600     READ TAX-POST-FILE NEXT RECORD
091700         AT END
091800             MOVE 'Y' TO WS-POST-EOF-SW
091900             GO TO 3300-CLEAR-TAXPOST-EXIT
092000     END-READ.
092100     IF TP-POSTED-DATE NOT = BC-BACKOUT-DATE
092200         GO TO 3300-CLEAR-TAXPOST-EXIT
092300     END-IF.
092400     DELETE TAX-POST-FILE.
092500     IF NOT WS-TAXPOST-OK
092600         DISPLAY 'RUNBKO00 - DELETE FAILED FOR TAXPOST '
092700             TP-BILL-NUMBER ' STATUS ' WS-TAXPOST-STATUS
092800         STOP RUN
092900     END-IF.
093000     ADD 1 TO WS-CNT-TAXPOST.
093100 3300-CLEAR-TAXPOST-EXIT.
093200     EXIT.
093300*----------------------------------------------------------------
093400 3400-CLEAR-BILL-HISTORY.
093500     READ BILL-HIST-FILE NEXT RECORD
093600         AT END
093700             MOVE 'Y' TO WS-POST-EOF-SW
093800             GO TO 3400-CLEAR-BILL-HISTORY-EXIT
093900     END-READ.
094000     IF HS-LOAD-DATE NOT = BC-BACKOUT-DATE
094100         GO TO 3400-CLEAR-BILL-HISTORY-EXIT
094200     END-IF.
094300     DELETE BILL-HIST-FILE.
094400     IF NOT WS-BILLHST-OK
094500         DISPLAY 'RUNBKO00 - DELETE FAILED FOR BILLHST '
094600             HS-HISTORY-KEY ' STATUS ' WS-BILLHST-STATUS
094700         STOP RUN
094800     END-IF.
094900     ADD 1 TO WS-CNT-BILLHST.
095000 3400-CLEAR-BILL-HISTORY-EXIT.
095100     EXIT.
095200*----------------------------------------------------------------
095300 4000-MARK-RUN-CONTROL.
095400     MOVE SPACES TO RPT-LINE.
095500     WRITE RPT-LINE.
095600     MOVE 'RUN-CONTROL RECORDS FOR THE BUSINESS DATE'
095700         TO WS-SL-TEXT.
095800     WRITE RPT-LINE FROM WS-SECTION-LINE.
095900     PERFORM 1100-START-RUN-CONTROL
096000         THRU 1100-START-RUN-CONTROL-EXIT.
096100     PERFORM 4100-MARK-RUN-CTL-RECORD
096200         THRU 4100-MARK-RUN-CTL-RECORD-EXIT
096300         UNTIL WS-RUNCTL-EOF.
096400 4000-MARK-RUN-CONTROL-EXIT.
096500     EXIT.
096600*----------------------------------------------------------------
096700 4100-MARK-RUN-CTL-RECORD.
096800     READ RUN-CTL-FILE NEXT RECORD
096900         AT END
097000             MOVE 'Y' TO WS-RUNCTL-EOF-SW
097100             GO TO 4100-MARK-RUN-CTL-RECORD-EXIT
097200     END-READ.
097300     IF RC-RUN-DATE NOT = BC-BACKOUT-DATE
097400         GO TO 4100-MARK-RUN-CTL-RECORD-EXIT
097500     END-IF.
097600     MOVE RC-JOB-NAME TO WS-RL-JOB.
097700     MOVE 'UNKNOWN'   TO WS-RL-PRIOR-STATUS.
097800     IF RC-RUN-CLEAN
097900         MOVE 'CLEAN'       TO WS-RL-PRIOR-STATUS
098000     END-IF.
098100     IF RC-RUN-IN-PROGRESS
098200         MOVE 'IN PROGRESS' TO WS-RL-PRIOR-STATUS
098300     END-IF.
098400     IF RC-RUN-ABENDED
098500         MOVE 'ABENDED'     TO WS-RL-PRIOR-STATUS
098600     END-IF.
098700     IF RC-RUN-BACKED-OUT
098800         MOVE 'BACKED OUT'  TO WS-RL-PRIOR-STATUS
098900     END-IF.
099000     MOVE 'B' TO RC-RUN-STATUS.
099100     REWRITE RUN-CONTROL-RECORD.
099200     IF NOT WS-RUNCTL-OK
099300         DISPLAY 'RUNBKO00 - REWRITE FAILED FOR RUNCTL '
099400             RC-JOB-NAME ' STATUS ' WS-RUNCTL-STATUS
099500         STOP RUN
099600     END-IF.
099700     ADD 1 TO WS-CNT-RUNCTL-MARKED.
099800     WRITE RPT-LINE FROM WS-RUNCTL-LINE.
099900 4100-MARK-RUN-CTL-RECORD-EXIT.
100000     EXIT.
100100*----------------------------------------------------------------
100200 5000-PRINT-TOTALS.
100300     MOVE SPACES TO RPT-LINE.
100400     WRITE RPT-LINE.
100500     MOVE 'JOURNAL RECORDS READ' TO WS-TL-LABEL.
100600     MOVE WS-JRNL-READ TO WS-TL-COUNT.
100700     WRITE RPT-LINE FROM WS-TOTAL-LINE.
100800     MOVE 'JOURNAL RECORDS FOR THE BUSINESS DATE'
100900         TO WS-TL-LABEL.
101000     MOVE WS-JRNL-SELECTED TO WS-TL-COUNT.
101100     WRITE RPT-LINE FROM WS-TOTAL-LINE.
101200     MOVE '  RESTORED TO BEFORE-IMAGE' TO WS-TL-LABEL.
101300     MOVE WS-CNT-REWRITTEN TO WS-TL-COUNT.
101400     WRITE RPT-LINE FROM WS-TOTAL-LINE.
101500     MOVE '  ADDED RECORDS DELETED' TO WS-TL-LABEL.
101600     MOVE WS-CNT-DELETED TO WS-TL-COUNT.
101700     WRITE RPT-LINE FROM WS-TOTAL-LINE.
101800     MOVE '  ALREADY AT BEFORE-IMAGE' TO WS-TL-LABEL.
101900     MOVE WS-CNT-ALREADY TO WS-TL-COUNT.
102000     WRITE RPT-LINE FROM WS-TOTAL-LINE.
102100     MOVE '  CHANGED SINCE - NOT RESTORED' TO WS-TL-LABEL.
102200     MOVE WS-CNT-CHANGED TO WS-TL-COUNT.
102300     WRITE RPT-LINE FROM WS-TOTAL-LINE.
102400     MOVE '  UNKNOWN MASTER - SKIPPED' TO WS-TL-LABEL.
102500     MOVE WS-CNT-UNKNOWN TO WS-TL-COUNT.
102600     WRITE RPT-LINE FROM WS-TOTAL-LINE.
102700     MOVE 'STKPOST GUARD ENTRIES CLEARED' TO WS-TL-LABEL.
102800     MOVE WS-CNT-STKPOST TO WS-TL-COUNT.
102900     WRITE RPT-LINE FROM WS-TOTAL-LINE.
103000     MOVE 'GIFTPOST GUARD ENTRIES CLEARED' TO WS-TL-LABEL.
103100     MOVE WS-CNT-GIFTPOST TO WS-TL-COUNT.
103200     WRITE RPT-LINE FROM WS-TOTAL-LINE.
103300     MOVE 'TAXPOST GUARD ENTRIES CLEARED' TO WS-TL-LABEL.
103400     MOVE WS-CNT-TAXPOST TO WS-TL-COUNT.
103500     WRITE RPT-LINE FROM WS-TOTAL-LINE.
103600     MOVE 'BILLHST HISTORY SEGMENTS REMOVED' TO WS-TL-LABEL.
103700     MOVE WS-CNT-BILLHST TO WS-TL-COUNT.
103800     WRITE RPT-LINE FROM WS-TOTAL-LINE.
103900     MOVE 'RUN-CONTROL RECORDS MARKED BACKED OUT'
104000         TO WS-TL-LABEL.
104100     MOVE WS-CNT-RUNCTL-MARKED TO WS-TL-COUNT.
104200     WRITE RPT-LINE FROM WS-TOTAL-LINE.
104300     IF WS-CNT-CHANGED > ZERO
104400         MOVE SPACES TO RPT-LINE
104500         WRITE RPT-LINE
104600         WRITE RPT-LINE FROM WS-VERDICT-LINE
104700     END-IF.
104800 5000-PRINT-TOTALS-EXIT.
104900     EXIT.
105000*----------------------------------------------------------------
105100 9999-TERMINATE.
105200     CLOSE SALE-MAST-FILE
105300           RTN-MAST-FILE
105400           STOCK-MAST-FILE
105500           PO-MAST-FILE
105600           GIFT-MAST-FILE
105700           GIFT-BRK-FILE
105800           CUST-MAST-FILE
105900           STK-POST-FILE
106000           GIFT-POST-FILE
106100           TAX-POST-FILE
106200           BILL-HIST-FILE
106300           PRIOR-MAST-FILE
106400           RUN-CTL-FILE
106500           BACKOUT-RPT.
106600     DISPLAY 'RUNBKO00 - BUSINESS DATE ' BC-BACKOUT-DATE
106700         ' BACKED OUT - ' WS-JRNL-SELECTED ' JOURNAL RECORDS'.
106800 9999-TERMINATE-EXIT.
106900     EXIT.
