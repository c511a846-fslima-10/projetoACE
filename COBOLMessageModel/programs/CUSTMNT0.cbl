000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CUSTMNT0.
000300 AUTHOR.      R HOLLOWAY.
000400 INSTALLATION. RETAIL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  CUSTMNT0 - CUSTOMER MERGE AND PERSONAL-DATA ERASURE
000900*
001000*  APPLIES THE CUSTOMER-SERVICE DESK'S KEYED TRANSACTIONS
001100*  (CUSTTRN.CPY) TO THE CUSTOMER MASTER, THE SAME KEYED-
001200*  TRANSACTION PATTERN AS THE VENDOR MAINTENANCE (VNDMNT00).
001300*
001400*  MERGE - CUSTMCH0 OPENS A NEW CUST-ID WHEN A SHOPPER TURNS UP
001500*  WITH A NEW MOBILE OR E-MAIL.  A MERGE FOLDS THAT DUPLICATE
001600*  INTO THE SURVIVING CUST-ID: THE SURVIVOR TAKES THE EARLIER
001700*  FIRST-BILL DATE, THE LATER LAST-BILL DATE AND THE SUM OF THE
001800*  VISIT COUNTS (AND THE DUPLICATE'S MAIL/MOBILE WHERE ITS OWN
001900*  ARE BLANK), AND THE DUPLICATE IS DELETED.  EVERY BILLCUST
002000*  LINK AND CUSTHIST RECORD CARRYING THE DUPLICATE'S CUST-ID IS
002100*  THEN REPOINTED TO THE SURVIVOR SO LOYALTY RANKING (CUSTHST0)
002200*  SEES ONE PERSON.  MERGES CHAIN WITHIN A RUN - A INTO B THEN
002300*  B INTO C LEAVES A'S RECORDS ON C.
002400*
002500*  ERASE - MASKS THE NAME, ADDRESS, MAIL AND MOBILE ON THE
002600*  CUSTOMER MASTER (LAST NAME 'ERASED', FIRST NAME THE CUST-ID
002700*  SO THE NAME/POST KEY CAN NEVER MATCH A LATER BILL) AND
002800*  KEEPS THE DATES AND VISIT COUNT.  THE RETAINED BILL COPIES
002900*  THAT CARRY PERSONAL DATA - THE BILL HEADERS (BILLHDR) AND THE
003000*  SUSPENSE FILE (BILLSUSP) - ARE COPIED THROUGH WITH THE NAME,
003100*  ADDRESS, MAIL, MOBILE AND DOB MASKED ON EVERY BILL THAT
003200*  MATCHES THE CUSTOMER THE WAY CUSTMCH0 MATCHED IT (MAIL,
003300*  MOBILE, OR NAME + POST CODE, AS HELD BEFORE THE ERASE).  ALL
003400*  AMOUNTS, ITEMS AND TENDERS ARE LEFT AS THEY WERE SO THE BOOKS
003500*  STILL BALANCE.  THE PRIOR-BILL MASTER (BILLPREV), THE SALE,
003600*  RETURN AND PRIOR-BILL ARCHIVES, BILLCUST, CUSTHIST AND THE
003700*  BILL-HISTORY FILE (BILLHST) HOLD NO NAME, ADDRESS, CONTACT OR
003800*  DOB AND NEED NO MASKING.
003900*
004000*  BILLHST IS REPOINTED IN PLACE RATHER THAN COPIED: A MERGE
004100*  REWRITES THE CUST-ID ON EVERY HISTORY SEGMENT, SO A BILL
004200*  INQUIRY BY CUSTOMER (BILLINQ0) FINDS THE DUPLICATE'S BILLS
004300*  UNDER THE SURVIVOR.
004400*
004500*  THE REPOINTED/MASKED COPIES ARE WRITTEN TO NEW FILES
004600*  (BILLCUSO, CUSTHISO, BILLHDRO, BILLSUSO) WHICH OPERATIONS
004700*  CATALOGS IN PLACE OF THE OLD ONES, THE SAME WAY BILLFIX0'S
004800*  SUSPROLL REPLACES BILLSUSP.  EVERY TRANSACTION, AND WHAT IT
004900*  CHANGED ON EACH FILE, IS PRINTED ON THE MAINTENANCE LOG
005000*  (CUSTLOG) WITH THE OPERATOR ID AND BUSINESS DATE.
005100*
005200*  MODIFICATION HISTORY
005300*  ---------------------------------------------------------------
005400*  DATE       INIT  DESCRIPTION
005500*  10/15/2026 RH    ORIGINAL PROGRAM.
005600*****************************************************************
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
005900 SOURCE-COMPUTER.  IBM.
006000 OBJECT-COMPUTER.  IBM.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT CUST-TRN-IN    ASSIGN TO CUSTTRN
006400                           ORGANIZATION IS LINE SEQUENTIAL.
006500     SELECT RUN-DATE-FILE  ASSIGN TO RUNDATE
006600                           ORGANIZATION IS LINE SEQUENTIAL
006700                           FILE STATUS IS WS-RUNDATE-STATUS.
006800     SELECT CUST-MAST-FILE ASSIGN TO CUSTMST
006900                ORGANIZATION IS INDEXED
007000                ACCESS MODE IS DYNAMIC
007100                RECORD KEY IS CUST-ID
007200                ALTERNATE RECORD KEY IS CUST-MAIL
007300                    WITH DUPLICATES
007400                ALTERNATE RECORD KEY IS CUST-MOBILE
007500                    WITH DUPLICATES
007600                ALTERNATE RECORD KEY IS CUST-NAME-POST-KEY
007700                    WITH DUPLICATES
007800                FILE STATUS IS WS-CUSTMST-STATUS.
007900     SELECT BILL-CUST-IN   ASSIGN TO BILLCUST
008000                           ORGANIZATION IS LINE SEQUENTIAL.
008100     SELECT BILL-CUST-OUT  ASSIGN TO BILLCUSO
008200                           ORGANIZATION IS LINE SEQUENTIAL.
008300     SELECT CUST-HIST-IN   ASSIGN TO CUSTHIST
008400                           ORGANIZATION IS LINE SEQUENTIAL.
008500     SELECT CUST-HIST-OUT  ASSIGN TO CUSTHISO
008600                           ORGANIZATION IS LINE SEQUENTIAL.
008700     SELECT BILL-HIST-FILE ASSIGN TO BILLHST
008800                ORGANIZATION IS INDEXED
008900                ACCESS MODE IS DYNAMIC
009000                RECORD KEY IS HS-HISTORY-KEY
009100                ALTERNATE RECORD KEY IS HS-CUST-ID
009200                    WITH DUPLICATES
009300                ALTERNATE RECORD KEY IS HS-BILL-DATE
009400                    WITH DUPLICATES
009500                ALTERNATE RECORD KEY IS HS-CASHIER-KEY
009600                    WITH DUPLICATES
009700                FILE STATUS IS WS-BILLHST-STATUS.
009800     SELECT BILL-HDR-IN    ASSIGN TO BILLHDR
009900                           ORGANIZATION IS LINE SEQUENTIAL.
010000     SELECT BILL-HDR-OUT   ASSIGN TO BILLHDRO
010100                           ORGANIZATION IS LINE SEQUENTIAL.
010200     SELECT SUSP-IN        ASSIGN TO BILLSUSP
010300                           ORGANIZATION IS LINE SEQUENTIAL.
010400     SELECT SUSP-OUT       ASSIGN TO BILLSUSO
010500                           ORGANIZATION IS LINE SEQUENTIAL.
010600     SELECT MAINT-LOG      ASSIGN TO CUSTLOG
010700                           ORGANIZATION IS LINE SEQUENTIAL.
010800 DATA DIVISION.
010900 FILE SECTION.
011000 FD  CUST-TRN-IN
011100     RECORDING MODE IS F.
011200 COPY "CustTrn".
011300 FD  RUN-DATE-FILE
011400     RECORDING MODE IS F.
011500 COPY "RunDte".
011600 FD  CUST-MAST-FILE.
011700 COPY "CustMst".
011800 FD  BILL-CUST-IN
011900     RECORDING MODE IS F.
012000 COPY "BillCust".
012100 FD  BILL-CUST-OUT
012200     RECORDING MODE IS F.
012300 01  BILL-CUST-OUT-REC            PIC X(16).
012400 FD  CUST-HIST-IN
012500     RECORDING MODE IS F.
012600 COPY "CustHst".
012700 FD  CUST-HIST-OUT
012800     RECORDING MODE IS F.
012900 01  CUST-HIST-OUT-REC            PIC X(52).
013000 FD  BILL-HIST-FILE.
013100 COPY "BillHst".
013200 FD  BILL-HDR-IN
013300     RECORDING MODE IS F.
013400 COPY "BillHdr".
013500 FD  BILL-HDR-OUT
013600     RECORDING MODE IS F.
013700 COPY "BillHdr"
013800     REPLACING ==BILL-HEADER== BY ==BILL-HEADER-OUT==
013900         LEADING ==BH-== BY ==BO-==.
014000 FD  SUSP-IN
014100     RECORDING MODE IS F.
014200 COPY "BillSusp".
014300 FD  SUSP-OUT
014400     RECORDING MODE IS F.
014500 01  SUSP-OUT-REC                 PIC X(631).
014600 FD  MAINT-LOG
014700     RECORDING MODE IS F.
014800 01  RPT-LINE                     PIC X(80).
014900 WORKING-STORAGE SECTION.
015000 01  WS-CUSTMST-STATUS            PIC X(02).
015100     88  WS-CUSTMST-OK                    VALUE '00'.
015200     88  WS-CUSTMST-NOTFOUND              VALUE '23'.
015300 01  WS-RUNDATE-STATUS            PIC X(02).
015400 01  WS-BILLHST-STATUS            PIC X(02).
015500     88  WS-BILLHST-OK                    VALUE '00'.
015600 01  WS-SWITCHES.
015700     03  WS-TRN-EOF-SW            PIC X(01)  VALUE 'N'.
015800         88  WS-TRN-EOF                      VALUE 'Y'.
015900     03  WS-BCL-EOF-SW            PIC X(01)  VALUE 'N'.
016000         88  WS-BCL-EOF                      VALUE 'Y'.
016100     03  WS-HST-EOF-SW            PIC X(01)  VALUE 'N'.
016200         88  WS-HST-EOF                      VALUE 'Y'.
016300     03  WS-HDR-EOF-SW            PIC X(01)  VALUE 'N'.
016400         88  WS-HDR-EOF                      VALUE 'Y'.
016500     03  WS-SUSP-EOF-SW           PIC X(01)  VALUE 'N'.
016600         88  WS-SUSP-EOF                     VALUE 'Y'.
016700     03  WS-CUSTOMER-FOUND-SW     PIC X(01)  VALUE 'N'.
016800         88  WS-CUSTOMER-FOUND               VALUE 'Y'.
016900     03  WS-MERGE-FOUND-SW        PIC X(01)  VALUE 'N'.
017000         88  WS-MERGE-FOUND                  VALUE 'Y'.
017100     03  WS-ERASE-FOUND-SW        PIC X(01)  VALUE 'N'.
017200         88  WS-ERASE-FOUND                  VALUE 'Y'.
017300     03  WS-BHS-DONE-SW           PIC X(01)  VALUE 'N'.
017400         88  WS-BHS-DONE                     VALUE 'Y'.
017500 01  WS-COUNTERS.
017600     03  WS-CNT-APPLIED           PIC 9(05)  COMP  VALUE ZERO.
017700     03  WS-CNT-REJECTED          PIC 9(05)  COMP  VALUE ZERO.
017800     03  WS-CNT-BCL-REPOINTED     PIC 9(07)  COMP  VALUE ZERO.
017900     03  WS-CNT-HST-REPOINTED     PIC 9(07)  COMP  VALUE ZERO.
018000     03  WS-CNT-BHS-REPOINTED     PIC 9(07)  COMP  VALUE ZERO.
018100     03  WS-CNT-HDR-MASKED        PIC 9(07)  COMP  VALUE ZERO.
018200     03  WS-CNT-SUSP-MASKED       PIC 9(07)  COMP  VALUE ZERO.
018300     03  WS-MG-IX                 PIC 9(04)  COMP.
018400     03  WS-MG-TBL-CNT            PIC 9(04)  COMP  VALUE ZERO.
018500     03  WS-ER-IX                 PIC 9(04)  COMP.
018600     03  WS-ER-TBL-CNT            PIC 9(04)  COMP  VALUE ZERO.
018700     03  WS-HIT-IX                PIC 9(04)  COMP.
018800 01  WS-WORK-FIELDS.
018900     03  WS-LOOKUP-CUST           PIC X(10).
019000     03  WS-LOOKUP-MAIL           PIC X(20).
019100     03  WS-LOOKUP-MOBILE         PIC X(10).
019200     03  WS-LOOKUP-NAME-POST.
019300         05  WS-LOOKUP-LAST-NAME  PIC X(06).
019400         05  WS-LOOKUP-FIRST-NAME PIC X(10).
019500         05  WS-LOOKUP-POST-CODE  PIC X(06).
019600     03  WS-SLASH-DATE            PIC X(10).
019700     03  WS-DATE-KEY              PIC X(08).
019800     03  WS-SURV-DATE-KEY         PIC X(08).
019900     03  WS-MERGED-DATE-KEY       PIC X(08).
020000*    COPY OF THE DUPLICATE CUSTOMER BEING MERGED AWAY, HELD WHILE
020100*    THE SURVIVOR IS READ AND REWRITTEN.
020200 COPY "CustMst"
020300     REPLACING ==CUSTOMER-MASTER== BY ==WS-MERGED-CUSTOMER==
020400         LEADING ==CUST-== BY ==MC-==.
020500 01  WS-MG-TBL-MAX                PIC 9(04)  VALUE 500.
020600 01  WS-MERGE-TABLE.
020700     03  WS-MG-ENTRY              OCCURS 500 TIMES.
020800         05  WS-MG-FROM-ID        PIC X(10).
020900         05  WS-MG-INTO-ID        PIC X(10).
021000         05  WS-MG-BCL-CNT        PIC 9(05).
021100         05  WS-MG-HST-CNT        PIC 9(05).
021200         05  WS-MG-BHS-CNT        PIC 9(05).
021300 01  WS-ER-TBL-MAX                PIC 9(04)  VALUE 500.
021400 01  WS-ERASE-TABLE.
021500     03  WS-ER-ENTRY              OCCURS 500 TIMES.
021600         05  WS-ER-CUST-ID        PIC X(10).
021700         05  WS-ER-MAIL           PIC X(20).
021800         05  WS-ER-MOBILE         PIC X(10).
021900         05  WS-ER-NAME-POST      PIC X(22).
022000         05  WS-ER-HDR-CNT        PIC 9(05).
022100         05  WS-ER-SUSP-CNT       PIC 9(05).
022200 01  WS-REPORT-LINES.
022300     03  WS-HDR-LINE-1.
022400         05  FILLER               PIC X(33) VALUE
022500             'CUSTOMER MAINTENANCE LOG - DATE  '.
022600         05  WS-HL-RUN-DATE       PIC 9(08).
022700         05  FILLER               PIC X(39) VALUE SPACES.
022800     03  WS-HDR-LINE-2.
022900         05  FILLER               PIC X(39) VALUE
023000             'ACTION  CUST-ID    INTO-ID    OPERATOR '.
023100         05  FILLER               PIC X(41) VALUE
023200             'RESULT'.
023300     03  WS-DET-LINE.
023400         05  WS-DL-ACTION         PIC X(08).
023500         05  WS-DL-CUST-ID        PIC X(11).
023600         05  WS-DL-INTO-ID        PIC X(11).
023700         05  WS-DL-OPERATOR       PIC X(09).
023800         05  WS-DL-RESULT         PIC X(24).
023900         05  FILLER               PIC X(17) VALUE SPACES.
024000     03  WS-SECT-LINE.
024100         05  WS-SC-TEXT           PIC X(60).
024200         05  FILLER               PIC X(20) VALUE SPACES.
024300     03  WS-FOLLOW-LINE.
024400         05  WS-FL-ACTION         PIC X(08).
024500         05  WS-FL-CUST-ID        PIC X(11).
024600         05  WS-FL-INTO-ID        PIC X(11).
024700         05  WS-FL-LABEL-1        PIC X(10).
024800         05  WS-FL-COUNT-1        PIC ZZZZ9.
024900         05  FILLER               PIC X(02) VALUE SPACES.
025000         05  WS-FL-LABEL-2        PIC X(10).
025100         05  WS-FL-COUNT-2        PIC ZZZZ9.
025200         05  FILLER               PIC X(02) VALUE SPACES.
025300         05  WS-FL-LABEL-3        PIC X(10).
025400         05  WS-FL-COUNT-3        PIC ZZZZ9 BLANK WHEN ZERO.
025500         05  FILLER               PIC X(01) VALUE SPACES.
025600     03  WS-TOT-LINE.
025700         05  WS-TL-LABEL          PIC X(24).
025800         05  WS-TL-COUNT          PIC ZZZZZZ9.
025900         05  FILLER               PIC X(49) VALUE SPACES.
026000 PROCEDURE DIVISION.
026100 0000-MAINLINE.
026200     PERFORM 1000-INITIALIZE
026300         THRU 1000-INITIALIZE-EXIT.
026400     PERFORM 2000-APPLY-TRANSACTIONS
026500         THRU 2000-APPLY-TRANSACTIONS-EXIT
026600         UNTIL WS-TRN-EOF.
026700     PERFORM 3000-REPOINT-BILL-LINKS
026800         THRU 3000-REPOINT-BILL-LINKS-EXIT
026900         UNTIL WS-BCL-EOF.
027000     PERFORM 3100-REPOINT-HISTORY
027100         THRU 3100-REPOINT-HISTORY-EXIT
027200         UNTIL WS-HST-EOF.
027300     PERFORM 3200-REPOINT-BILL-HISTORY
027400         THRU 3200-REPOINT-BILL-HISTORY-EXIT
027500         VARYING WS-MG-IX FROM 1 BY 1
027600         UNTIL WS-MG-IX > WS-MG-TBL-CNT.
027700     PERFORM 4000-MASK-BILL-HEADERS
027800         THRU 4000-MASK-BILL-HEADERS-EXIT
027900         UNTIL WS-HDR-EOF.
028000     PERFORM 4100-MASK-SUSPENSE
028100         THRU 4100-MASK-SUSPENSE-EXIT
028200         UNTIL WS-SUSP-EOF.
028300     PERFORM 5000-PRINT-FOLLOW-UP
028400         THRU 5000-PRINT-FOLLOW-UP-EXIT.
028500     PERFORM 5500-PRINT-TOTALS
028600         THRU 5500-PRINT-TOTALS-EXIT.
028700     PERFORM 9999-TERMINATE
028800         THRU 9999-TERMINATE-EXIT.
028900     STOP RUN.
029000*----------------------------------------------------------------
029100 1000-INITIALIZE.
029200     OPEN INPUT RUN-DATE-FILE.
029300     IF NOT WS-RUNDATE-STATUS = '00'
029400         DISPLAY 'CUSTMNT0 - RUNDATE CONTROL FILE MISSING'
029500             ' STATUS ' WS-RUNDATE-STATUS
029600         STOP RUN
029700     END-IF.
029800     READ RUN-DATE-FILE
029900         AT END
030000             DISPLAY 'CUSTMNT0 - RUNDATE CONTROL RECORD MISSING'
030100             STOP RUN
030200     END-READ.
030300     MOVE RD-RUN-DATE TO WS-HL-RUN-DATE.
030400     CLOSE RUN-DATE-FILE.
030500     OPEN INPUT CUST-TRN-IN.
030600     OPEN I-O   CUST-MAST-FILE.
030700     IF NOT WS-CUSTMST-OK
030800         DISPLAY 'CUSTMNT0 - OPEN FAILED FOR CUSTMST STATUS '
030900             WS-CUSTMST-STATUS
031000         STOP RUN
031100     END-IF.
031200     OPEN INPUT BILL-CUST-IN.
031300     OPEN OUTPUT BILL-CUST-OUT.
031400     OPEN INPUT CUST-HIST-IN.
031500     OPEN OUTPUT CUST-HIST-OUT.
031600     OPEN I-O   BILL-HIST-FILE.
031700     IF NOT WS-BILLHST-OK
031800         DISPLAY 'CUSTMNT0 - OPEN FAILED FOR BILLHST STATUS '
031900             WS-BILLHST-STATUS
032000         STOP RUN
032100     END-IF.
032200     OPEN INPUT BILL-HDR-IN.
032300     OPEN OUTPUT BILL-HDR-OUT.
032400     OPEN INPUT SUSP-IN.
032500     OPEN OUTPUT SUSP-OUT.
032600     OPEN OUTPUT MAINT-LOG.
032700     WRITE RPT-LINE FROM WS-HDR-LINE-1.
032800     MOVE SPACES TO RPT-LINE.
032900     WRITE RPT-LINE.
033000     WRITE RPT-LINE FROM WS-HDR-LINE-2.
033100 1000-INITIALIZE-EXIT.
033200     EXIT.
033300*----------------------------------------------------------------
033400 2000-APPLY-TRANSACTIONS.
033500     READ CUST-TRN-IN
033600         AT END
033700             MOVE 'Y' TO WS-TRN-EOF-SW
033800             GO TO 2000-APPLY-TRANSACTIONS-EXIT
033900     END-READ.
034000     MOVE CT-CUST-ID      TO WS-DL-CUST-ID.
034100     MOVE CT-INTO-CUST-ID TO WS-DL-INTO-ID.
034200     MOVE CT-OPERATOR-ID  TO WS-DL-OPERATOR.
034300     IF CT-MERGE-CUSTOMER
034400         PERFORM 2100-MERGE-CUSTOMER
034500             THRU 2100-MERGE-CUSTOMER-EXIT
034600         GO TO 2000-APPLY-TRANSACTIONS-EXIT
034700     END-IF.
034800     IF CT-ERASE-CUSTOMER
034900         MOVE SPACES TO WS-DL-INTO-ID
035000         PERFORM 2200-ERASE-CUSTOMER
035100             THRU 2200-ERASE-CUSTOMER-EXIT
035200         GO TO 2000-APPLY-TRANSACTIONS-EXIT
035300     END-IF.
035400     MOVE 'BAD CODE' TO WS-DL-ACTION.
035500     MOVE '** REJECTED - BAD CODE' TO WS-DL-RESULT.
035600     ADD 1 TO WS-CNT-REJECTED.
035700     WRITE RPT-LINE FROM WS-DET-LINE.
035800 2000-APPLY-TRANSACTIONS-EXIT.
035900     EXIT.
036000*----------------------------------------------------------------
036100 2100-MERGE-CUSTOMER.
036200     MOVE 'MERGE   ' TO WS-DL-ACTION.
036300     IF CT-INTO-CUST-ID = CT-CUST-ID
036400         OR CT-INTO-CUST-ID = SPACES
036500         MOVE '** REJECTED - BAD INTO' TO WS-DL-RESULT
036600         ADD 1 TO WS-CNT-REJECTED
036700         WRITE RPT-LINE FROM WS-DET-LINE
036800         GO TO 2100-MERGE-CUSTOMER-EXIT
036900     END-IF.
037000     MOVE CT-CUST-ID TO WS-LOOKUP-CUST.
037100     PERFORM 6000-READ-CUSTOMER
037200         THRU 6000-READ-CUSTOMER-EXIT.
037300     IF NOT WS-CUSTOMER-FOUND
037400         MOVE '** REJECTED - NOT FOUND' TO WS-DL-RESULT
037500         ADD 1 TO WS-CNT-REJECTED
037600         WRITE RPT-LINE FROM WS-DET-LINE
037700         GO TO 2100-MERGE-CUSTOMER-EXIT
037800     END-IF.
037900     IF CUST-LAST-NAME = 'ERASED'
038000         AND CUST-FIRST-NAME = CUST-ID
038100         MOVE '** REJECTED - ERASED' TO WS-DL-RESULT
038200         ADD 1 TO WS-CNT-REJECTED
038300         WRITE RPT-LINE FROM WS-DET-LINE
038400         GO TO 2100-MERGE-CUSTOMER-EXIT
038500     END-IF.
038600     MOVE CUSTOMER-MASTER TO WS-MERGED-CUSTOMER.
038700     MOVE CT-INTO-CUST-ID TO WS-LOOKUP-CUST.
038800     PERFORM 6000-READ-CUSTOMER
038900         THRU 6000-READ-CUSTOMER-EXIT.
039000     IF NOT WS-CUSTOMER-FOUND
039100         MOVE '** REJECTED - NO INTO' TO WS-DL-RESULT
039200         ADD 1 TO WS-CNT-REJECTED
039300         WRITE RPT-LINE FROM WS-DET-LINE
039400         GO TO 2100-MERGE-CUSTOMER-EXIT
039500     END-IF.
039600     IF CUST-LAST-NAME = 'ERASED'
039700         AND CUST-FIRST-NAME = CUST-ID
039800         MOVE '** REJECTED - ERASED' TO WS-DL-RESULT
039900         ADD 1 TO WS-CNT-REJECTED
040000         WRITE RPT-LINE FROM WS-DET-LINE
040100         GO TO 2100-MERGE-CUSTOMER-EXIT
040200     END-IF.
040300     IF WS-MG-TBL-CNT >= WS-MG-TBL-MAX
040400         DISPLAY 'CUSTMNT0 - MORE THAN ' WS-MG-TBL-MAX
040500             ' MERGES IN ONE RUN'
040600         STOP RUN
040700     END-IF.
040800     PERFORM 2110-COMBINE-CUSTOMER
040900         THRU 2110-COMBINE-CUSTOMER-EXIT.
041000     REWRITE CUSTOMER-MASTER.
041100     IF NOT WS-CUSTMST-OK
041200         DISPLAY 'CUSTMNT0 - REWRITE FAILED FOR CUSTMST '
041300             CUST-ID ' STATUS ' WS-CUSTMST-STATUS
041400         STOP RUN
041500     END-IF.
041600     MOVE MC-ID TO CUST-ID.
041700     DELETE CUST-MAST-FILE.
041800     IF NOT WS-CUSTMST-OK
041900         DISPLAY 'CUSTMNT0 - DELETE FAILED FOR CUSTMST '
042000             CUST-ID ' STATUS ' WS-CUSTMST-STATUS
042100         STOP RUN
042200     END-IF.
042300     PERFORM 2120-CHAIN-EARLIER-MERGE
042400         THRU 2120-CHAIN-EARLIER-MERGE-EXIT
042500         VARYING WS-MG-IX FROM 1 BY 1
042600         UNTIL WS-MG-IX > WS-MG-TBL-CNT.
042700     ADD 1 TO WS-MG-TBL-CNT.
042800     MOVE CT-CUST-ID      TO WS-MG-FROM-ID (WS-MG-TBL-CNT).
042900     MOVE CT-INTO-CUST-ID TO WS-MG-INTO-ID (WS-MG-TBL-CNT).
043000     MOVE ZERO TO WS-MG-BCL-CNT (WS-MG-TBL-CNT).
043100     MOVE ZERO TO WS-MG-HST-CNT (WS-MG-TBL-CNT).
043200     MOVE ZERO TO WS-MG-BHS-CNT (WS-MG-TBL-CNT).
043300     MOVE 'MERGED' TO WS-DL-RESULT.
043400     ADD 1 TO WS-CNT-APPLIED.
043500     WRITE RPT-LINE FROM WS-DET-LINE.
043600 2100-MERGE-CUSTOMER-EXIT.
043700     EXIT.
043800*----------------------------------------------------------------
043900*  FOLD THE DUPLICATE (WS-MERGED-CUSTOMER) INTO THE SURVIVOR NOW
044000*  IN THE CUSTMST RECORD AREA.  BILL DATES ARE MM/DD/CCYY SO
044100*  THEY ARE COMPARED AS CCYYMMDD; A BLANK DATE NEVER WINS.
044200*----------------------------------------------------------------
044300 2110-COMBINE-CUSTOMER.
044400     MOVE CUST-FIRST-BILL-DATE TO WS-SLASH-DATE.
044500     PERFORM 6100-BUILD-DATE-KEY
044600         THRU 6100-BUILD-DATE-KEY-EXIT.
044700     MOVE WS-DATE-KEY TO WS-SURV-DATE-KEY.
044800     MOVE MC-FIRST-BILL-DATE TO WS-SLASH-DATE.
044900     PERFORM 6100-BUILD-DATE-KEY
045000         THRU 6100-BUILD-DATE-KEY-EXIT.
045100     MOVE WS-DATE-KEY TO WS-MERGED-DATE-KEY.
045200     IF WS-MERGED-DATE-KEY NOT = SPACES
045300         IF WS-SURV-DATE-KEY = SPACES
045400             OR WS-MERGED-DATE-KEY < WS-SURV-DATE-KEY
045500             MOVE MC-FIRST-BILL-DATE TO CUST-FIRST-BILL-DATE
045600         END-IF
045700     END-IF.
045800     MOVE CUST-LAST-BILL-DATE TO WS-SLASH-DATE.
045900     PERFORM 6100-BUILD-DATE-KEY
046000         THRU 6100-BUILD-DATE-KEY-EXIT.
046100     MOVE WS-DATE-KEY TO WS-SURV-DATE-KEY.
046200     MOVE MC-LAST-BILL-DATE TO WS-SLASH-DATE.
046300     PERFORM 6100-BUILD-DATE-KEY
046400         THRU 6100-BUILD-DATE-KEY-EXIT.
046500     MOVE WS-DATE-KEY TO WS-MERGED-DATE-KEY.
046600     IF WS-MERGED-DATE-KEY NOT = SPACES
046700         IF WS-SURV-DATE-KEY = SPACES
046800             OR WS-MERGED-DATE-KEY > WS-SURV-DATE-KEY
046900             MOVE MC-LAST-BILL-DATE TO CUST-LAST-BILL-DATE
047000         END-IF
047100     END-IF.
047200     ADD MC-VISIT-COUNT TO CUST-VISIT-COUNT.
047300     IF CUST-MAIL = SPACES
047400         MOVE MC-MAIL TO CUST-MAIL
047500     END-IF.
047600     IF CUST-MOBILE = SPACES
047700         MOVE MC-MOBILE TO CUST-MOBILE
047800     END-IF.
047900 2110-COMBINE-CUSTOMER-EXIT.
048000     EXIT.
048100*----------------------------------------------------------------
048200 2120-CHAIN-EARLIER-MERGE.
048300     IF WS-MG-INTO-ID (WS-MG-IX) = CT-CUST-ID
048400         MOVE CT-INTO-CUST-ID TO WS-MG-INTO-ID (WS-MG-IX)
048500     END-IF.
048600 2120-CHAIN-EARLIER-MERGE-EXIT.
048700     EXIT.
048800*----------------------------------------------------------------
048900 2200-ERASE-CUSTOMER.
049000     MOVE 'ERASE   ' TO WS-DL-ACTION.
049100     MOVE CT-CUST-ID TO WS-LOOKUP-CUST.
049200     PERFORM 6000-READ-CUSTOMER
049300         THRU 6000-READ-CUSTOMER-EXIT.
049400     IF NOT WS-CUSTOMER-FOUND
049500         MOVE '** REJECTED - NOT FOUND' TO WS-DL-RESULT
049600         ADD 1 TO WS-CNT-REJECTED
049700         WRITE RPT-LINE FROM WS-DET-LINE
049800         GO TO 2200-ERASE-CUSTOMER-EXIT
049900     END-IF.
050000     IF CUST-LAST-NAME = 'ERASED'
050100         AND CUST-FIRST-NAME = CUST-ID
050200         MOVE '** REJECTED - ERASED' TO WS-DL-RESULT
050300         ADD 1 TO WS-CNT-REJECTED
050400         WRITE RPT-LINE FROM WS-DET-LINE
050500         GO TO 2200-ERASE-CUSTOMER-EXIT
050600     END-IF.
050700     IF WS-ER-TBL-CNT >= WS-ER-TBL-MAX
050800         DISPLAY 'CUSTMNT0 - MORE THAN ' WS-ER-TBL-MAX
050900             ' ERASURES IN ONE RUN'
051000         STOP RUN
051100     END-IF.
051200     ADD 1 TO WS-ER-TBL-CNT.
051300     MOVE CUST-ID            TO WS-ER-CUST-ID (WS-ER-TBL-CNT).
051400     MOVE CUST-MAIL          TO WS-ER-MAIL (WS-ER-TBL-CNT).
051500     MOVE CUST-MOBILE        TO WS-ER-MOBILE (WS-ER-TBL-CNT).
051600     MOVE CUST-NAME-POST-KEY TO WS-ER-NAME-POST (WS-ER-TBL-CNT).
051700     MOVE ZERO TO WS-ER-HDR-CNT (WS-ER-TBL-CNT).
051800     MOVE ZERO TO WS-ER-SUSP-CNT (WS-ER-TBL-CNT).
051900     MOVE SPACES   TO CUST-MAIL.
052000     MOVE SPACES   TO CUST-MOBILE.
052100     MOVE 'ERASED' TO CUST-LAST-NAME.
052200     MOVE CUST-ID  TO CUST-FIRST-NAME.
052300     MOVE SPACES   TO CUST-POST-CODE.
052400     MOVE SPACES   TO CUST-ADDR1.
052500     MOVE SPACES   TO CUST-ADDR2.
052600     MOVE SPACES   TO CUST-COUNTRY.
052700     REWRITE CUSTOMER-MASTER.
052800     IF NOT WS-CUSTMST-OK
052900         DISPLAY 'CUSTMNT0 - REWRITE FAILED FOR CUSTMST '
053000             CUST-ID ' STATUS ' WS-CUSTMST-STATUS
053100         STOP RUN
053200     END-IF.
053300     MOVE 'ERASED' TO WS-DL-RESULT.
053400     ADD 1 TO WS-CNT-APPLIED.
053500     WRITE RPT-LINE FROM WS-DET-LINE.
053600 2200-ERASE-CUSTOMER-EXIT.
053700     EXIT.
053800*----------------------------------------------------------------
053900 3000-REPOINT-BILL-LINKS.
054000     READ BILL-CUST-IN
054100         AT END
054200             MOVE 'Y' TO WS-BCL-EOF-SW
054300             GO TO 3000-REPOINT-BILL-LINKS-EXIT
054400     END-READ.
054500     MOVE BCL-CUST-ID TO WS-LOOKUP-CUST.
054600     PERFORM 6200-FIND-MERGE
054700         THRU 6200-FIND-MERGE-EXIT.
054800     IF WS-MERGE-FOUND
054900         MOVE WS-MG-INTO-ID (WS-HIT-IX) TO BCL-CUST-ID
055000         ADD 1 TO WS-MG-BCL-CNT (WS-HIT-IX)
055100         ADD 1 TO WS-CNT-BCL-REPOINTED
055200     END-IF.
055300     WRITE BILL-CUST-OUT-REC FROM BILL-CUSTOMER-LINK.
055400 3000-REPOINT-BILL-LINKS-EXIT.
055500     EXIT.
055600*----------------------------------------------------------------
055700 3100-REPOINT-HISTORY.
055800     READ CUST-HIST-IN
055900         AT END
056000             MOVE 'Y' TO WS-HST-EOF-SW
056100             GO TO 3100-REPOINT-HISTORY-EXIT
056200     END-READ.
056300     MOVE CH-CUST-ID TO WS-LOOKUP-CUST.
056400     PERFORM 6200-FIND-MERGE
056500         THRU 6200-FIND-MERGE-EXIT.
056600     IF WS-MERGE-FOUND
056700         MOVE WS-MG-INTO-ID (WS-HIT-IX) TO CH-CUST-ID
056800         ADD 1 TO WS-MG-HST-CNT (WS-HIT-IX)
056900         ADD 1 TO WS-CNT-HST-REPOINTED
057000     END-IF.
057100     WRITE CUST-HIST-OUT-REC FROM CUSTOMER-HISTORY.
057200 3100-REPOINT-HISTORY-EXIT.
057300     EXIT.
057400*----------------------------------------------------------------
057500*  BILLHST IS REPOINTED IN PLACE.  EACH PASS OF 3210 RE-STARTS ON
057600*  THE DUPLICATE'S CUST-ID AND REWRITES THE FIRST SEGMENT STILL
057700*  CARRYING IT, SO THE REWRITTEN ALTERNATE KEY NEVER DISTURBS THE
057800*  BROWSE.  THE MERGE TABLE IS WORKED IN ORDER, SO A CHAINED
057900*  MERGE ENDS UP ON THE LAST SURVIVOR.
058000*----------------------------------------------------------------
058100 3200-REPOINT-BILL-HISTORY.
058200     MOVE 'N' TO WS-BHS-DONE-SW.
058300     PERFORM 3210-REPOINT-HST-SEGMENT
058400         THRU 3210-REPOINT-HST-SEGMENT-EXIT
058500         UNTIL WS-BHS-DONE.
058600 3200-REPOINT-BILL-HISTORY-EXIT.
058700     EXIT.
058800*----------------------------------------------------------------
058900 3210-REPOINT-HST-SEGMENT.
059000     MOVE WS-MG-FROM-ID (WS-MG-IX) TO HS-CUST-ID.
059100     START BILL-HIST-FILE KEY = HS-CUST-ID
059200         INVALID KEY
059300             MOVE 'Y' TO WS-BHS-DONE-SW
059400             GO TO 3210-REPOINT-HST-SEGMENT-EXIT
059500     END-START.
059600     READ BILL-HIST-FILE NEXT RECORD
059700         AT END
059800             MOVE 'Y' TO WS-BHS-DONE-SW
059900             GO TO 3210-REPOINT-HST-SEGMENT-EXIT
060000     END-READ.
060100     IF HS-CUST-ID NOT = WS-MG-FROM-ID (WS-MG-IX)
060200         MOVE 'Y' TO WS-BHS-DONE-SW
060300         GO TO 3210-REPOINT-HST-SEGMENT-EXIT
060400     END-IF.
060500     MOVE WS-MG-INTO-ID (WS-MG-IX) TO HS-CUST-ID.
060600     REWRITE BILL-HISTORY-RECORD.
060700     IF NOT WS-BILLHST-OK
060800         DISPLAY 'CUSTMNT0 - REWRITE FAILED FOR BILLHST '
060900             HS-HISTORY-KEY ' STATUS ' WS-BILLHST-STATUS
061000         STOP RUN
061100     END-IF.
061200     ADD 1 TO WS-MG-BHS-CNT (WS-MG-IX).
061300     ADD 1 TO WS-CNT-BHS-REPOINTED.
061400 3210-REPOINT-HST-SEGMENT-EXIT.
061500     EXIT.
061600*----------------------------------------------------------------
061700 4000-MASK-BILL-HEADERS.
061800     READ BILL-HDR-IN
061900         AT END
062000             MOVE 'Y' TO WS-HDR-EOF-SW
062100             GO TO 4000-MASK-BILL-HEADERS-EXIT
062200     END-READ.
062300     MOVE BH-MAIL            TO WS-LOOKUP-MAIL.
062400     MOVE BH-MOBILE          TO WS-LOOKUP-MOBILE.
062500     MOVE BH-CUST-LAST-NAME  TO WS-LOOKUP-LAST-NAME.
062600     MOVE BH-CUST-FIRST-NAME TO WS-LOOKUP-FIRST-NAME.
062700     MOVE BH-POST-CODE       TO WS-LOOKUP-POST-CODE.
062800     PERFORM 6300-FIND-ERASED
062900         THRU 6300-FIND-ERASED-EXIT.
063000     IF WS-ERASE-FOUND
063100         MOVE 'ERASED' TO BH-CUST-LAST-NAME
063200         MOVE SPACES   TO BH-CUST-FIRST-NAME
063300         MOVE SPACES   TO BH-CUST-ADDR1
063400         MOVE SPACES   TO BH-CUST-ADDR2
063500         MOVE SPACES   TO BH-POST-CODE
063600         MOVE SPACES   TO BH-COUNTRY
063700         MOVE SPACES   TO BH-MAIL
063800         MOVE SPACES   TO BH-MOBILE
063900         MOVE SPACES   TO BH-DOB
064000         ADD 1 TO WS-ER-HDR-CNT (WS-HIT-IX)
064100         ADD 1 TO WS-CNT-HDR-MASKED
064200     END-IF.
064300     WRITE BILL-HEADER-OUT FROM BILL-HEADER.
064400 4000-MASK-BILL-HEADERS-EXIT.
064500     EXIT.
064600*----------------------------------------------------------------
064700*  EVERY PHYSICAL SEGMENT OF A SUSPENDED BILL CARRIES THE SAME
064800*  CUSTOMER FIELDS, SO EACH SEGMENT IS MATCHED AND MASKED.
064900*----------------------------------------------------------------
065000 4100-MASK-SUSPENSE.
065100     READ SUSP-IN
065200         AT END
065300             MOVE 'Y' TO WS-SUSP-EOF-SW
065400             GO TO 4100-MASK-SUSPENSE-EXIT
065500     END-READ.
065600     MOVE Mail OF SUSPENSE-BILL          TO WS-LOOKUP-MAIL.
065700     MOVE Mobile OF SUSPENSE-BILL        TO WS-LOOKUP-MOBILE.
065800     MOVE CUSTLastName OF SUSPENSE-BILL  TO WS-LOOKUP-LAST-NAME.
065900     MOVE CUSTFirstName OF SUSPENSE-BILL TO WS-LOOKUP-FIRST-NAME.
066000     MOVE PostCode OF SUSPENSE-BILL      TO WS-LOOKUP-POST-CODE.
066100     PERFORM 6300-FIND-ERASED
066200         THRU 6300-FIND-ERASED-EXIT.
066300     IF WS-ERASE-FOUND
066400         MOVE 'ERASED' TO CUSTLastName OF SUSPENSE-BILL
066500         MOVE SPACES   TO CUSTFirstName OF SUSPENSE-BILL
066600         MOVE SPACES   TO CUSTAddr1 OF SUSPENSE-BILL
066700         MOVE SPACES   TO CUSTAddr2 OF SUSPENSE-BILL
066800         MOVE SPACES   TO PostCode OF SUSPENSE-BILL
066900         MOVE SPACES   TO Country OF SUSPENSE-BILL
067000         MOVE SPACES   TO Mail OF SUSPENSE-BILL
067100         MOVE SPACES   TO Mobile OF SUSPENSE-BILL
067200         MOVE SPACES   TO DOB OF SUSPENSE-BILL
067300         ADD 1 TO WS-ER-SUSP-CNT (WS-HIT-IX)
067400         ADD 1 TO WS-CNT-SUSP-MASKED
067500     END-IF.
067600     WRITE SUSP-OUT-REC FROM SUSPENSE-BILL.
067700 4100-MASK-SUSPENSE-EXIT.
067800     EXIT.
067900*----------------------------------------------------------------
068000 5000-PRINT-FOLLOW-UP.
068100     MOVE SPACES TO RPT-LINE.
068200     WRITE RPT-LINE.
068300     MOVE 'MERGES - BILL LINKS AND HISTORY REPOINTED'
068400         TO WS-SC-TEXT.
068500     WRITE RPT-LINE FROM WS-SECT-LINE.
068600     MOVE 'MERGE   '   TO WS-FL-ACTION.
068700     MOVE 'BILLCUST  ' TO WS-FL-LABEL-1.
068800     MOVE 'CUSTHIST  ' TO WS-FL-LABEL-2.
068900     MOVE 'BILLHST   ' TO WS-FL-LABEL-3.
069000     PERFORM 5100-PRINT-MERGE-ENTRY
069100         THRU 5100-PRINT-MERGE-ENTRY-EXIT
069200         VARYING WS-MG-IX FROM 1 BY 1
069300         UNTIL WS-MG-IX > WS-MG-TBL-CNT.
069400     MOVE SPACES TO RPT-LINE.
069500     WRITE RPT-LINE.
069600     MOVE 'ERASURES - RETAINED BILL COPIES MASKED' TO WS-SC-TEXT.
069700     WRITE RPT-LINE FROM WS-SECT-LINE.
069800     MOVE 'ERASE   '   TO WS-FL-ACTION.
069900     MOVE SPACES       TO WS-FL-INTO-ID.
070000     MOVE 'BILLHDR   ' TO WS-FL-LABEL-1.
070100     MOVE 'BILLSUSP  ' TO WS-FL-LABEL-2.
070200     MOVE SPACES       TO WS-FL-LABEL-3.
070300     PERFORM 5200-PRINT-ERASE-ENTRY
070400         THRU 5200-PRINT-ERASE-ENTRY-EXIT
070500         VARYING WS-ER-IX FROM 1 BY 1
070600         UNTIL WS-ER-IX > WS-ER-TBL-CNT.
070700 5000-PRINT-FOLLOW-UP-EXIT.
070800     EXIT.
070900*----------------------------------------------------------------
071000 5100-PRINT-MERGE-ENTRY.
071100     MOVE WS-MG-FROM-ID (WS-MG-IX) TO WS-FL-CUST-ID.
071200     MOVE WS-MG-INTO-ID (WS-MG-IX) TO WS-FL-INTO-ID.
071300     MOVE WS-MG-BCL-CNT (WS-MG-IX) TO WS-FL-COUNT-1.
071400     MOVE WS-MG-HST-CNT (WS-MG-IX) TO WS-FL-COUNT-2.
071500     MOVE WS-MG-BHS-CNT (WS-MG-IX) TO WS-FL-COUNT-3.
071600     WRITE RPT-LINE FROM WS-FOLLOW-LINE.
071700 5100-PRINT-MERGE-ENTRY-EXIT.
071800     EXIT.
071900*----------------------------------------------------------------
072000 5200-PRINT-ERASE-ENTRY.
072100     MOVE WS-ER-CUST-ID (WS-ER-IX)  TO WS-FL-CUST-ID.
072200     MOVE WS-ER-HDR-CNT (WS-ER-IX)  TO WS-FL-COUNT-1.
072300     MOVE WS-ER-SUSP-CNT (WS-ER-IX) TO WS-FL-COUNT-2.
072400     MOVE ZERO                      TO WS-FL-COUNT-3.
072500     WRITE RPT-LINE FROM WS-FOLLOW-LINE.
072600 5200-PRINT-ERASE-ENTRY-EXIT.
072700     EXIT.
072800*----------------------------------------------------------------
072900 5500-PRINT-TOTALS.
073000     MOVE SPACES TO RPT-LINE.
073100     WRITE RPT-LINE.
073200     MOVE 'TRANSACTIONS APPLIED    ' TO WS-TL-LABEL.
073300     MOVE WS-CNT-APPLIED              TO WS-TL-COUNT.
073400     WRITE RPT-LINE FROM WS-TOT-LINE.
073500     MOVE 'TRANSACTIONS REJECTED   ' TO WS-TL-LABEL.
073600     MOVE WS-CNT-REJECTED             TO WS-TL-COUNT.
073700     WRITE RPT-LINE FROM WS-TOT-LINE.
073800     MOVE 'BILLCUST LINKS REPOINTED' TO WS-TL-LABEL.
073900     MOVE WS-CNT-BCL-REPOINTED        TO WS-TL-COUNT.
074000     WRITE RPT-LINE FROM WS-TOT-LINE.
074100     MOVE 'CUSTHIST RECS REPOINTED ' TO WS-TL-LABEL.
074200     MOVE WS-CNT-HST-REPOINTED        TO WS-TL-COUNT.
074300     WRITE RPT-LINE FROM WS-TOT-LINE.
074400     MOVE 'BILLHST SEGS REPOINTED  ' TO WS-TL-LABEL.
074500     MOVE WS-CNT-BHS-REPOINTED        TO WS-TL-COUNT.
074600     WRITE RPT-LINE FROM WS-TOT-LINE.
074700     MOVE 'BILL HEADERS MASKED     ' TO WS-TL-LABEL.
074800     MOVE WS-CNT-HDR-MASKED           TO WS-TL-COUNT.
074900     WRITE RPT-LINE FROM WS-TOT-LINE.
075000     MOVE 'SUSPENSE RECORDS MASKED ' TO WS-TL-LABEL.
075100     MOVE WS-CNT-SUSP-MASKED          TO WS-TL-COUNT.
075200     WRITE RPT-LINE FROM WS-TOT-LINE.
075300 5500-PRINT-TOTALS-EXIT.
075400     EXIT.
075500*----------------------------------------------------------------
075600 6000-READ-CUSTOMER.
075700     MOVE 'N' TO WS-CUSTOMER-FOUND-SW.
075800     MOVE WS-LOOKUP-CUST TO CUST-ID.
075900     READ CUST-MAST-FILE
076000         INVALID KEY
076100             CONTINUE
076200         NOT INVALID KEY
076300             MOVE 'Y' TO WS-CUSTOMER-FOUND-SW
076400     END-READ.
076500 6000-READ-CUSTOMER-EXIT.
076600     EXIT.
076700*----------------------------------------------------------------
076800*  MM/DD/CCYY IN WS-SLASH-DATE TO CCYYMMDD IN WS-DATE-KEY, THE
076900*  SAME REARRANGEMENT CUSTHST0 USES FOR ITS SORT KEY.
077000*----------------------------------------------------------------
077100 6100-BUILD-DATE-KEY.
077200     MOVE SPACES TO WS-DATE-KEY.
077300     IF WS-SLASH-DATE = SPACES
077400         GO TO 6100-BUILD-DATE-KEY-EXIT
077500     END-IF.
077600     MOVE WS-SLASH-DATE (7:4) TO WS-DATE-KEY (1:4).
077700     MOVE WS-SLASH-DATE (1:2) TO WS-DATE-KEY (5:2).
077800     MOVE WS-SLASH-DATE (4:2) TO WS-DATE-KEY (7:2).
077900 6100-BUILD-DATE-KEY-EXIT.
078000     EXIT.
078100*----------------------------------------------------------------
078200 6200-FIND-MERGE.
078300     MOVE 'N' TO WS-MERGE-FOUND-SW.
078400     MOVE ZERO TO WS-HIT-IX.
078500     PERFORM 6210-MATCH-MERGE-ENTRY
078600         THRU 6210-MATCH-MERGE-ENTRY-EXIT
078700         VARYING WS-MG-IX FROM 1 BY 1
078800         UNTIL WS-MG-IX > WS-MG-TBL-CNT
078900         OR WS-MERGE-FOUND.
079000 6200-FIND-MERGE-EXIT.
079100     EXIT.
079200*----------------------------------------------------------------
079300 6210-MATCH-MERGE-ENTRY.
079400     IF WS-MG-FROM-ID (WS-MG-IX) = WS-LOOKUP-CUST
079500         MOVE 'Y' TO WS-MERGE-FOUND-SW
079600         MOVE WS-MG-IX TO WS-HIT-IX
079700     END-IF.
079800 6210-MATCH-MERGE-ENTRY-EXIT.
079900     EXIT.
080000*----------------------------------------------------------------
080100*  A BILL BELONGS TO AN ERASED CUSTOMER WHEN ITS MAIL OR MOBILE
080200*  MATCHES A NON-BLANK ONE HELD FOR THE CUSTOMER, OR ITS NAME
080300*  AND POST CODE MATCH - THE SAME KEYS CUSTMCH0 MATCHES ON.
080400*----------------------------------------------------------------
080500 6300-FIND-ERASED.
080600     MOVE 'N' TO WS-ERASE-FOUND-SW.
080700     MOVE ZERO TO WS-HIT-IX.
080800     PERFORM 6310-MATCH-ERASE-ENTRY
080900         THRU 6310-MATCH-ERASE-ENTRY-EXIT
081000         VARYING WS-ER-IX FROM 1 BY 1
081100         UNTIL WS-ER-IX > WS-ER-TBL-CNT
081200         OR WS-ERASE-FOUND.
081300 6300-FIND-ERASED-EXIT.
081400     EXIT.
081500*----------------------------------------------------------------
081600 6310-MATCH-ERASE-ENTRY.
081700     IF WS-ER-MAIL (WS-ER-IX) NOT = SPACES
081800         AND WS-ER-MAIL (WS-ER-IX) = WS-LOOKUP-MAIL
081900         MOVE 'Y' TO WS-ERASE-FOUND-SW
082000     END-IF.
082100     IF WS-ER-MOBILE (WS-ER-IX) NOT = SPACES
082200         AND WS-ER-MOBILE (WS-ER-IX) = WS-LOOKUP-MOBILE
082300         MOVE 'Y' TO WS-ERASE-FOUND-SW
082400     END-IF.
082500     IF WS-ER-NAME-POST (WS-ER-IX) NOT = SPACES
082600         AND WS-ER-NAME-POST (WS-ER-IX) = WS-LOOKUP-NAME-POST
082700         MOVE 'Y' TO WS-ERASE-FOUND-SW
082800     END-IF.
082900     IF WS-ERASE-FOUND
083000         MOVE WS-ER-IX TO WS-HIT-IX
083100     END-IF.
083200 6310-MATCH-ERASE-ENTRY-EXIT.
083300     EXIT.
083400*----------------------------------------------------------------
083500 9999-TERMINATE.
083600     CLOSE CUST-TRN-IN.
083700     CLOSE CUST-MAST-FILE.
083800     CLOSE BILL-CUST-IN.
083900     CLOSE BILL-CUST-OUT.
084000     CLOSE CUST-HIST-IN.
084100     CLOSE CUST-HIST-OUT.
084200     CLOSE BILL-HIST-FILE.
084300     CLOSE BILL-HDR-IN.
084400     CLOSE BILL-HDR-OUT.
084500     CLOSE SUSP-IN.
084600     CLOSE SUSP-OUT.
084700     CLOSE MAINT-LOG.
084800 9999-TERMINATE-EXIT.
084900     EXIT.
