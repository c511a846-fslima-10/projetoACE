000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  INVMCH00.
000300 AUTHOR.      R HOLLOWAY.
000400 INSTALLATION. RETAIL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  INVMCH00 - VENDOR INVOICE THREE-WAY MATCH AND AP JOURNAL
000900*
001000*  THE BOOKKEEPER KEYS ONE VENDOR-INVOICE TRANSACTION PER
001100*  INVOICE LINE (VNDINV.CPY).  THIS JOB SORTS THEM BY VENDOR
001200*  AND INVOICE NUMBER AND MATCHES EACH INVOICE AS A WHOLE -
001300*  THE VENDOR MUST BE ON VNDMST AND THE INVOICE MUST NOT
001400*  ALREADY BE ON THE APPROVED-INVOICE REGISTER (APINV), AND
001500*  EVERY LINE MUST BILL A PO LINE ON POMST THAT BELONGS TO THE
001600*  VENDOR AND CARRIES THE SKU, WITHOUT THE QUANTITY BILLED TO
001700*  DATE (OP-INVOICED-QTY, EARLIER LINES OF THE SAME INVOICE
001800*  AND THIS LINE) RUNNING OVER OP-RECEIVED-QTY OR OP-ORDER-QTY
001900*  BY MORE THAN THE INVCTL TOLERANCE, AND NOT AGAINST A CLOSED
002000*  PO WHOSE RECEIPTS ARE ALREADY FULLY BILLED.
002100*
002200*  AN INVOICE THAT PASSES IS APPROVED: EACH PO LINE'S INVOICED
002300*  QUANTITY IS UPDATED, THE INVOICE IS ADDED TO APINV, IT IS
002400*  LISTED ON THE APPROVED-INVOICE REGISTER (INVRPT), AND A
002500*  BALANCED PAIR - INVENTRY DEBIT, ACCTSPAY CREDIT, RESOLVED
002600*  THROUGH GLCHART - IS WRITTEN TO THE APJRNL EXTRACT IN THE
002700*  GLJRNL LAYOUT UNDER THE RUNDATE BUSINESS DATE.  AN INVOICE
002800*  WITH ANY DISCREPANCY IS HELD WHOLE: EVERY LINE IS PRINTED
002900*  ON THE DISCREPANCY REPORT (INVDSC) WITH ITS REASON AND THE
003000*  LINES ARE WRITTEN TO INVHELD FOR RE-KEYING ONCE THE VENDOR
003100*  HAS BEEN QUERIED.  NOTHING ON POMST OR APINV CHANGES FOR A
003200*  HELD INVOICE.  AN APPROVED LINE'S BILLED UNIT COST ALSO
003300*  REPLACES THE PO LINE'S EXPECTED COST (OP-UNIT-COST), SO
003400*  GOODS RECEIVED AFTER THE INVOICE ARE AVERAGED AT WHAT THE
003500*  VENDOR ACTUALLY CHARGED.
003600*
003700*  NOTE - APINV MUST EXIST AS AN EMPTY INDEXED FILE BEFORE THE
003800*  FIRST RUN (STANDARD ONE-TIME VSAM/INDEXED FILE
003900*  INITIALISATION).
004000*
004100*  MODIFICATION HISTORY
004200*  ---------------------------------------------------------------
004300*  DATE       INIT  DESCRIPTION
004400*  10/15/2026 RH    ORIGINAL PROGRAM.
004500*****************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.  IBM.
004900 OBJECT-COMPUTER.  IBM.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT INV-TRN-IN     ASSIGN TO VNDINV
005300                           ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT INV-CTL-FILE   ASSIGN TO INVCTL
005500                           ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT RUN-DATE-FILE  ASSIGN TO RUNDATE
005700                           ORGANIZATION IS LINE SEQUENTIAL
005800                           FILE STATUS IS WS-RUNDATE-STATUS.
005900     SELECT CHART-IN       ASSIGN TO GLCHART
006000                           ORGANIZATION IS LINE SEQUENTIAL
006100                           FILE STATUS IS WS-CHART-FILE-STATUS.
006200     SELECT PO-MAST-FILE   ASSIGN TO POMST
006300                ORGANIZATION IS INDEXED
006400                ACCESS MODE IS DYNAMIC
006500                RECORD KEY IS OP-PO-NUMBER
006600                FILE STATUS IS WS-POMST-STATUS.
006700     SELECT VND-MAST-FILE  ASSIGN TO VNDMST
006800                ORGANIZATION IS INDEXED
006900                ACCESS MODE IS DYNAMIC
007000                RECORD KEY IS VN-VENDOR-ID
007100                FILE STATUS IS WS-VNDMST-STATUS.
007200     SELECT AP-INV-FILE    ASSIGN TO APINV
007300                ORGANIZATION IS INDEXED
007400                ACCESS MODE IS DYNAMIC
007500                RECORD KEY IS AI-INVOICE-KEY
007600                FILE STATUS IS WS-APINV-STATUS.
007700     SELECT AP-JRNL-OUT    ASSIGN TO APJRNL
007800                           ORGANIZATION IS LINE SEQUENTIAL.
007900     SELECT INV-HELD-OUT   ASSIGN TO INVHELD
008000                           ORGANIZATION IS LINE SEQUENTIAL.
008100     SELECT APPROVED-RPT   ASSIGN TO INVRPT
008200                           ORGANIZATION IS LINE SEQUENTIAL.
008300     SELECT DISCREP-RPT    ASSIGN TO INVDSC
008400                           ORGANIZATION IS LINE SEQUENTIAL.
008500     SELECT SORT-WORK      ASSIGN TO SRTWK01.
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  INV-TRN-IN
008900     RECORDING MODE IS F.
009000 COPY "VndInv".
009100 FD  INV-CTL-FILE
009200     RECORDING MODE IS F.
009300 COPY "InvCtl".
009400 FD  RUN-DATE-FILE
009500     RECORDING MODE IS F.
009600 COPY "RunDte".
009700 FD  CHART-IN
009800     RECORDING MODE IS F.
009900 COPY "GlChart".
010000 FD  PO-MAST-FILE.
010100 COPY "PurOrd".
010200 FD  VND-MAST-FILE.
010300 COPY "VndMst".
010400 FD  AP-INV-FILE.
010500 COPY "ApInv".
010600 FD  AP-JRNL-OUT
010700     RECORDING MODE IS F.
010800 COPY "GlJrnl".
010900 FD  INV-HELD-OUT
011000     RECORDING MODE IS F.
011100 COPY "VndInv"
011200     REPLACING
011300         ==VENDOR-INVOICE-TRANSACTION== BY ==HELD-INVOICE-LINE==
011400         LEADING ==VI== BY ==HI==.
011500 FD  APPROVED-RPT
011600     RECORDING MODE IS F.
011700 01  APR-LINE                     PIC X(132).
011800 FD  DISCREP-RPT
011900     RECORDING MODE IS F.
012000 01  DSC-LINE                     PIC X(132).
012100 SD  SORT-WORK.
012200 COPY "VndInv"
012300     REPLACING
012400         ==VENDOR-INVOICE-TRANSACTION== BY ==SW-RECORD==
012500         LEADING ==VI== BY ==SW==.
012600 WORKING-STORAGE SECTION.
012700 01  WS-RUNDATE-STATUS            PIC X(02).
012800 01  WS-CHART-FILE-STATUS         PIC X(02).
012900 01  WS-POMST-STATUS              PIC X(02).
013000     88  WS-POMST-OK                      VALUE '00'.
013100     88  WS-POMST-NOTFOUND                VALUE '23'.
013200 01  WS-VNDMST-STATUS             PIC X(02).
013300     88  WS-VNDMST-OK                     VALUE '00'.
013400     88  WS-VNDMST-NOTFOUND               VALUE '23'.
013500 01  WS-APINV-STATUS              PIC X(02).
013600     88  WS-APINV-OK                      VALUE '00'.
013700     88  WS-APINV-NOTFOUND                VALUE '23'.
013800 01  WS-SWITCHES.
013900     03  WS-TRN-EOF-SW            PIC X(01)  VALUE 'N'.
014000         88  WS-TRN-EOF                      VALUE 'Y'.
014100     03  WS-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
014200         88  WS-SORT-EOF                     VALUE 'Y'.
014300     03  WS-CHART-EOF-SW          PIC X(01)  VALUE 'N'.
014400         88  WS-CHART-EOF                    VALUE 'Y'.
014500     03  WS-CHART-FOUND-SW        PIC X(01)  VALUE 'N'.
014600         88  WS-CHART-FOUND                  VALUE 'Y'.
014700     03  WS-FIRST-REC-SW          PIC X(01)  VALUE 'Y'.
014800         88  WS-FIRST-REC                    VALUE 'Y'.
014900     03  WS-INV-HELD-SW           PIC X(01)  VALUE 'N'.
015000         88  WS-INV-HELD                     VALUE 'Y'.
015100     03  WS-VENDOR-FOUND-SW       PIC X(01)  VALUE 'N'.
015200         88  WS-VENDOR-FOUND                 VALUE 'Y'.
015300     03  WS-PO-FOUND-SW           PIC X(01)  VALUE 'N'.
015400         88  WS-PO-FOUND                     VALUE 'Y'.
015500 01  WS-COUNTERS.
015600     03  WS-LN-IX                 PIC 9(03)  COMP.
015700     03  WS-LN-IX2                PIC 9(03)  COMP.
015800     03  WS-LN-TBL-CNT            PIC 9(03)  COMP  VALUE ZERO.
015900     03  WS-GA-IX                 PIC 9(02)  COMP.
016000     03  WS-GA-TBL-CNT            PIC 9(02)  COMP  VALUE ZERO.
016100     03  WS-CNT-LINES-READ        PIC 9(07)  COMP  VALUE ZERO.
016200     03  WS-CNT-APPROVED          PIC 9(05)  COMP  VALUE ZERO.
016300     03  WS-CNT-HELD              PIC 9(05)  COMP  VALUE ZERO.
016400     03  WS-CNT-LINES-HELD        PIC 9(05)  COMP  VALUE ZERO.
016500     03  WS-JRNL-WRITTEN          PIC 9(07)  COMP  VALUE ZERO.
016600 01  WS-RUN-DATE                  PIC 9(08)  VALUE ZERO.
016700 01  WS-BRK-VENDOR-ID             PIC X(06).
016800 01  WS-BRK-INVOICE-NUMBER        PIC X(10).
016900 01  WS-INV-REASON                PIC X(26).
017000 01  WS-QUANTITIES.
017100     03  WS-TOLERANCE-QTY         PIC 9(05).
017200     03  WS-EARLIER-QTY           PIC 9(07).
017300     03  WS-BILLED-TO-DATE        PIC 9(07).
017400 01  WS-AMOUNTS.
017500     03  WS-INVOICE-TOTAL         PIC 9(09)V99  VALUE ZERO.
017600     03  WS-APPROVED-TOTAL        PIC 9(11)V99  VALUE ZERO.
017700     03  WS-HELD-TOTAL            PIC 9(11)V99  VALUE ZERO.
017800     03  WS-PAIR-AMT              PIC 9(09)V99  VALUE ZERO.
017900     03  WS-TOT-DEBITS            PIC 9(11)V99  VALUE ZERO.
018000     03  WS-TOT-CREDITS           PIC 9(11)V99  VALUE ZERO.
018100 01  WS-DR-CODE                   PIC X(08).
018200 01  WS-CR-CODE                   PIC X(08).
018300 01  WS-LOOKUP-CODE               PIC X(08).
018400 01  WS-ACCT-NO                   PIC X(08).
018500 01  WS-GA-TBL-MAX                PIC 9(02)  VALUE 20.
018600 01  WS-CHART-TABLE.
018700     03  WS-GA-ENTRY              OCCURS 20 TIMES.
018800         05  WS-GA-CODE           PIC X(08).
018900         05  WS-GA-ACCT           PIC X(08).
019000         05  WS-GA-NAME           PIC X(25).
019100*  ONE INVOICE'S LINES, HELD UNTIL THE WHOLE INVOICE HAS MATCHED.
019200 01  WS-LN-TBL-MAX                PIC 9(03)  VALUE 100.
019300 01  WS-LINE-TABLE.
019400     03  WS-LN-ENTRY              OCCURS 100 TIMES.
019500         05  WS-LN-RECORD         PIC X(56).
019600         05  WS-LN-FIELDS REDEFINES WS-LN-RECORD.
019700             07  WS-LN-INVOICE-NUMBER PIC X(10).
019800             07  WS-LN-VENDOR-ID  PIC X(06).
019900             07  WS-LN-PO-NUMBER  PIC 9(06).
020000             07  WS-LN-SKU        PIC X(08).
020100             07  WS-LN-BILLED-QTY PIC 9(05).
020200             07  WS-LN-UNIT-COST  PIC 9(05)V99.
020300             07  WS-LN-INVOICE-DATE PIC 9(08).
020400             07  WS-LN-CLERK-ID   PIC X(06).
020500         05  WS-LN-ORDER-QTY      PIC 9(05).
020600         05  WS-LN-RECEIVED-QTY   PIC 9(05).
020700         05  WS-LN-INVOICED-QTY   PIC 9(05).
020800         05  WS-LN-AMOUNT         PIC 9(09)V99.
020900         05  WS-LN-RESULT         PIC X(26).
021000             88  WS-LN-MATCHED            VALUE 'MATCHED'.
021100 01  WS-REPORT-LINES.
021200     03  WS-APR-HDR-1.
021300         05  FILLER               PIC X(40) VALUE
021400             'APPROVED VENDOR INVOICES - BUSINESS DATE'.
021500         05  FILLER               PIC X(01) VALUE SPACES.
021600         05  WS-AH-RUN-DATE       PIC 9(08).
021700         05  FILLER               PIC X(83) VALUE SPACES.
021800     03  WS-APR-HDR-2.
021900         05  FILLER               PIC X(08) VALUE 'VENDOR'.
022000         05  FILLER               PIC X(27) VALUE 'VENDOR NAME'.
022100         05  FILLER               PIC X(12) VALUE 'INVOICE'.
022200         05  FILLER               PIC X(10) VALUE 'INV DATE'.
022300         05  FILLER               PIC X(06) VALUE 'LINES'.
022400         05  FILLER               PIC X(15) VALUE
022500             '         AMOUNT'.
022600         05  FILLER               PIC X(54) VALUE SPACES.
022700     03  WS-APR-DET.
022800         05  WS-AD-VENDOR         PIC X(08).
022900         05  WS-AD-VENDOR-NAME    PIC X(27).
023000         05  WS-AD-INVOICE        PIC X(12).
023100         05  WS-AD-INV-DATE       PIC 9(08).
023200         05  FILLER               PIC X(03) VALUE SPACES.
023300         05  WS-AD-LINES          PIC ZZ9.
023400         05  FILLER               PIC X(02) VALUE SPACES.
023500         05  WS-AD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
023600         05  FILLER               PIC X(55) VALUE SPACES.
023700     03  WS-DSC-HDR-1.
023800         05  FILLER               PIC X(45) VALUE
023900             'VENDOR INVOICE DISCREPANCIES - BUSINESS DATE'.
024000         05  FILLER               PIC X(01) VALUE SPACES.
024100         05  WS-DH-RUN-DATE       PIC 9(08).
024200         05  FILLER               PIC X(78) VALUE SPACES.
024300     03  WS-DSC-HDR-2.
024400         05  FILLER               PIC X(08) VALUE 'VENDOR'.
024500         05  FILLER               PIC X(12) VALUE 'INVOICE'.
024600         05  FILLER               PIC X(08) VALUE 'PO'.
024700         05  FILLER               PIC X(10) VALUE 'SKU'.
024800         05  FILLER               PIC X(06) VALUE 'BILLED'.
024900         05  FILLER               PIC X(06) VALUE '  RCVD'.
025000         05  FILLER               PIC X(06) VALUE '  INVD'.
025100         05  FILLER               PIC X(06) VALUE '  ORDD'.
025200         05  FILLER               PIC X(10) VALUE ' UNIT COST'.
025300         05  FILLER               PIC X(15) VALUE
025400             '    LINE AMOUNT'.
025500         05  FILLER               PIC X(02) VALUE SPACES.
025600         05  FILLER               PIC X(26) VALUE 'RESULT'.
025700         05  FILLER               PIC X(17) VALUE SPACES.
025800     03  WS-DSC-INV-LINE.
025900         05  FILLER               PIC X(08) VALUE 'INVOICE '.
026000         05  WS-DI-INVOICE        PIC X(11).
026100         05  FILLER               PIC X(07) VALUE 'VENDOR '.
026200         05  WS-DI-VENDOR         PIC X(07).
026300         05  FILLER               PIC X(07) VALUE 'HELD - '.
026400         05  WS-DI-REASON         PIC X(26).
026500         05  FILLER               PIC X(66) VALUE SPACES.
026600     03  WS-DSC-DET.
026700         05  WS-DD-VENDOR         PIC X(08).
026800         05  WS-DD-INVOICE        PIC X(12).
026900         05  WS-DD-PO             PIC 9(06).
027000         05  FILLER               PIC X(02) VALUE SPACES.
027100         05  WS-DD-SKU            PIC X(10).
027200         05  WS-DD-BILLED         PIC ZZZZ9.
027300         05  FILLER               PIC X(01) VALUE SPACES.
027400         05  WS-DD-RECEIVED       PIC ZZZZ9.
027500         05  FILLER               PIC X(01) VALUE SPACES.
027600         05  WS-DD-INVOICED       PIC ZZZZ9.
027700         05  FILLER               PIC X(01) VALUE SPACES.
027800         05  WS-DD-ORDERED        PIC ZZZZ9.
027900         05  FILLER               PIC X(01) VALUE SPACES.
028000         05  WS-DD-UNIT-COST      PIC ZZ,ZZ9.99.
028100         05  FILLER               PIC X(01) VALUE SPACES.
028200         05  WS-DD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
028300         05  FILLER               PIC X(03) VALUE SPACES.
028400         05  WS-DD-RESULT         PIC X(26).
028500         05  FILLER               PIC X(17) VALUE SPACES.
028600     03  WS-TOT-LINE.
028700         05  WS-TL-LABEL          PIC X(24).
028800         05  WS-TL-COUNT          PIC ZZZZ9.
028900         05  FILLER               PIC X(103) VALUE SPACES.
029000     03  WS-AMT-LINE.
029100         05  WS-AL-LABEL          PIC X(24).
029200         05  WS-AL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
029300         05  FILLER               PIC X(91) VALUE SPACES.
029400     03  WS-VERDICT-LINE.
029500         05  WS-VL-TEXT           PIC X(50).
029600         05  FILLER               PIC X(82) VALUE SPACES.
029700 PROCEDURE DIVISION.
029800 0000-MAINLINE.
029900     PERFORM 1000-INITIALIZE
030000         THRU 1000-INITIALIZE-EXIT.
030100     SORT SORT-WORK
030200         ON ASCENDING KEY SW-VENDOR-ID SW-INVOICE-NUMBER
030300                          SW-PO-NUMBER
030400         INPUT PROCEDURE  IS 2000-RELEASE-LINES
030500             THRU 2000-RELEASE-LINES-EXIT
030600         OUTPUT PROCEDURE IS 3000-MATCH-INVOICES
030700             THRU 3000-MATCH-INVOICES-EXIT.
030800     PERFORM 4000-PROVE-BALANCE
030900         THRU 4000-PROVE-BALANCE-EXIT.
031000     PERFORM 9999-TERMINATE
031100         THRU 9999-TERMINATE-EXIT.
031200     STOP RUN.
031300*----------------------------------------------------------------
031400 1000-INITIALIZE.
031500     OPEN INPUT RUN-DATE-FILE.
031600     IF NOT WS-RUNDATE-STATUS = '00'
031700         DISPLAY 'INVMCH00 - RUNDATE CONTROL FILE MISSING'
031800             ' STATUS ' WS-RUNDATE-STATUS
031900         STOP RUN
032000     END-IF.
032100     READ RUN-DATE-FILE
032200         AT END
032300             DISPLAY 'INVMCH00 - RUNDATE CONTROL RECORD MISSING'
032400             STOP RUN
032500     END-READ.
032600     MOVE RD-RUN-DATE TO WS-RUN-DATE.
032700     CLOSE RUN-DATE-FILE.
032800     OPEN INPUT INV-CTL-FILE.
032900     READ INV-CTL-FILE
033000         AT END
033100             DISPLAY 'INVMCH00 - INVCTL CONTROL RECORD MISSING'
033200             STOP RUN
033300     END-READ.
033400     CLOSE INV-CTL-FILE.
033500     PERFORM 1100-LOAD-CHART-TABLE
033600         THRU 1100-LOAD-CHART-TABLE-EXIT.
033700     OPEN I-O    PO-MAST-FILE.
033800     IF NOT WS-POMST-OK
033900         DISPLAY 'INVMCH00 - OPEN FAILED FOR POMST STATUS '
034000             WS-POMST-STATUS
034100         STOP RUN
034200     END-IF.
034300     OPEN INPUT  VND-MAST-FILE.
034400     IF NOT WS-VNDMST-OK
034500         DISPLAY 'INVMCH00 - OPEN FAILED FOR VNDMST STATUS '
034600             WS-VNDMST-STATUS
034700         STOP RUN
034800     END-IF.
034900     OPEN I-O    AP-INV-FILE.
035000     IF NOT WS-APINV-OK
035100         DISPLAY 'INVMCH00 - OPEN FAILED FOR APINV STATUS '
035200             WS-APINV-STATUS
035300         STOP RUN
035400     END-IF.
035500     OPEN OUTPUT AP-JRNL-OUT.
035600     OPEN OUTPUT INV-HELD-OUT.
035700     OPEN OUTPUT APPROVED-RPT.
035800     OPEN OUTPUT DISCREP-RPT.
035900     MOVE WS-RUN-DATE TO WS-AH-RUN-DATE.
036000     MOVE WS-RUN-DATE TO WS-DH-RUN-DATE.
036100     WRITE APR-LINE FROM WS-APR-HDR-1.
036200     WRITE APR-LINE FROM WS-APR-HDR-2.
036300     WRITE DSC-LINE FROM WS-DSC-HDR-1.
036400     WRITE DSC-LINE FROM WS-DSC-HDR-2.
036500 1000-INITIALIZE-EXIT.
036600     EXIT.
036700*----------------------------------------------------------------
036800 1100-LOAD-CHART-TABLE.
036900     OPEN INPUT CHART-IN.
037000     IF NOT WS-CHART-FILE-STATUS = '00'
037100         DISPLAY 'INVMCH00 - CHART OF ACCOUNTS (GLCHART)'
037200             ' MISSING STATUS ' WS-CHART-FILE-STATUS
037300         STOP RUN
037400     END-IF.
037500     PERFORM 1150-LOAD-CHART-ENTRY
037600         THRU 1150-LOAD-CHART-ENTRY-EXIT
037700         UNTIL WS-CHART-EOF.
037800     CLOSE CHART-IN.
037900 1100-LOAD-CHART-TABLE-EXIT.
038000     EXIT.
038100*----------------------------------------------------------------
038200 1150-LOAD-CHART-ENTRY.
038300     READ CHART-IN
038400         AT END
038500             MOVE 'Y' TO WS-CHART-EOF-SW
038600             GO TO 1150-LOAD-CHART-ENTRY-EXIT
038700     END-READ.
038800     IF WS-GA-TBL-CNT >= WS-GA-TBL-MAX
038900         DISPLAY 'INVMCH00 - MORE THAN ' WS-GA-TBL-MAX
039000             ' CHART ENTRIES'
039100         STOP RUN
039200     END-IF.
039300     ADD 1 TO WS-GA-TBL-CNT.
039400     MOVE GA-SOURCE-CODE  TO WS-GA-CODE (WS-GA-TBL-CNT).
039500     MOVE GA-ACCOUNT-NO   TO WS-GA-ACCT (WS-GA-TBL-CNT).
039600     MOVE GA-ACCOUNT-NAME TO WS-GA-NAME (WS-GA-TBL-CNT).
039700 1150-LOAD-CHART-ENTRY-EXIT.
039800     EXIT.
039900*----------------------------------------------------------------
040000 2000-RELEASE-LINES.
040100     OPEN INPUT INV-TRN-IN.
040200 2010-RELEASE-LINES-READ.
040300     READ INV-TRN-IN
040400         AT END
040500             MOVE 'Y' TO WS-TRN-EOF-SW
040600             GO TO 2000-RELEASE-LINES-EXIT
040700     END-READ.
040800     ADD 1 TO WS-CNT-LINES-READ.
040900     RELEASE SW-RECORD FROM VENDOR-INVOICE-TRANSACTION.
041000     GO TO 2010-RELEASE-LINES-READ.
041100 2000-RELEASE-LINES-EXIT.
041200     CLOSE INV-TRN-IN.
041300     EXIT.
041400*----------------------------------------------------------------
041500 3000-MATCH-INVOICES.
041600     MOVE ZERO TO WS-LN-TBL-CNT.
041700 3010-MATCH-INVOICES-READ.
041800     RETURN SORT-WORK
041900         AT END
042000             MOVE 'Y' TO WS-SORT-EOF-SW
042100             GO TO 3020-MATCH-INVOICES-BREAK-CHECK
042200     END-RETURN.
042300 3020-MATCH-INVOICES-BREAK-CHECK.
042400     IF WS-FIRST-REC
042500         IF WS-SORT-EOF
042600             GO TO 3000-MATCH-INVOICES-EXIT
042700         END-IF
042800         MOVE 'N'                  TO WS-FIRST-REC-SW
042900         MOVE SW-VENDOR-ID         TO WS-BRK-VENDOR-ID
043000         MOVE SW-INVOICE-NUMBER    TO WS-BRK-INVOICE-NUMBER
043100     END-IF.
043200     IF WS-SORT-EOF
043300         OR SW-VENDOR-ID      NOT = WS-BRK-VENDOR-ID
043400         OR SW-INVOICE-NUMBER NOT = WS-BRK-INVOICE-NUMBER
043500         PERFORM 3100-PROCESS-INVOICE
043600             THRU 3100-PROCESS-INVOICE-EXIT
043700         MOVE SW-VENDOR-ID         TO WS-BRK-VENDOR-ID
043800         MOVE SW-INVOICE-NUMBER    TO WS-BRK-INVOICE-NUMBER
043900         MOVE ZERO                 TO WS-LN-TBL-CNT
044000     END-IF.
044100     IF WS-SORT-EOF
044200         GO TO 3000-MATCH-INVOICES-EXIT
044300     END-IF.
044400     IF WS-LN-TBL-CNT >= WS-LN-TBL-MAX
044500         DISPLAY 'INVMCH00 - MORE THAN ' WS-LN-TBL-MAX
044600             ' LINES ON INVOICE ' SW-INVOICE-NUMBER
044700         STOP RUN
044800     END-IF.
044900     ADD 1 TO WS-LN-TBL-CNT.
045000     MOVE SW-RECORD TO WS-LN-RECORD (WS-LN-TBL-CNT).
045100     GO TO 3010-MATCH-INVOICES-READ.
045200 3000-MATCH-INVOICES-EXIT.
045300     EXIT.
045400*----------------------------------------------------------------
045500*  MATCH ONE WHOLE INVOICE - INVOICE-LEVEL CHECKS FIRST, THEN
045600*  EVERY LINE - AND APPROVE OR HOLD IT AS A UNIT.
045700*----------------------------------------------------------------
045800 3100-PROCESS-INVOICE.
045900     MOVE 'N'    TO WS-INV-HELD-SW.
046000     MOVE SPACES TO WS-INV-REASON.
046100     MOVE ZERO   TO WS-INVOICE-TOTAL.
046200     MOVE WS-BRK-VENDOR-ID TO VN-VENDOR-ID.
046300     MOVE 'N' TO WS-VENDOR-FOUND-SW.
046400     READ VND-MAST-FILE
046500         INVALID KEY
046600             CONTINUE
046700         NOT INVALID KEY
046800             MOVE 'Y' TO WS-VENDOR-FOUND-SW
046900     END-READ.
047000     IF NOT WS-VENDOR-FOUND
047100         MOVE 'Y' TO WS-INV-HELD-SW
047200         MOVE '** VENDOR NOT ON VNDMST' TO WS-INV-REASON
047300     END-IF.
047400     MOVE WS-BRK-VENDOR-ID      TO AI-VENDOR-ID.
047500     MOVE WS-BRK-INVOICE-NUMBER TO AI-INVOICE-NUMBER.
047600     READ AP-INV-FILE
047700         INVALID KEY
047800             CONTINUE
047900         NOT INVALID KEY
048000             MOVE 'Y' TO WS-INV-HELD-SW
048100             MOVE '** DUPLICATE INVOICE' TO WS-INV-REASON
048200     END-READ.
048300     PERFORM 3200-MATCH-LINE
048400         THRU 3200-MATCH-LINE-EXIT
048500         VARYING WS-LN-IX FROM 1 BY 1
048600         UNTIL WS-LN-IX > WS-LN-TBL-CNT.
048700     IF WS-INV-HELD
048800         PERFORM 3300-HOLD-INVOICE
048900             THRU 3300-HOLD-INVOICE-EXIT
049000     ELSE
049100         PERFORM 3400-APPROVE-INVOICE
049200             THRU 3400-APPROVE-INVOICE-EXIT
049300     END-IF.
049400 3100-PROCESS-INVOICE-EXIT.
049500     EXIT.
049600*----------------------------------------------------------------
049700 3200-MATCH-LINE.
049800     MOVE ZERO TO WS-LN-ORDER-QTY (WS-LN-IX).
049900     MOVE ZERO TO WS-LN-RECEIVED-QTY (WS-LN-IX).
050000     MOVE ZERO TO WS-LN-INVOICED-QTY (WS-LN-IX).
050100     MOVE ZERO TO WS-LN-AMOUNT (WS-LN-IX).
050200     MOVE 'MATCHED' TO WS-LN-RESULT (WS-LN-IX).
050300     IF WS-LN-BILLED-QTY (WS-LN-IX) NOT NUMERIC
050400         OR WS-LN-UNIT-COST (WS-LN-IX) NOT NUMERIC
050500         OR WS-LN-PO-NUMBER (WS-LN-IX) NOT NUMERIC
050600         OR WS-LN-BILLED-QTY (WS-LN-IX) = ZERO
050700         OR WS-LN-UNIT-COST (WS-LN-IX) = ZERO
050800         MOVE '** QTY/COST/PO NOT VALID'
050900             TO WS-LN-RESULT (WS-LN-IX)
051000         MOVE 'Y' TO WS-INV-HELD-SW
051100         GO TO 3200-MATCH-LINE-EXIT
051200     END-IF.
051300     COMPUTE WS-LN-AMOUNT (WS-LN-IX) =
051400         WS-LN-BILLED-QTY (WS-LN-IX) * WS-LN-UNIT-COST (WS-LN-IX).
051500     ADD WS-LN-AMOUNT (WS-LN-IX) TO WS-INVOICE-TOTAL.
051600     MOVE WS-LN-PO-NUMBER (WS-LN-IX) TO OP-PO-NUMBER.
051700     MOVE 'N' TO WS-PO-FOUND-SW.
051800     READ PO-MAST-FILE
051900         INVALID KEY
052000             CONTINUE
052100         NOT INVALID KEY
052200             MOVE 'Y' TO WS-PO-FOUND-SW
052300     END-READ.
052400     IF NOT WS-PO-FOUND
052500         MOVE '** PO NOT FOUND' TO WS-LN-RESULT (WS-LN-IX)
052600         MOVE 'Y' TO WS-INV-HELD-SW
052700         GO TO 3200-MATCH-LINE-EXIT
052800     END-IF.
052900     MOVE OP-ORDER-QTY    TO WS-LN-ORDER-QTY (WS-LN-IX).
053000     MOVE OP-RECEIVED-QTY TO WS-LN-RECEIVED-QTY (WS-LN-IX).
053100     MOVE OP-INVOICED-QTY TO WS-LN-INVOICED-QTY (WS-LN-IX).
053200     IF OP-VENDOR-ID NOT = WS-LN-VENDOR-ID (WS-LN-IX)
053300         MOVE '** PO IS FOR OTHER VENDOR'
053400             TO WS-LN-RESULT (WS-LN-IX)
053500         MOVE 'Y' TO WS-INV-HELD-SW
053600         GO TO 3200-MATCH-LINE-EXIT
053700     END-IF.
053800     IF OP-SKU NOT = WS-LN-SKU (WS-LN-IX)
053900         MOVE '** SKU DOES NOT MATCH PO'
054000             TO WS-LN-RESULT (WS-LN-IX)
054100         MOVE 'Y' TO WS-INV-HELD-SW
054200         GO TO 3200-MATCH-LINE-EXIT
054300     END-IF.
054400     MOVE ZERO TO WS-EARLIER-QTY.
054500     PERFORM 3250-SUM-EARLIER-LINE
054600         THRU 3250-SUM-EARLIER-LINE-EXIT
054700         VARYING WS-LN-IX2 FROM 1 BY 1
054800         UNTIL WS-LN-IX2 >= WS-LN-IX.
054900     IF OP-PO-CLOSED
055000         AND OP-INVOICED-QTY + WS-EARLIER-QTY
055100             NOT < OP-RECEIVED-QTY
055200         MOVE '** PO CLOSED - FULLY BILLED'
055300             TO WS-LN-RESULT (WS-LN-IX)
055400         MOVE 'Y' TO WS-INV-HELD-SW
055500         GO TO 3200-MATCH-LINE-EXIT
055600     END-IF.
055700     COMPUTE WS-TOLERANCE-QTY =
055800         OP-ORDER-QTY * IC-QTY-TOL-PCT / 100.
055900     COMPUTE WS-BILLED-TO-DATE = OP-INVOICED-QTY
056000         + WS-EARLIER-QTY + WS-LN-BILLED-QTY (WS-LN-IX).
056100     IF WS-BILLED-TO-DATE > OP-RECEIVED-QTY + WS-TOLERANCE-QTY
056200         MOVE '** BILLED MORE THAN RCVD'
056300             TO WS-LN-RESULT (WS-LN-IX)
056400         MOVE 'Y' TO WS-INV-HELD-SW
056500         GO TO 3200-MATCH-LINE-EXIT
056600     END-IF.
056700     IF WS-BILLED-TO-DATE > OP-ORDER-QTY + WS-TOLERANCE-QTY
056800         MOVE '** BILLED MORE THAN ORDERED'
056900             TO WS-LN-RESULT (WS-LN-IX)
057000         MOVE 'Y' TO WS-INV-HELD-SW
057100     END-IF.
057200 3200-MATCH-LINE-EXIT.
057300     EXIT.
057400*----------------------------------------------------------------
057500 3250-SUM-EARLIER-LINE.
057600     IF WS-LN-PO-NUMBER (WS-LN-IX2) = WS-LN-PO-NUMBER (WS-LN-IX)
057700         AND WS-LN-BILLED-QTY (WS-LN-IX2) NUMERIC
057800         ADD WS-LN-BILLED-QTY (WS-LN-IX2) TO WS-EARLIER-QTY
057900     END-IF.
058000 3250-SUM-EARLIER-LINE-EXIT.
058100     EXIT.
058200*----------------------------------------------------------------
058300 3300-HOLD-INVOICE.
058400     ADD 1 TO WS-CNT-HELD.
058500     ADD WS-INVOICE-TOTAL TO WS-HELD-TOTAL.
058600     MOVE WS-BRK-INVOICE-NUMBER TO WS-DI-INVOICE.
058700     MOVE WS-BRK-VENDOR-ID      TO WS-DI-VENDOR.
058800     IF WS-INV-REASON = SPACES
058900         MOVE 'SEE LINES BELOW' TO WS-DI-REASON
059000     ELSE
059100         MOVE WS-INV-REASON TO WS-DI-REASON
059200     END-IF.
059300     MOVE SPACES TO DSC-LINE.
059400     WRITE DSC-LINE.
059500     WRITE DSC-LINE FROM WS-DSC-INV-LINE.
059600     PERFORM 3350-PRINT-HELD-LINE
059700         THRU 3350-PRINT-HELD-LINE-EXIT
059800         VARYING WS-LN-IX FROM 1 BY 1
059900         UNTIL WS-LN-IX > WS-LN-TBL-CNT.
060000 3300-HOLD-INVOICE-EXIT.
060100     EXIT.
060200*----------------------------------------------------------------
060300 3350-PRINT-HELD-LINE.
060400     MOVE WS-LN-VENDOR-ID (WS-LN-IX)      TO WS-DD-VENDOR.
060500     MOVE WS-LN-INVOICE-NUMBER (WS-LN-IX) TO WS-DD-INVOICE.
060600     MOVE WS-LN-PO-NUMBER (WS-LN-IX)      TO WS-DD-PO.
060700     MOVE WS-LN-SKU (WS-LN-IX)            TO WS-DD-SKU.
060800     MOVE WS-LN-BILLED-QTY (WS-LN-IX)     TO WS-DD-BILLED.
060900     MOVE WS-LN-RECEIVED-QTY (WS-LN-IX)   TO WS-DD-RECEIVED.
061000     MOVE WS-LN-INVOICED-QTY (WS-LN-IX)   TO WS-DD-INVOICED.
061100     MOVE WS-LN-ORDER-QTY (WS-LN-IX)      TO WS-DD-ORDERED.
061200     MOVE WS-LN-UNIT-COST (WS-LN-IX)      TO WS-DD-UNIT-COST.
061300     MOVE WS-LN-AMOUNT (WS-LN-IX)         TO WS-DD-AMOUNT.
061400     MOVE WS-LN-RESULT (WS-LN-IX)         TO WS-DD-RESULT.
061500     WRITE DSC-LINE FROM WS-DSC-DET.
061600     MOVE WS-LN-RECORD (WS-LN-IX) TO HELD-INVOICE-LINE.
061700     WRITE HELD-INVOICE-LINE.
061800     ADD 1 TO WS-CNT-LINES-HELD.
061900 3350-PRINT-HELD-LINE-EXIT.
062000     EXIT.
062100*----------------------------------------------------------------
062200 3400-APPROVE-INVOICE.
062300     PERFORM 3450-POST-LINE-TO-PO
062400         THRU 3450-POST-LINE-TO-PO-EXIT
062500         VARYING WS-LN-IX FROM 1 BY 1
062600         UNTIL WS-LN-IX > WS-LN-TBL-CNT.
062700     MOVE WS-BRK-VENDOR-ID         TO AI-VENDOR-ID.
062800     MOVE WS-BRK-INVOICE-NUMBER    TO AI-INVOICE-NUMBER.
062900     MOVE WS-LN-INVOICE-DATE (1)   TO AI-INVOICE-DATE.
063000     MOVE WS-RUN-DATE              TO AI-APPROVED-DATE.
063100     MOVE WS-LN-TBL-CNT            TO AI-LINE-COUNT.
063200     MOVE WS-INVOICE-TOTAL         TO AI-INVOICE-AMOUNT.
063300     WRITE AP-INVOICE-RECORD.
063400     IF NOT WS-APINV-OK
063500         DISPLAY 'INVMCH00 - WRITE FAILED FOR APINV '
063600             AI-INVOICE-KEY ' STATUS ' WS-APINV-STATUS
063700         STOP RUN
063800     END-IF.
063900     IF WS-INVOICE-TOTAL > ZERO
064000         MOVE WS-INVOICE-TOTAL TO WS-PAIR-AMT
064100         MOVE 'INVENTRY' TO WS-DR-CODE
064200         MOVE 'ACCTSPAY' TO WS-CR-CODE
064300         PERFORM 3500-WRITE-JOURNAL-PAIR
064400             THRU 3500-WRITE-JOURNAL-PAIR-EXIT
064500     END-IF.
064600     ADD 1 TO WS-CNT-APPROVED.
064700     ADD WS-INVOICE-TOTAL TO WS-APPROVED-TOTAL.
064800     MOVE WS-BRK-VENDOR-ID       TO WS-AD-VENDOR.
064900     MOVE VN-VENDOR-NAME         TO WS-AD-VENDOR-NAME.
065000     MOVE WS-BRK-INVOICE-NUMBER  TO WS-AD-INVOICE.
065100     MOVE WS-LN-INVOICE-DATE (1) TO WS-AD-INV-DATE.
065200     MOVE WS-LN-TBL-CNT          TO WS-AD-LINES.
065300     MOVE WS-INVOICE-TOTAL       TO WS-AD-AMOUNT.
065400     WRITE APR-LINE FROM WS-APR-DET.
065500 3400-APPROVE-INVOICE-EXIT.
065600     EXIT.
065700*----------------------------------------------------------------
065800 3450-POST-LINE-TO-PO.
065900     MOVE WS-LN-PO-NUMBER (WS-LN-IX) TO OP-PO-NUMBER.
066000     READ PO-MAST-FILE
066100         INVALID KEY
066200             DISPLAY 'INVMCH00 - PO ' OP-PO-NUMBER
066300                 ' VANISHED BEFORE POSTING'
066400             STOP RUN
066500     END-READ.
066600     ADD WS-LN-BILLED-QTY (WS-LN-IX) TO OP-INVOICED-QTY.
066700     MOVE WS-LN-UNIT-COST (WS-LN-IX)  TO OP-UNIT-COST.
066800     REWRITE OPEN-PURCHASE-ORDER.
066900     IF NOT WS-POMST-OK
067000         DISPLAY 'INVMCH00 - REWRITE FAILED FOR POMST '
067100             OP-PO-NUMBER ' STATUS ' WS-POMST-STATUS
067200         STOP RUN
067300     END-IF.
067400 3450-POST-LINE-TO-PO-EXIT.
067500     EXIT.
067600*----------------------------------------------------------------
067700 3500-WRITE-JOURNAL-PAIR.
067800     MOVE WS-DR-CODE TO WS-LOOKUP-CODE.
067900     PERFORM 3600-RESOLVE-ACCOUNT
068000         THRU 3600-RESOLVE-ACCOUNT-EXIT.
068100     MOVE WS-RUN-DATE   TO GJ-BUSINESS-DATE.
068200     MOVE WS-ACCT-NO    TO GJ-ACCOUNT-NO.
068300     MOVE WS-DR-CODE    TO GJ-SOURCE-CODE.
068400     MOVE WS-PAIR-AMT   TO GJ-DEBIT-AMT.
068500     MOVE ZERO          TO GJ-CREDIT-AMT.
068600     PERFORM 3700-WRITE-JOURNAL-REC
068700         THRU 3700-WRITE-JOURNAL-REC-EXIT.
068800     MOVE WS-CR-CODE TO WS-LOOKUP-CODE.
068900     PERFORM 3600-RESOLVE-ACCOUNT
069000         THRU 3600-RESOLVE-ACCOUNT-EXIT.
069100     MOVE WS-RUN-DATE   TO GJ-BUSINESS-DATE.
069200     MOVE WS-ACCT-NO    TO GJ-ACCOUNT-NO.
069300     MOVE WS-CR-CODE    TO GJ-SOURCE-CODE.
069400     MOVE ZERO          TO GJ-DEBIT-AMT.
069500     MOVE WS-PAIR-AMT   TO GJ-CREDIT-AMT.
069600     PERFORM 3700-WRITE-JOURNAL-REC
069700         THRU 3700-WRITE-JOURNAL-REC-EXIT.
069800 3500-WRITE-JOURNAL-PAIR-EXIT.
069900     EXIT.
070000*----------------------------------------------------------------
070100 3600-RESOLVE-ACCOUNT.
070200     MOVE 'N' TO WS-CHART-FOUND-SW.
070300     PERFORM 3650-MATCH-CHART-ENTRY
070400         THRU 3650-MATCH-CHART-ENTRY-EXIT
070500         VARYING WS-GA-IX FROM 1 BY 1
070600         UNTIL WS-GA-IX > WS-GA-TBL-CNT
070700         OR WS-CHART-FOUND.
070800     IF NOT WS-CHART-FOUND
070900         DISPLAY 'INVMCH00 - SOURCE CODE ' WS-LOOKUP-CODE
071000             ' NOT ON GLCHART - EXTRACT NOT USABLE'
071100         STOP RUN
071200     END-IF.
071300 3600-RESOLVE-ACCOUNT-EXIT.
071400     EXIT.
071500*----------------------------------------------------------------
071600 3650-MATCH-CHART-ENTRY.
071700     IF WS-GA-CODE (WS-GA-IX) = WS-LOOKUP-CODE
071800         MOVE 'Y' TO WS-CHART-FOUND-SW
071900         MOVE WS-GA-ACCT (WS-GA-IX) TO WS-ACCT-NO
072000     END-IF.
072100 3650-MATCH-CHART-ENTRY-EXIT.
072200     EXIT.
072300*----------------------------------------------------------------
072400 3700-WRITE-JOURNAL-REC.
072500     WRITE GL-JOURNAL-RECORD.
072600     ADD 1 TO WS-JRNL-WRITTEN.
072700     ADD GJ-DEBIT-AMT  TO WS-TOT-DEBITS.
072800     ADD GJ-CREDIT-AMT TO WS-TOT-CREDITS.
072900 3700-WRITE-JOURNAL-REC-EXIT.
073000     EXIT.
073100*----------------------------------------------------------------
073200 4000-PROVE-BALANCE.
073300     MOVE SPACES TO APR-LINE.
073400     WRITE APR-LINE.
073500     MOVE 'INVOICE LINES READ      ' TO WS-TL-LABEL.
073600     MOVE WS-CNT-LINES-READ           TO WS-TL-COUNT.
073700     WRITE APR-LINE FROM WS-TOT-LINE.
073800     MOVE 'INVOICES APPROVED       ' TO WS-TL-LABEL.
073900     MOVE WS-CNT-APPROVED             TO WS-TL-COUNT.
074000     WRITE APR-LINE FROM WS-TOT-LINE.
074100     MOVE 'INVOICES HELD           ' TO WS-TL-LABEL.
074200     MOVE WS-CNT-HELD                 TO WS-TL-COUNT.
074300     WRITE APR-LINE FROM WS-TOT-LINE.
074400     MOVE 'APPROVED AMOUNT         ' TO WS-AL-LABEL.
074500     MOVE WS-APPROVED-TOTAL           TO WS-AL-AMOUNT.
074600     WRITE APR-LINE FROM WS-AMT-LINE.
074700     MOVE 'AP JOURNAL DEBITS       ' TO WS-AL-LABEL.
074800     MOVE WS-TOT-DEBITS               TO WS-AL-AMOUNT.
074900     WRITE APR-LINE FROM WS-AMT-LINE.
075000     MOVE 'AP JOURNAL CREDITS      ' TO WS-AL-LABEL.
075100     MOVE WS-TOT-CREDITS              TO WS-AL-AMOUNT.
075200     WRITE APR-LINE FROM WS-AMT-LINE.
075300     IF WS-TOT-DEBITS = WS-TOT-CREDITS
075400         MOVE 'AP JOURNAL IN BALANCE - EXTRACT RELEASED'
075500             TO WS-VL-TEXT
075600         WRITE APR-LINE FROM WS-VERDICT-LINE
075700     ELSE
075800         MOVE '** AP JOURNAL OUT OF BALANCE - DO NOT IMPORT'
075900             TO WS-VL-TEXT
076000         WRITE APR-LINE FROM WS-VERDICT-LINE
076100         DISPLAY 'INVMCH00 - AP JOURNAL OUT OF BALANCE'
076200     END-IF.
076300     MOVE SPACES TO DSC-LINE.
076400     WRITE DSC-LINE.
076500     MOVE 'INVOICES HELD           ' TO WS-TL-LABEL.
076600     MOVE WS-CNT-HELD                 TO WS-TL-COUNT.
076700     WRITE DSC-LINE FROM WS-TOT-LINE.
076800     MOVE 'LINES WRITTEN TO INVHELD' TO WS-TL-LABEL.
076900     MOVE WS-CNT-LINES-HELD           TO WS-TL-COUNT.
077000     WRITE DSC-LINE FROM WS-TOT-LINE.
077100     MOVE 'HELD AMOUNT             ' TO WS-AL-LABEL.
077200     MOVE WS-HELD-TOTAL               TO WS-AL-AMOUNT.
077300     WRITE DSC-LINE FROM WS-AMT-LINE.
077400 4000-PROVE-BALANCE-EXIT.
077500     EXIT.
077600*----------------------------------------------------------------
077700 9999-TERMINATE.
077800     CLOSE PO-MAST-FILE.
077900     CLOSE VND-MAST-FILE.
078000     CLOSE AP-INV-FILE.
078100     CLOSE AP-JRNL-OUT.
078200     CLOSE INV-HELD-OUT.
078300     CLOSE APPROVED-RPT.
078400     CLOSE DISCREP-RPT.
078500 9999-TERMINATE-EXIT.
078600     EXIT.
