000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  XFRRPT00.
000300 AUTHOR.      R HOLLOWAY.
000400 INSTALLATION. RETAIL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  XFRRPT00 - NIGHTLY INTER-STORE TRANSFER EXCEPTION REPORT
000900*
001000*  SWEEPS THE TRANSFER MASTER (XFRMST.CPY, POSTED BY STKXFR00)
001100*  TWICE.  THE FIRST SECTION LISTS EVERY TRANSFER STILL IN
001200*  TRANSIT MORE THAN XC-TRANSIT-DAYS AFTER IT SHIPPED, WITH THE
001300*  SHIPPING CLERK, SO THE TWO STORES CAN FIND THE VAN LOAD THAT
001400*  NEVER ARRIVED OR WAS NEVER KEYED IN.  THE SECOND LISTS EVERY
001500*  TRANSFER RECEIVED IN THE LAST XC-MISMATCH-DAYS WHOSE
001600*  RECEIVED QUANTITY DOES NOT MATCH WHAT WAS SHIPPED, SHORT OR
001700*  OVER, WITH BOTH CLERKS.  DAYS ARE COUNTED FROM THE BUSINESS
001800*  DATE ON THE RUNDATE CONTROL FILE (SEE RUNDTE.CPY), NOT THE
001900*  SYSTEM CLOCK, SO A MORNING RERUN REPORTS THE SAME NIGHT.
002000*  THE LIMITS COME FROM THE HAND-KEYED XFRCTL CONTROL RECORD.
002100*  A TRANSFER WHOSE SHIP DATE (IN TRANSIT) OR RECEIVE DATE
002200*  (RECEIVED) IS NOT A VALID CALENDAR DATE CANNOT BE AGED; IT
002300*  IS LISTED IN ITS SECTION FLAGGED AS A DATE ERROR INSTEAD.
002400*
002500*  MODIFICATION HISTORY
002600*  ---------------------------------------------------------------
002700*  DATE       INIT  DESCRIPTION
002800*  10/15/2026 RH    ORIGINAL PROGRAM.
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.  IBM.
003300 OBJECT-COMPUTER.  IBM.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT XFR-CTL-FILE   ASSIGN TO XFRCTL
003700                           ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT RUN-DATE-FILE  ASSIGN TO RUNDATE
003900                           ORGANIZATION IS LINE SEQUENTIAL
004000                           FILE STATUS IS WS-RUNDATE-STATUS.
004100     SELECT XFR-MAST-FILE  ASSIGN TO XFRMST
004200                ORGANIZATION IS INDEXED
004300                ACCESS MODE IS DYNAMIC
004400                RECORD KEY IS XM-TRANSFER-NUMBER
004500                FILE STATUS IS WS-XFRMST-STATUS.
004600     SELECT EXCEPTION-RPT  ASSIGN TO XFRRPT
004700                           ORGANIZATION IS LINE SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  XFR-CTL-FILE
005100     RECORDING MODE IS F.
005200 COPY "XfrCtl".
005300 FD  RUN-DATE-FILE
005400     RECORDING MODE IS F.
005500 COPY "RunDte".
005600 FD  XFR-MAST-FILE.
005700 COPY "XfrMst".
005800 FD  EXCEPTION-RPT
005900     RECORDING MODE IS F.
006000 01  RPT-LINE                     PIC X(100).
006100 WORKING-STORAGE SECTION.
006200 01  WS-RUNDATE-STATUS            PIC X(02).
006300 01  WS-XFRMST-STATUS             PIC X(02).
006400     88  WS-XFRMST-OK                     VALUE '00'.
006500     88  WS-XFRMST-NOTFOUND               VALUE '23'.
006600 01  WS-SWITCHES.
006700     03  WS-MAST-EOF-SW           PIC X(01)  VALUE 'N'.
006800         88  WS-MAST-EOF                     VALUE 'Y'.
006900     03  WS-CV-DATE-OK-SW         PIC X(01)  VALUE 'N'.
007000         88  WS-CV-DATE-OK                   VALUE 'Y'.
007100 01  WS-COUNTERS.
007200     03  WS-CNT-IN-TRANSIT        PIC 9(05)  COMP  VALUE ZERO.
007300     03  WS-CNT-OVERDUE           PIC 9(05)  COMP  VALUE ZERO.
007400     03  WS-CNT-RECEIVED          PIC 9(05)  COMP  VALUE ZERO.
007500     03  WS-CNT-MISMATCHED        PIC 9(05)  COMP  VALUE ZERO.
007600     03  WS-CNT-BAD-DATE          PIC 9(05)  COMP  VALUE ZERO.
007700 01  WS-TODAY-8                   PIC 9(08).
007800 01  WS-TODAY-SERIAL              PIC 9(07)  COMP.
007900 01  WS-DAYS-OUT                  PIC S9(05) COMP.
008000 01  WS-VARIANCE-QTY              PIC S9(06) VALUE ZERO.
008100 01  WS-CV-DATE.
008200     03  WS-CV-YYYY               PIC 9(04).
008300     03  WS-CV-MM                 PIC 9(02).
008400     03  WS-CV-DD                 PIC 9(02).
008500 01  WS-CV-WORK.
008600     03  WS-CV-SERIAL             PIC 9(07)  COMP.
008700     03  WS-CV-Q4                 PIC 9(04).
008800     03  WS-CV-Q100               PIC 9(04).
008900     03  WS-CV-Q400               PIC 9(04).
009000     03  WS-CV-DIVQUOT            PIC 9(08).
009100     03  WS-CV-REM4               PIC 9(02).
009200     03  WS-CV-REM100             PIC 9(02).
009300     03  WS-CV-REM400             PIC 9(02).
009400     03  WS-CV-IX                 PIC 9(02)  COMP.
009500     03  WS-CV-MONTH-DAYS         PIC 9(02).
009600 01  WS-DAYS-IN-MONTH-TABLE.
009700     03  FILLER                   PIC 9(02)  VALUE 31.
009800     03  FILLER                   PIC 9(02)  VALUE 28.
009900     03  FILLER                   PIC 9(02)  VALUE 31.
010000     03  FILLER                   PIC 9(02)  VALUE 30.
010100     03  FILLER                   PIC 9(02)  VALUE 31.
010200     03  FILLER                   PIC 9(02)  VALUE 30.
010300     03  FILLER                   PIC 9(02)  VALUE 31.
010400     03  FILLER                   PIC 9(02)  VALUE 31.
010500     03  FILLER                   PIC 9(02)  VALUE 30.
010600     03  FILLER                   PIC 9(02)  VALUE 31.
010700     03  FILLER                   PIC 9(02)  VALUE 30.
010800     03  FILLER                   PIC 9(02)  VALUE 31.
010900 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE.
011000     03  WS-DIM-TBL               PIC 9(02)  OCCURS 12 TIMES.
011100 01  WS-REPORT-LINES.
011200     03  WS-HDR-LINE-1.
011300         05  FILLER               PIC X(40) VALUE
011400             'INTER-STORE TRANSFER EXCEPTIONS - DATE  '.
011500         05  WS-HL-RUN-DATE       PIC 9(08).
011600         05  FILLER               PIC X(52) VALUE SPACES.
011700     03  WS-SECT-LINE.
011800         05  WS-SC-TEXT           PIC X(60).
011900         05  FILLER               PIC X(40) VALUE SPACES.
012000     03  WS-HDR-LINE-2.
012100         05  FILLER               PIC X(08) VALUE 'XFER NO'.
012200         05  FILLER               PIC X(05) VALUE 'FROM'.
012300         05  FILLER               PIC X(05) VALUE 'TO'.
012400         05  FILLER               PIC X(10) VALUE 'SKU'.
012500         05  FILLER               PIC X(08) VALUE ' SHIPPED'.
012600         05  FILLER               PIC X(10) VALUE '  SHIP DT'.
012700         05  FILLER               PIC X(08) VALUE 'BY'.
012800         05  FILLER               PIC X(08) VALUE 'RECEIVED'.
012900         05  FILLER               PIC X(10) VALUE '  RCV DT'.
013000         05  FILLER               PIC X(08) VALUE 'BY'.
013100         05  FILLER               PIC X(06) VALUE '  DAYS'.
013200         05  FILLER               PIC X(14) VALUE SPACES.
013300     03  WS-DET-LINE.
013400         05  WS-DL-XFER-NUMBER    PIC 9(06).
013500         05  FILLER               PIC X(02) VALUE SPACES.
013600         05  WS-DL-FROM-STORE     PIC X(05).
013700         05  WS-DL-TO-STORE       PIC X(05).
013800         05  WS-DL-SKU            PIC X(10).
013900         05  WS-DL-SHIPPED        PIC ZZZZZZ9.
014000         05  FILLER               PIC X(02) VALUE SPACES.
014100         05  WS-DL-SHIP-DATE      PIC 9(08).
014200         05  FILLER               PIC X(01) VALUE SPACES.
014300         05  WS-DL-SHIP-CLERK     PIC X(08).
014400         05  WS-DL-RECEIVED       PIC ZZZZZZ9.
014500         05  FILLER               PIC X(02) VALUE SPACES.
014600         05  WS-DL-RECEIVE-DATE   PIC 9(08).
014700         05  FILLER               PIC X(01) VALUE SPACES.
014800         05  WS-DL-RECEIVE-CLERK  PIC X(08).
014900         05  WS-DL-DAYS           PIC ZZZZ9-.
015000         05  FILLER               PIC X(01) VALUE SPACES.
015100         05  WS-DL-FLAG           PIC X(13).
015200     03  WS-TOT-LINE.
015300         05  WS-TL-LABEL          PIC X(24).
015400         05  WS-TL-COUNT          PIC ZZZZ9.
015500         05  FILLER               PIC X(71) VALUE SPACES.
015600 PROCEDURE DIVISION.
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE
015900         THRU 1000-INITIALIZE-EXIT.
016000     MOVE 'TRANSFERS IN TRANSIT TOO LONG' TO WS-SC-TEXT.
016100     PERFORM 1500-START-SWEEP
016200         THRU 1500-START-SWEEP-EXIT.
016300     PERFORM 2000-CHECK-IN-TRANSIT
016400         THRU 2000-CHECK-IN-TRANSIT-EXIT
016500         UNTIL WS-MAST-EOF.
016600     MOVE 'TRANSFERS RECEIVED NOT AS SHIPPED' TO WS-SC-TEXT.
016700     PERFORM 1500-START-SWEEP
016800         THRU 1500-START-SWEEP-EXIT.
016900     PERFORM 3000-CHECK-RECEIVED
017000         THRU 3000-CHECK-RECEIVED-EXIT
017100         UNTIL WS-MAST-EOF.
017200     PERFORM 4000-PRINT-TOTALS
017300         THRU 4000-PRINT-TOTALS-EXIT.
017400     PERFORM 9999-TERMINATE
017500         THRU 9999-TERMINATE-EXIT.
017600     STOP RUN.
017700*----------------------------------------------------------------
017800 1000-INITIALIZE.
017900     OPEN INPUT RUN-DATE-FILE.
018000     IF NOT WS-RUNDATE-STATUS = '00'
018100         DISPLAY 'XFRRPT00 - RUNDATE CONTROL FILE MISSING'
018200             ' STATUS ' WS-RUNDATE-STATUS
018300         STOP RUN
018400     END-IF.
018500     READ RUN-DATE-FILE
018600         AT END
018700             DISPLAY 'XFRRPT00 - RUNDATE CONTROL RECORD MISSING'
018800             STOP RUN
018900     END-READ.
019000     MOVE RD-RUN-DATE TO WS-TODAY-8.
019100     CLOSE RUN-DATE-FILE.
019200     OPEN INPUT XFR-CTL-FILE.
019300     READ XFR-CTL-FILE
019400         AT END
019500             DISPLAY 'XFRRPT00 - XFRCTL CONTROL RECORD MISSING'
019600             STOP RUN
019700     END-READ.
019800     CLOSE XFR-CTL-FILE.
019900     MOVE WS-TODAY-8 TO WS-CV-DATE.
020000     PERFORM 5000-CONVERT-DATE-TO-SERIAL
020100         THRU 5000-CONVERT-DATE-TO-SERIAL-EXIT.
020200     MOVE WS-CV-SERIAL TO WS-TODAY-SERIAL.
020300     OPEN INPUT XFR-MAST-FILE.
020400     IF NOT WS-XFRMST-OK
020500         DISPLAY 'XFRRPT00 - OPEN FAILED FOR XFRMST STATUS '
020600             WS-XFRMST-STATUS
020700         STOP RUN
020800     END-IF.
020900     OPEN OUTPUT EXCEPTION-RPT.
021000     MOVE WS-TODAY-8 TO WS-HL-RUN-DATE.
021100     WRITE RPT-LINE FROM WS-HDR-LINE-1.
021200 1000-INITIALIZE-EXIT.
021300     EXIT.
021400*----------------------------------------------------------------
021500 1500-START-SWEEP.
021600     MOVE SPACES TO RPT-LINE.
021700     WRITE RPT-LINE.
021800     WRITE RPT-LINE FROM WS-SECT-LINE.
021900     WRITE RPT-LINE FROM WS-HDR-LINE-2.
022000     MOVE 'N' TO WS-MAST-EOF-SW.
022100     MOVE LOW-VALUES TO XM-TRANSFER-NUMBER.
022200     START XFR-MAST-FILE KEY NOT < XM-TRANSFER-NUMBER
022300         INVALID KEY
022400             MOVE 'Y' TO WS-MAST-EOF-SW
022500     END-START.
022600 1500-START-SWEEP-EXIT.
022700     EXIT.
022800*----------------------------------------------------------------
022900 2000-CHECK-IN-TRANSIT.
023000     PERFORM 6000-READ-NEXT-TRANSFER
023100         THRU 6000-READ-NEXT-TRANSFER-EXIT.
023200     IF WS-MAST-EOF
023300         OR NOT XM-IN-TRANSIT
023400         GO TO 2000-CHECK-IN-TRANSIT-EXIT
023500     END-IF.
023600     ADD 1 TO WS-CNT-IN-TRANSIT.
023700     MOVE XM-SHIP-DATE TO WS-CV-DATE.
023800     PERFORM 5050-CHECK-DATE
023900         THRU 5050-CHECK-DATE-EXIT.
024000     IF NOT WS-CV-DATE-OK
024100         PERFORM 2500-LIST-BAD-DATE
024200             THRU 2500-LIST-BAD-DATE-EXIT
024300         GO TO 2000-CHECK-IN-TRANSIT-EXIT
024400     END-IF.
024500     PERFORM 5000-CONVERT-DATE-TO-SERIAL
024600         THRU 5000-CONVERT-DATE-TO-SERIAL-EXIT.
024700     COMPUTE WS-DAYS-OUT = WS-TODAY-SERIAL - WS-CV-SERIAL.
024800     IF WS-DAYS-OUT NOT > XC-TRANSIT-DAYS
024900         GO TO 2000-CHECK-IN-TRANSIT-EXIT
025000     END-IF.
025100     ADD 1 TO WS-CNT-OVERDUE.
025200     PERFORM 6100-FORMAT-DETAIL
025300         THRU 6100-FORMAT-DETAIL-EXIT.
025400     MOVE '** OVERDUE' TO WS-DL-FLAG.
025500     WRITE RPT-LINE FROM WS-DET-LINE.
025600 2000-CHECK-IN-TRANSIT-EXIT.
025700     EXIT.
025800*----------------------------------------------------------------
025900 2500-LIST-BAD-DATE.
026000     ADD 1 TO WS-CNT-BAD-DATE.
026100     MOVE ZERO TO WS-DAYS-OUT.
026200     PERFORM 6100-FORMAT-DETAIL
026300         THRU 6100-FORMAT-DETAIL-EXIT.
026400     MOVE '** DATE ERROR' TO WS-DL-FLAG.
026500     WRITE RPT-LINE FROM WS-DET-LINE.
026600 2500-LIST-BAD-DATE-EXIT.
026700     EXIT.
026800*----------------------------------------------------------------
026900 3000-CHECK-RECEIVED.
027000     PERFORM 6000-READ-NEXT-TRANSFER
027100         THRU 6000-READ-NEXT-TRANSFER-EXIT.
027200     IF WS-MAST-EOF
027300         OR NOT XM-RECEIVED
027400         GO TO 3000-CHECK-RECEIVED-EXIT
027500     END-IF.
027600     ADD 1 TO WS-CNT-RECEIVED.
027700     MOVE XM-RECEIVE-DATE TO WS-CV-DATE.
027800     PERFORM 5050-CHECK-DATE
027900         THRU 5050-CHECK-DATE-EXIT.
028000     IF NOT WS-CV-DATE-OK
028100         PERFORM 2500-LIST-BAD-DATE
028200             THRU 2500-LIST-BAD-DATE-EXIT
028300         GO TO 3000-CHECK-RECEIVED-EXIT
028400     END-IF.
028500     IF XM-RECEIVED-QTY = XM-SHIPPED-QTY
028600         GO TO 3000-CHECK-RECEIVED-EXIT
028700     END-IF.
028800     PERFORM 5000-CONVERT-DATE-TO-SERIAL
028900         THRU 5000-CONVERT-DATE-TO-SERIAL-EXIT.
029000     COMPUTE WS-DAYS-OUT = WS-TODAY-SERIAL - WS-CV-SERIAL.
029100     IF WS-DAYS-OUT > XC-MISMATCH-DAYS
029200         GO TO 3000-CHECK-RECEIVED-EXIT
029300     END-IF.
029400     ADD 1 TO WS-CNT-MISMATCHED.
029500     PERFORM 6100-FORMAT-DETAIL
029600         THRU 6100-FORMAT-DETAIL-EXIT.
029700     COMPUTE WS-VARIANCE-QTY = XM-RECEIVED-QTY - XM-SHIPPED-QTY.
029800     IF WS-VARIANCE-QTY < ZERO
029900         MOVE '** SHORT' TO WS-DL-FLAG
030000     ELSE
030100         MOVE '** OVER' TO WS-DL-FLAG
030200     END-IF.
030300     WRITE RPT-LINE FROM WS-DET-LINE.
030400 3000-CHECK-RECEIVED-EXIT.
030500     EXIT.
030600*----------------------------------------------------------------
030700 4000-PRINT-TOTALS.
030800     MOVE SPACES TO RPT-LINE.
030900     WRITE RPT-LINE.
031000     MOVE 'TRANSFERS IN TRANSIT    ' TO WS-TL-LABEL.
031100     MOVE WS-CNT-IN-TRANSIT           TO WS-TL-COUNT.
031200     WRITE RPT-LINE FROM WS-TOT-LINE.
031300     MOVE 'IN TRANSIT TOO LONG     ' TO WS-TL-LABEL.
031400     MOVE WS-CNT-OVERDUE              TO WS-TL-COUNT.
031500     WRITE RPT-LINE FROM WS-TOT-LINE.
031600     MOVE 'RECEIVED TRANSFERS      ' TO WS-TL-LABEL.
031700     MOVE WS-CNT-RECEIVED             TO WS-TL-COUNT.
031800     WRITE RPT-LINE FROM WS-TOT-LINE.
031900     MOVE 'RECENT QTY MISMATCHES   ' TO WS-TL-LABEL.
032000     MOVE WS-CNT-MISMATCHED           TO WS-TL-COUNT.
032100     WRITE RPT-LINE FROM WS-TOT-LINE.
032200     MOVE 'TRANSFER DATE ERRORS    ' TO WS-TL-LABEL.
032300     MOVE WS-CNT-BAD-DATE             TO WS-TL-COUNT.
032400     WRITE RPT-LINE FROM WS-TOT-LINE.
032500 4000-PRINT-TOTALS-EXIT.
032600     EXIT.
032700*----------------------------------------------------------------
032800 5000-CONVERT-DATE-TO-SERIAL.
032900     DIVIDE WS-CV-YYYY BY 4   GIVING WS-CV-Q4.
033000     DIVIDE WS-CV-YYYY BY 100 GIVING WS-CV-Q100.
033100     DIVIDE WS-CV-YYYY BY 400 GIVING WS-CV-Q400.
033200     COMPUTE WS-CV-SERIAL = (WS-CV-YYYY * 365)
033300         + WS-CV-Q4 - WS-CV-Q100 + WS-CV-Q400.
033400     PERFORM 5100-ADD-MONTH-DAYS
033500         THRU 5100-ADD-MONTH-DAYS-EXIT
033600         VARYING WS-CV-IX FROM 1 BY 1
033700         UNTIL WS-CV-IX >= WS-CV-MM.
033800     IF WS-CV-MM < 3
033900         DIVIDE WS-CV-YYYY BY 4   GIVING WS-CV-DIVQUOT
034000             REMAINDER WS-CV-REM4
034100         DIVIDE WS-CV-YYYY BY 100 GIVING WS-CV-DIVQUOT
034200             REMAINDER WS-CV-REM100
034300         DIVIDE WS-CV-YYYY BY 400 GIVING WS-CV-DIVQUOT
034400             REMAINDER WS-CV-REM400
034500         IF WS-CV-REM4 = 0
034600             AND (WS-CV-REM100 NOT = 0 OR WS-CV-REM400 = 0)
034700             SUBTRACT 1 FROM WS-CV-SERIAL
034800         END-IF
034900     END-IF.
035000     ADD WS-CV-DD TO WS-CV-SERIAL.
035100 5000-CONVERT-DATE-TO-SERIAL-EXIT.
035200     EXIT.
035300*----------------------------------------------------------------
035400 5050-CHECK-DATE.
035500     MOVE 'N' TO WS-CV-DATE-OK-SW.
035600     IF WS-CV-DATE NOT NUMERIC
035700         GO TO 5050-CHECK-DATE-EXIT
035800     END-IF.
035900     IF WS-CV-YYYY < 1900
036000         OR WS-CV-MM < 1 OR WS-CV-MM > 12
036100         OR WS-CV-DD < 1
036200         GO TO 5050-CHECK-DATE-EXIT
036300     END-IF.
036400     MOVE WS-DIM-TBL (WS-CV-MM) TO WS-CV-MONTH-DAYS.
036500     IF WS-CV-MM = 2
036600         DIVIDE WS-CV-YYYY BY 4   GIVING WS-CV-DIVQUOT
036700             REMAINDER WS-CV-REM4
036800         DIVIDE WS-CV-YYYY BY 100 GIVING WS-CV-DIVQUOT
036900             REMAINDER WS-CV-REM100
037000         DIVIDE WS-CV-YYYY BY 400 GIVING WS-CV-DIVQUOT
037100             REMAINDER WS-CV-REM400
037200         IF WS-CV-REM4 = 0
037300             AND (WS-CV-REM100 NOT = 0 OR WS-CV-REM400 = 0)
037400             ADD 1 TO WS-CV-MONTH-DAYS
037500         END-IF
037600     END-IF.
037700     IF WS-CV-DD > WS-CV-MONTH-DAYS
037800         GO TO 5050-CHECK-DATE-EXIT
037900     END-IF.
038000     MOVE 'Y' TO WS-CV-DATE-OK-SW.
038100 5050-CHECK-DATE-EXIT.
038200     EXIT.
038300*----------------------------------------------------------------
038400 5100-ADD-MONTH-DAYS.
038500     ADD WS-DIM-TBL (WS-CV-IX) TO WS-CV-SERIAL.
038600 5100-ADD-MONTH-DAYS-EXIT.
038700     EXIT.
038800*----------------------------------------------------------------
038900 6000-READ-NEXT-TRANSFER.
039000     READ XFR-MAST-FILE NEXT
039100         AT END
039200             MOVE 'Y' TO WS-MAST-EOF-SW
039300             GO TO 6000-READ-NEXT-TRANSFER-EXIT
039400     END-READ.
039500     IF NOT WS-XFRMST-OK
039600         DISPLAY 'XFRRPT00 - READ NEXT FAILED FOR XFRMST'
039700             ' STATUS ' WS-XFRMST-STATUS
039800         STOP RUN
039900     END-IF.
040000 6000-READ-NEXT-TRANSFER-EXIT.
040100     EXIT.
040200*----------------------------------------------------------------
040300 6100-FORMAT-DETAIL.
040400     MOVE XM-TRANSFER-NUMBER  TO WS-DL-XFER-NUMBER.
040500     MOVE XM-FROM-STORE-ID    TO WS-DL-FROM-STORE.
040600     MOVE XM-TO-STORE-ID      TO WS-DL-TO-STORE.
040700     MOVE XM-SKU              TO WS-DL-SKU.
040800     MOVE XM-SHIPPED-QTY      TO WS-DL-SHIPPED.
040900     MOVE XM-SHIP-DATE        TO WS-DL-SHIP-DATE.
041000     MOVE XM-SHIP-CLERK-ID    TO WS-DL-SHIP-CLERK.
041100     MOVE XM-RECEIVED-QTY     TO WS-DL-RECEIVED.
041200     MOVE XM-RECEIVE-DATE     TO WS-DL-RECEIVE-DATE.
041300     MOVE XM-RECEIVE-CLERK-ID TO WS-DL-RECEIVE-CLERK.
041400     MOVE WS-DAYS-OUT         TO WS-DL-DAYS.
041500 6100-FORMAT-DETAIL-EXIT.
041600     EXIT.
041700*----------------------------------------------------------------
041800 9999-TERMINATE.
041900     CLOSE XFR-MAST-FILE.
042000     CLOSE EXCEPTION-RPT.
042100 9999-TERMINATE-EXIT.
042200     EXIT.
