000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  ROPCLC00.
000300 AUTHOR.      R HOLLOWAY.
000400 INSTALLATION. RETAIL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  ROPCLC00 - WEEKLY DEMAND-BASED REORDER-POINT RECALCULATION
000900*
001000*  ST-REORDER-POINT AND ST-REORDER-QTY WERE KEYED ONCE AND
001100*  NEVER REVISITED.  THIS JOB READS A ROLLING WINDOW OF NIGHTLY
001200*  BILLDET AND RTNNET GENERATIONS (OPERATIONS CONCATENATES
001300*  RC-WINDOW-DAYS OF EACH - SEE ROPCTL.CPY) AND WORKS OUT EACH
001400*  STORE/SKU'S UNITS SOLD NET OF RETURNS.  A LINE BELONGS TO A
001500*  RETURN WHEN ITS BILL IS ON RTNNET, THE SAME TEST STKPST00
001600*  USES; A RETURN BILLRTN0 FLAGGED AS ALREADY NETTED IS A
001700*  RESUBMISSION AND IS NOT COUNTED TWICE.  THE LINES ARE SORTED
001800*  TO STORE/SKU AND MATCHED AGAINST A SWEEP OF THE STOCK MASTER.
001900*
002000*  FOR EACH STOCK MASTER RECORD:
002100*      AVERAGE DAILY UNITS = NET UNITS / RC-WINDOW-DAYS
002200*      REORDER POINT       = AVERAGE * (VENDOR LEAD TIME +
002300*                                       RC-SAFETY-DAYS)
002400*      REORDER QUANTITY    = AVERAGE * RC-COVER-DAYS, AT LEAST 1
002500*  BOTH ROUNDED UP TO A WHOLE UNIT.  THE LEAD TIME IS THE
002600*  VENDOR'S VN-LEAD-TIME-DAYS (ST-VENDOR-ID ON VNDMST), OR
002700*  RC-DEFAULT-LEAD-DAYS WHEN THE VENDOR IS NOT ON FILE.  A SKU
002800*  WITH NO UNITS SOLD IN THE WINDOW IS FLAGGED AS DEAD STOCK AND
002900*  PROPOSED AT ZERO/ZERO, WHICH STKPST00 TREATS AS DO NOT
003000*  REORDER.
003100*
003200*  EVERY SKU WHOSE PROPOSAL DIFFERS FROM THE STOCK MASTER, AND
003300*  EVERY DEAD-STOCK SKU, IS PRINTED WITH THE CURRENT AND
003400*  PROPOSED VALUES SIDE BY SIDE FOR THE BUYER.  THE CHANGED
003500*  ONES ARE ALSO WRITTEN TO THE PROPOSAL FILE (ROPPRP); THE
003600*  BUYER KEYS AN APPROVAL (ROPAPR.CPY) FOR EACH LINE TO TAKE
003700*  AND ROPAPL00 APPLIES THEM.  THIS JOB UPDATES NOTHING.
003800*
003900*  MODIFICATION HISTORY
004000*  ---------------------------------------------------------------
004100*  DATE       INIT  DESCRIPTION
004200*  10/15/2026 RH    ORIGINAL PROGRAM.
004300*****************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.  IBM.
004700 OBJECT-COMPUTER.  IBM.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT RUN-DATE-FILE  ASSIGN TO RUNDATE
005100                           ORGANIZATION IS LINE SEQUENTIAL
005200                           FILE STATUS IS WS-RUNDATE-STATUS.
005300     SELECT ROP-CTL-FILE   ASSIGN TO ROPCTL
005400                           ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT RTN-NET-IN     ASSIGN TO RTNNET
005600                           ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT BILL-DET-IN    ASSIGN TO BILLDET
005800                           ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT STOCK-MAST-FILE ASSIGN TO STKMST
006000                ORGANIZATION IS INDEXED
006100                ACCESS MODE IS DYNAMIC
006200                RECORD KEY IS ST-STOCK-KEY
006300                FILE STATUS IS WS-STKMST-STATUS.
006400     SELECT VND-MAST-FILE  ASSIGN TO VNDMST
006500                ORGANIZATION IS INDEXED
006600                ACCESS MODE IS DYNAMIC
006700                RECORD KEY IS VN-VENDOR-ID
006800                FILE STATUS IS WS-VNDMST-STATUS.
006900     SELECT PROPOSAL-OUT   ASSIGN TO ROPPRP
007000                           ORGANIZATION IS LINE SEQUENTIAL.
007100     SELECT PROPOSAL-RPT   ASSIGN TO ROPRPT
007200                           ORGANIZATION IS LINE SEQUENTIAL.
007300     SELECT SORT-WORK      ASSIGN TO SRTWK01.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  RUN-DATE-FILE
007700     RECORDING MODE IS F.
007800 COPY "RunDte".
007900 FD  ROP-CTL-FILE
008000     RECORDING MODE IS F.
008100 COPY "RopCtl".
008200 FD  RTN-NET-IN
008300     RECORDING MODE IS F.
008400 COPY "RtnNet".
008500 FD  BILL-DET-IN
008600     RECORDING MODE IS F.
008700 COPY "BillDet".
008800 FD  STOCK-MAST-FILE.
008900 COPY "StkMst".
009000 FD  VND-MAST-FILE.
009100 COPY "VndMst".
009200 FD  PROPOSAL-OUT
009300     RECORDING MODE IS F.
009400 COPY "RopPrp".
009500 FD  PROPOSAL-RPT
009600     RECORDING MODE IS F.
009700 01  RPT-LINE                     PIC X(100).
009800 SD  SORT-WORK.
009900 01  SW-RECORD.
010000     03  SW-STOCK-KEY.
010100         05  SW-STORE-ID          PIC X(03).
010200         05  SW-SKU               PIC X(08).
010300     03  SW-SOLD-QTY              PIC 9(05).
010400     03  SW-RETURNED-QTY          PIC 9(05).
010500 WORKING-STORAGE SECTION.
010600 01  WS-RUNDATE-STATUS            PIC X(02).
010700 01  WS-STKMST-STATUS             PIC X(02).
010800     88  WS-STKMST-OK                     VALUE '00'.
010900 01  WS-VNDMST-STATUS             PIC X(02).
011000     88  WS-VNDMST-OK                     VALUE '00'.
011100     88  WS-VNDMST-NOTFOUND               VALUE '23'.
011200 01  WS-SWITCHES.
011300     03  WS-RTN-EOF-SW            PIC X(01)  VALUE 'N'.
011400         88  WS-RTN-EOF                      VALUE 'Y'.
011500     03  WS-DET-EOF-SW            PIC X(01)  VALUE 'N'.
011600         88  WS-DET-EOF                      VALUE 'Y'.
011700     03  WS-MAST-EOF-SW           PIC X(01)  VALUE 'N'.
011800         88  WS-MAST-EOF                     VALUE 'Y'.
011900     03  WS-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
012000         88  WS-SORT-EOF                     VALUE 'Y'.
012100     03  WS-RETURN-BILL-SW        PIC X(01)  VALUE 'N'.
012200         88  WS-RETURN-BILL                  VALUE 'Y'.
012300     03  WS-NETTED-PRIOR-SW       PIC X(01)  VALUE 'N'.
012400         88  WS-NETTED-PRIOR                 VALUE 'Y'.
012500     03  WS-VENDOR-FOUND-SW       PIC X(01)  VALUE 'N'.
012600         88  WS-VENDOR-FOUND                 VALUE 'Y'.
012700     03  WS-DEAD-STOCK-SW         PIC X(01)  VALUE 'N'.
012800         88  WS-DEAD-STOCK                   VALUE 'Y'.
012900 01  WS-COUNTERS.
013000     03  WS-RTN-IX                PIC 9(04)  COMP.
013100     03  WS-RTN-TBL-CNT           PIC 9(04)  COMP  VALUE ZERO.
013200     03  WS-CNT-LINES-READ        PIC 9(09)  COMP  VALUE ZERO.
013300     03  WS-CNT-LINES-SKIPPED     PIC 9(07)  COMP  VALUE ZERO.
013400     03  WS-CNT-SKUS-REVIEWED     PIC 9(07)  COMP  VALUE ZERO.
013500     03  WS-CNT-SKUS-UNCHANGED    PIC 9(07)  COMP  VALUE ZERO.
013600     03  WS-CNT-PROPOSALS         PIC 9(07)  COMP  VALUE ZERO.
013700     03  WS-CNT-DEAD-STOCK        PIC 9(07)  COMP  VALUE ZERO.
013800     03  WS-CNT-NO-VENDOR         PIC 9(07)  COMP  VALUE ZERO.
013900     03  WS-CNT-NOT-ON-STKMST     PIC 9(07)  COMP  VALUE ZERO.
014000 01  WS-WORK-FIELDS.
014100     03  WS-RUN-DATE              PIC 9(08).
014200     03  WS-SORT-KEY              PIC X(11).
014300     03  WS-SKU-SOLD              PIC 9(07).
014400     03  WS-SKU-RETURNED          PIC 9(07).
014500     03  WS-NET-UNITS             PIC 9(07).
014600     03  WS-LEAD-DAYS             PIC 9(03).
014700     03  WS-AVG-DAILY             PIC 9(05)V99.
014800     03  WS-UNITS-NEEDED          PIC 9(11).
014900     03  WS-QUOTIENT              PIC 9(11).
015000     03  WS-REMAINDER             PIC 9(05).
015100     03  WS-NEW-REORDER-POINT     PIC 9(05).
015200     03  WS-NEW-REORDER-QTY       PIC 9(05).
015300 01  WS-RTN-TBL-MAX               PIC 9(04)  VALUE 5000.
015400 01  WS-RETURN-BILL-TABLE.
015500     03  WS-RTN-ENTRY             OCCURS 5000 TIMES.
015600         05  WS-RTN-BILL-NUMBER   PIC X(05).
015700         05  WS-RTN-NETTED-PRIOR  PIC X(01).
015800 01  WS-REPORT-LINES.
015900     03  WS-HDR-LINE-1.
016000         05  FILLER               PIC X(44) VALUE
016100             'REORDER-POINT RECALCULATION - DATE  '.
016200         05  WS-HL-RUN-DATE       PIC 9(08).
016300         05  FILLER               PIC X(10) VALUE
016400             '  WINDOW '.
016500         05  WS-HL-WINDOW         PIC ZZ9.
016600         05  FILLER               PIC X(35) VALUE
016700             ' DAYS'.
016800     03  WS-HDR-LINE-2.
016900         05  FILLER               PIC X(50) VALUE
017000             'STORE SKU       VENDOR LEAD   SOLD   RETD  AVG/DAY'.
017100         05  FILLER               PIC X(50) VALUE
017200             '  CUR-RP NEW-RP CUR-QTY NEW-QTY'.
017300     03  WS-DET-LINE.
017400         05  WS-DL-STORE          PIC X(06).
017500         05  WS-DL-SKU            PIC X(10).
017600         05  WS-DL-VENDOR         PIC X(07).
017700         05  WS-DL-LEAD           PIC ZZ9.
017800         05  FILLER               PIC X(02) VALUE SPACES.
017900         05  WS-DL-SOLD           PIC ZZZZZ9.
018000         05  FILLER               PIC X(01) VALUE SPACES.
018100         05  WS-DL-RETURNED       PIC ZZZZZ9.
018200         05  FILLER               PIC X(01) VALUE SPACES.
018300         05  WS-DL-AVG-DAILY      PIC ZZZZ9.99.
018400         05  FILLER               PIC X(02) VALUE SPACES.
018500         05  WS-DL-CUR-RP         PIC ZZZZ9.
018600         05  FILLER               PIC X(02) VALUE SPACES.
018700         05  WS-DL-NEW-RP         PIC ZZZZ9.
018800         05  FILLER               PIC X(03) VALUE SPACES.
018900         05  WS-DL-CUR-QTY        PIC ZZZZ9.
019000         05  FILLER               PIC X(03) VALUE SPACES.
019100         05  WS-DL-NEW-QTY        PIC ZZZZ9.
019200         05  FILLER               PIC X(02) VALUE SPACES.
019300         05  WS-DL-FLAG           PIC X(18).
019400     03  WS-TOT-LINE.
019500         05  WS-TL-LABEL          PIC X(28).
019600         05  WS-TL-COUNT          PIC ZZZZZZ9.
019700         05  FILLER               PIC X(65) VALUE SPACES.
019800 PROCEDURE DIVISION.
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE
020100         THRU 1000-INITIALIZE-EXIT.
020200     PERFORM 2000-RECALCULATE
020300         THRU 2000-RECALCULATE-EXIT.
020400     PERFORM 3000-PRINT-TOTALS
020500         THRU 3000-PRINT-TOTALS-EXIT.
020600     PERFORM 9999-TERMINATE
020700         THRU 9999-TERMINATE-EXIT.
020800     STOP RUN.
020900*----------------------------------------------------------------
021000 1000-INITIALIZE.
021100     OPEN INPUT RUN-DATE-FILE.
021200     IF NOT WS-RUNDATE-STATUS = '00'
021300         DISPLAY 'ROPCLC00 - RUNDATE CONTROL FILE MISSING'
021400             ' STATUS ' WS-RUNDATE-STATUS
021500         STOP RUN
021600     END-IF.
021700     READ RUN-DATE-FILE
021800         AT END
021900             DISPLAY 'ROPCLC00 - RUNDATE CONTROL RECORD MISSING'
022000             STOP RUN
022100     END-READ.
022200     MOVE RD-RUN-DATE TO WS-RUN-DATE.
022300     CLOSE RUN-DATE-FILE.
022400     OPEN INPUT ROP-CTL-FILE.
022500     READ ROP-CTL-FILE
022600         AT END
022700             DISPLAY 'ROPCLC00 - ROPCTL CONTROL RECORD MISSING'
022800             STOP RUN
022900     END-READ.
023000     CLOSE ROP-CTL-FILE.
023100     IF RC-WINDOW-DAYS NOT NUMERIC
023200         OR RC-WINDOW-DAYS = ZERO
023300         DISPLAY 'ROPCLC00 - ROPCTL WINDOW DAYS MUST BE 1-999'
023400         STOP RUN
023500     END-IF.
023600     OPEN INPUT RTN-NET-IN.
023700     PERFORM 1100-LOAD-RETURN-TABLE
023800         THRU 1100-LOAD-RETURN-TABLE-EXIT
023900         UNTIL WS-RTN-EOF.
024000     CLOSE RTN-NET-IN.
024100     OPEN INPUT STOCK-MAST-FILE.
024110     IF NOT WS-STKMST-OK
024120         DISPLAY 'ROPCLC00 - OPEN FAILED FOR STKMST STATUS '
024130             WS-STKMST-STATUS
024140         STOP RUN
024150     END-IF.
024200     OPEN INPUT VND-MAST-FILE.
024210     IF NOT WS-VNDMST-OK
024220         DISPLAY 'ROPCLC00 - OPEN FAILED FOR VNDMST STATUS '
024230             WS-VNDMST-STATUS
024240         STOP RUN
024250     END-IF.
024300     OPEN OUTPUT PROPOSAL-OUT.
024400     OPEN OUTPUT PROPOSAL-RPT.
024500     MOVE WS-RUN-DATE    TO WS-HL-RUN-DATE.
024600     MOVE RC-WINDOW-DAYS TO WS-HL-WINDOW.
024700     WRITE RPT-LINE FROM WS-HDR-LINE-1.
024800     MOVE SPACES TO RPT-LINE.
024900     WRITE RPT-LINE.
025000     WRITE RPT-LINE FROM WS-HDR-LINE-2.
025100 1000-INITIALIZE-EXIT.
025200     EXIT.
025300*----------------------------------------------------------------
025400 1100-LOAD-RETURN-TABLE.
025500     READ RTN-NET-IN
025600         AT END
025700             MOVE 'Y' TO WS-RTN-EOF-SW
025800             GO TO 1100-LOAD-RETURN-TABLE-EXIT
025900     END-READ.
026000     IF WS-RTN-TBL-CNT >= WS-RTN-TBL-MAX
026100         DISPLAY 'ROPCLC00 - MORE THAN ' WS-RTN-TBL-MAX
026200             ' RETURN BILLS IN THE WINDOW'
026300         STOP RUN
026400     END-IF.
026500     ADD 1 TO WS-RTN-TBL-CNT.
026600     MOVE RN-BILL-NUMBER TO WS-RTN-BILL-NUMBER (WS-RTN-TBL-CNT).
026700     MOVE RN-ALREADY-NETTED-SW
026800         TO WS-RTN-NETTED-PRIOR (WS-RTN-TBL-CNT).
026900 1100-LOAD-RETURN-TABLE-EXIT.
027000     EXIT.
027100*----------------------------------------------------------------
027200 2000-RECALCULATE.
027300     SORT SORT-WORK
027400         ON ASCENDING KEY SW-STOCK-KEY
027500         INPUT PROCEDURE  IS 2100-RELEASE-MOVEMENT
027600             THRU 2100-RELEASE-MOVEMENT-EXIT
027700         OUTPUT PROCEDURE IS 2200-MATCH-STOCK
027800             THRU 2200-MATCH-STOCK-EXIT.
027900 2000-RECALCULATE-EXIT.
028000     EXIT.
028100*----------------------------------------------------------------
028200 2100-RELEASE-MOVEMENT.
028300     OPEN INPUT BILL-DET-IN.
028400 2110-RELEASE-MOVEMENT-READ.
028500     READ BILL-DET-IN
028600         AT END
028700             MOVE 'Y' TO WS-DET-EOF-SW
028800             GO TO 2190-RELEASE-MOVEMENT-CLOSE
028900     END-READ.
029000     ADD 1 TO WS-CNT-LINES-READ.
029100     MOVE 'N' TO WS-RETURN-BILL-SW.
029200     MOVE 'N' TO WS-NETTED-PRIOR-SW.
029300     PERFORM 2120-CHECK-RETURN-ENTRY
029400         THRU 2120-CHECK-RETURN-ENTRY-EXIT
029500         VARYING WS-RTN-IX FROM 1 BY 1
029600         UNTIL WS-RTN-IX > WS-RTN-TBL-CNT
029700         OR WS-RETURN-BILL.
029800     IF WS-RETURN-BILL AND WS-NETTED-PRIOR
029900         ADD 1 TO WS-CNT-LINES-SKIPPED
030000         GO TO 2110-RELEASE-MOVEMENT-READ
030100     END-IF.
030200     MOVE BD-STORE-ID TO SW-STORE-ID.
030300     MOVE BD-SKU      TO SW-SKU.
030400     IF WS-RETURN-BILL
030500         MOVE ZERO        TO SW-SOLD-QTY
030600         MOVE BD-QUANTITY TO SW-RETURNED-QTY
030700     ELSE
030800         MOVE BD-QUANTITY TO SW-SOLD-QTY
030900         MOVE ZERO        TO SW-RETURNED-QTY
031000     END-IF.
031100     RELEASE SW-RECORD.
031200     GO TO 2110-RELEASE-MOVEMENT-READ.
031300 2190-RELEASE-MOVEMENT-CLOSE.
031400     CLOSE BILL-DET-IN.
031500 2100-RELEASE-MOVEMENT-EXIT.
031600     EXIT.
031700*----------------------------------------------------------------
031800 2120-CHECK-RETURN-ENTRY.
031900     IF WS-RTN-BILL-NUMBER (WS-RTN-IX) = BD-BILL-NUMBER
032000         MOVE 'Y' TO WS-RETURN-BILL-SW
032100         IF WS-RTN-NETTED-PRIOR (WS-RTN-IX) = 'Y'
032200             MOVE 'Y' TO WS-NETTED-PRIOR-SW
032300         END-IF
032400     END-IF.
032500 2120-CHECK-RETURN-ENTRY-EXIT.
032600     EXIT.
032700*----------------------------------------------------------------
032800*  BALANCE-LINE MATCH OF THE SORTED MOVEMENT AGAINST A SWEEP OF
032900*  THE STOCK MASTER, BOTH IN STORE/SKU ORDER.  MOVEMENT FOR A
033000*  STORE/SKU NOT ON THE STOCK MASTER IS COUNTED AND DROPPED -
033100*  STKPST00 ALREADY REPORTS IT NIGHTLY.
033200*----------------------------------------------------------------
033300 2200-MATCH-STOCK.
033400     PERFORM 2210-RETURN-MOVEMENT
033500         THRU 2210-RETURN-MOVEMENT-EXIT.
033600     MOVE LOW-VALUES TO ST-STOCK-KEY.
033700     START STOCK-MAST-FILE KEY NOT < ST-STOCK-KEY
033800         INVALID KEY
033900             MOVE 'Y' TO WS-MAST-EOF-SW
034000     END-START.
034100     PERFORM 2300-REVIEW-STOCK-SKU
034200         THRU 2300-REVIEW-STOCK-SKU-EXIT
034300         UNTIL WS-MAST-EOF.
034400     PERFORM 2220-DROP-MOVEMENT
034500         THRU 2220-DROP-MOVEMENT-EXIT
034600         UNTIL WS-SORT-EOF.
034700 2200-MATCH-STOCK-EXIT.
034800     EXIT.
034900*----------------------------------------------------------------
035000 2210-RETURN-MOVEMENT.
035100     RETURN SORT-WORK
035200         AT END
035300             MOVE 'Y' TO WS-SORT-EOF-SW
035400             MOVE HIGH-VALUES TO WS-SORT-KEY
035500             GO TO 2210-RETURN-MOVEMENT-EXIT
035600     END-RETURN.
035700     MOVE SW-STOCK-KEY TO WS-SORT-KEY.
035800 2210-RETURN-MOVEMENT-EXIT.
035900     EXIT.
036000*----------------------------------------------------------------
036100 2220-DROP-MOVEMENT.
036200     ADD 1 TO WS-CNT-NOT-ON-STKMST.
036300     PERFORM 2210-RETURN-MOVEMENT
036400         THRU 2210-RETURN-MOVEMENT-EXIT.
036500 2220-DROP-MOVEMENT-EXIT.
036600     EXIT.
036700*----------------------------------------------------------------
036800 2230-ADD-MOVEMENT.
036900     ADD SW-SOLD-QTY     TO WS-SKU-SOLD.
037000     ADD SW-RETURNED-QTY TO WS-SKU-RETURNED.
037100     PERFORM 2210-RETURN-MOVEMENT
037200         THRU 2210-RETURN-MOVEMENT-EXIT.
037300 2230-ADD-MOVEMENT-EXIT.
037400     EXIT.
037500*----------------------------------------------------------------
037600 2300-REVIEW-STOCK-SKU.
037700     READ STOCK-MAST-FILE NEXT
037800         AT END
037900             MOVE 'Y' TO WS-MAST-EOF-SW
038000             GO TO 2300-REVIEW-STOCK-SKU-EXIT
038100     END-READ.
038200     IF NOT WS-STKMST-OK
038300         DISPLAY 'ROPCLC00 - READ NEXT FAILED FOR STKMST'
038400             ' STATUS ' WS-STKMST-STATUS
038500         STOP RUN
038600     END-IF.
038700     ADD 1 TO WS-CNT-SKUS-REVIEWED.
038800     PERFORM 2220-DROP-MOVEMENT
038900         THRU 2220-DROP-MOVEMENT-EXIT
039000         UNTIL WS-SORT-KEY NOT < ST-STOCK-KEY.
039100     MOVE ZERO TO WS-SKU-SOLD.
039200     MOVE ZERO TO WS-SKU-RETURNED.
039300     PERFORM 2230-ADD-MOVEMENT
039400         THRU 2230-ADD-MOVEMENT-EXIT
039500         UNTIL WS-SORT-KEY NOT = ST-STOCK-KEY.
039600     PERFORM 2400-PROPOSE-SKU
039700         THRU 2400-PROPOSE-SKU-EXIT.
039800 2300-REVIEW-STOCK-SKU-EXIT.
039900     EXIT.
040000*----------------------------------------------------------------
040100 2400-PROPOSE-SKU.
040200     IF WS-SKU-RETURNED < WS-SKU-SOLD
040300         COMPUTE WS-NET-UNITS = WS-SKU-SOLD - WS-SKU-RETURNED
040400     ELSE
040500         MOVE ZERO TO WS-NET-UNITS
040600     END-IF.
040700     PERFORM 2410-FIND-LEAD-TIME
040800         THRU 2410-FIND-LEAD-TIME-EXIT.
040900     COMPUTE WS-AVG-DAILY ROUNDED =
041000         WS-NET-UNITS / RC-WINDOW-DAYS.
041100     IF WS-SKU-SOLD = ZERO
041200         MOVE 'Y'  TO WS-DEAD-STOCK-SW
041300         MOVE ZERO TO WS-NEW-REORDER-POINT
041400         MOVE ZERO TO WS-NEW-REORDER-QTY
041500     ELSE
041600         MOVE 'N'  TO WS-DEAD-STOCK-SW
041700         PERFORM 2420-COMPUTE-PROPOSAL
041800             THRU 2420-COMPUTE-PROPOSAL-EXIT
041900     END-IF.
042000     IF WS-NEW-REORDER-POINT = ST-REORDER-POINT
042100         AND WS-NEW-REORDER-QTY = ST-REORDER-QTY
042200         AND NOT WS-DEAD-STOCK
042300         ADD 1 TO WS-CNT-SKUS-UNCHANGED
042400         GO TO 2400-PROPOSE-SKU-EXIT
042500     END-IF.
042600     MOVE ST-STORE-ID          TO WS-DL-STORE.
042700     MOVE ST-SKU               TO WS-DL-SKU.
042800     MOVE ST-VENDOR-ID         TO WS-DL-VENDOR.
042900     MOVE WS-LEAD-DAYS         TO WS-DL-LEAD.
043000     MOVE WS-SKU-SOLD          TO WS-DL-SOLD.
043100     MOVE WS-SKU-RETURNED      TO WS-DL-RETURNED.
043200     MOVE WS-AVG-DAILY         TO WS-DL-AVG-DAILY.
043300     MOVE ST-REORDER-POINT     TO WS-DL-CUR-RP.
043400     MOVE WS-NEW-REORDER-POINT TO WS-DL-NEW-RP.
043500     MOVE ST-REORDER-QTY       TO WS-DL-CUR-QTY.
043600     MOVE WS-NEW-REORDER-QTY   TO WS-DL-NEW-QTY.
043700     MOVE SPACES               TO WS-DL-FLAG.
043800     IF NOT WS-VENDOR-FOUND
043900         MOVE '** NO VENDOR' TO WS-DL-FLAG
044000     END-IF.
044100     IF WS-DEAD-STOCK
044200         MOVE '** DEAD STOCK' TO WS-DL-FLAG
044300         ADD 1 TO WS-CNT-DEAD-STOCK
044400     END-IF.
044500     WRITE RPT-LINE FROM WS-DET-LINE.
044600     IF WS-NEW-REORDER-POINT = ST-REORDER-POINT
044700         AND WS-NEW-REORDER-QTY = ST-REORDER-QTY
044800         GO TO 2400-PROPOSE-SKU-EXIT
044900     END-IF.
045000     MOVE ST-STOCK-KEY         TO RP-STOCK-KEY.
045100     MOVE ST-REORDER-POINT     TO RP-CUR-REORDER-POINT.
045200     MOVE ST-REORDER-QTY       TO RP-CUR-REORDER-QTY.
045300     MOVE WS-NEW-REORDER-POINT TO RP-NEW-REORDER-POINT.
045400     MOVE WS-NEW-REORDER-QTY   TO RP-NEW-REORDER-QTY.
045500     MOVE WS-NET-UNITS         TO RP-NET-UNITS.
045600     MOVE WS-AVG-DAILY         TO RP-AVG-DAILY-UNITS.
045700     MOVE WS-LEAD-DAYS         TO RP-LEAD-TIME-DAYS.
045800     MOVE WS-DEAD-STOCK-SW     TO RP-DEAD-STOCK-SW.
045900     MOVE WS-RUN-DATE          TO RP-PROPOSAL-DATE.
046000     WRITE REORDER-PROPOSAL.
046100     ADD 1 TO WS-CNT-PROPOSALS.
046200 2400-PROPOSE-SKU-EXIT.
046300     EXIT.
046400*----------------------------------------------------------------
046500 2410-FIND-LEAD-TIME.
046600     MOVE 'N' TO WS-VENDOR-FOUND-SW.
046700     MOVE RC-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS.
046800     IF ST-VENDOR-ID = SPACES
046900         ADD 1 TO WS-CNT-NO-VENDOR
047000         GO TO 2410-FIND-LEAD-TIME-EXIT
047100     END-IF.
047200     MOVE ST-VENDOR-ID TO VN-VENDOR-ID.
047300     READ VND-MAST-FILE
047400         INVALID KEY
047500             CONTINUE
047600         NOT INVALID KEY
047700             MOVE 'Y' TO WS-VENDOR-FOUND-SW
047800     END-READ.
047900     IF WS-VENDOR-FOUND
048000         MOVE VN-LEAD-TIME-DAYS TO WS-LEAD-DAYS
048100     ELSE
048200         ADD 1 TO WS-CNT-NO-VENDOR
048300     END-IF.
048400 2410-FIND-LEAD-TIME-EXIT.
048500     EXIT.
048600*----------------------------------------------------------------
048700*  UNITS NEEDED OVER N DAYS = NET UNITS * N / WINDOW DAYS,
048800*  ROUNDED UP TO A WHOLE UNIT AND CAPPED AT THE FIELD SIZE.
048900*----------------------------------------------------------------
049000 2420-COMPUTE-PROPOSAL.
049100     COMPUTE WS-UNITS-NEEDED =
049200         WS-NET-UNITS * (WS-LEAD-DAYS + RC-SAFETY-DAYS).
049300     DIVIDE RC-WINDOW-DAYS INTO WS-UNITS-NEEDED
049400         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
049500     IF WS-REMAINDER > ZERO
049600         ADD 1 TO WS-QUOTIENT
049700     END-IF.
049800     IF WS-QUOTIENT > 99999
049900         MOVE 99999 TO WS-QUOTIENT
050000     END-IF.
050100     MOVE WS-QUOTIENT TO WS-NEW-REORDER-POINT.
050200     COMPUTE WS-UNITS-NEEDED = WS-NET-UNITS * RC-COVER-DAYS.
050300     DIVIDE RC-WINDOW-DAYS INTO WS-UNITS-NEEDED
050400         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
050500     IF WS-REMAINDER > ZERO
050600         ADD 1 TO WS-QUOTIENT
050700     END-IF.
050800     IF WS-QUOTIENT = ZERO
050900         MOVE 1 TO WS-QUOTIENT
051000     END-IF.
051100     IF WS-QUOTIENT > 99999
051200         MOVE 99999 TO WS-QUOTIENT
051300     END-IF.
051400     MOVE WS-QUOTIENT TO WS-NEW-REORDER-QTY.
051500 2420-COMPUTE-PROPOSAL-EXIT.
051600     EXIT.
051700*----------------------------------------------------------------
051800 3000-PRINT-TOTALS.
051900     MOVE SPACES TO RPT-LINE.
052000     WRITE RPT-LINE.
052100     MOVE 'BILLDET LINES READ          ' TO WS-TL-LABEL.
052200     MOVE WS-CNT-LINES-READ               TO WS-TL-COUNT.
052300     WRITE RPT-LINE FROM WS-TOT-LINE.
052400     MOVE 'RESUBMITTED RETURN LINES    ' TO WS-TL-LABEL.
052500     MOVE WS-CNT-LINES-SKIPPED            TO WS-TL-COUNT.
052600     WRITE RPT-LINE FROM WS-TOT-LINE.
052700     MOVE 'STORE/SKUS REVIEWED         ' TO WS-TL-LABEL.
052800     MOVE WS-CNT-SKUS-REVIEWED            TO WS-TL-COUNT.
052900     WRITE RPT-LINE FROM WS-TOT-LINE.
053000     MOVE 'STORE/SKUS UNCHANGED        ' TO WS-TL-LABEL.
053100     MOVE WS-CNT-SKUS-UNCHANGED           TO WS-TL-COUNT.
053200     WRITE RPT-LINE FROM WS-TOT-LINE.
053300     MOVE 'PROPOSALS FOR APPROVAL      ' TO WS-TL-LABEL.
053400     MOVE WS-CNT-PROPOSALS                TO WS-TL-COUNT.
053500     WRITE RPT-LINE FROM WS-TOT-LINE.
053600     MOVE 'DEAD STOCK (NO SALES)       ' TO WS-TL-LABEL.
053700     MOVE WS-CNT-DEAD-STOCK               TO WS-TL-COUNT.
053800     WRITE RPT-LINE FROM WS-TOT-LINE.
053900     MOVE 'VENDOR NOT ON VNDMST        ' TO WS-TL-LABEL.
054000     MOVE WS-CNT-NO-VENDOR                TO WS-TL-COUNT.
054100     WRITE RPT-LINE FROM WS-TOT-LINE.
054200     MOVE 'MOVEMENT LINES NOT ON STKMST' TO WS-TL-LABEL.
054300     MOVE WS-CNT-NOT-ON-STKMST            TO WS-TL-COUNT.
054400     WRITE RPT-LINE FROM WS-TOT-LINE.
054500 3000-PRINT-TOTALS-EXIT.
054600     EXIT.
054700*----------------------------------------------------------------
054800 9999-TERMINATE.
054900     CLOSE STOCK-MAST-FILE.
055000     CLOSE VND-MAST-FILE.
055100     CLOSE PROPOSAL-OUT.
055200     CLOSE PROPOSAL-RPT.
055300 9999-TERMINATE-EXIT.
055400     EXIT.
