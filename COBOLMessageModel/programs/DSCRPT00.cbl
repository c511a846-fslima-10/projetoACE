000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  DSCRPT00.
000300 AUTHOR.      R HOLLOWAY.
000400 INSTALLATION. RETAIL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  DSCRPT00 - DISCOUNT AND COUPON REPORT BY APPROVING MANAGER
000900*
001000*  EVERY DISCOUNT OR COUPON RUNG ON A BILL CARRIES A REASON
001100*  CODE AND THE ID OF THE MANAGER WHO APPROVED IT (BILLEDT0
001200*  WILL NOT PASS ONE THAT DOES NOT).  LINE-LEVEL ENTRIES LAND
001300*  ON BILLDET (BD-DISC-TYPE NOT SPACE) AND WHOLE-BILL ENTRIES
001400*  ON BILLHDR (BH-DISCOUNT-DETAIL) - BILLOVF0 WRITES BOTH.
001500*  THIS JOB RELEASES ONE SORT RECORD PER ENTRY FROM EACH FILE,
001600*  SORTS BY MANAGER AND REASON, AND PRINTS ONE LINE PER
001700*  MANAGER/REASON WITH THE DISCOUNT AND COUPON COUNTS AND
001800*  AMOUNTS SEPARATELY, A TOTAL PER MANAGER AND A GRAND TOTAL.
001900*  THE MANAGER'S NAME COMES FROM THE CASHIER MASTER (CSHMST)
002000*  AND THE REASON DESCRIPTION FROM DISCRSN.CPY, SO LOSS
002100*  PREVENTION CAN SEE AT A GLANCE WHO IS GIVING WHAT AWAY AND
002200*  WHY.  BD-BILL-DISC-AMT (A LINE'S SHARE OF A WHOLE-BILL
002300*  DISCOUNT) IS NOT RELEASED - THE ENTRY ITSELF IS COUNTED
002400*  ONCE FROM BILLHDR.  REPORT ONLY; NO MASTER IS UPDATED.
002500*
002600*  MODIFICATION HISTORY
002700*  ---------------------------------------------------------------
002800*  DATE       INIT  DESCRIPTION
002900*  10/15/2026 RH    ORIGINAL PROGRAM.
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM.
003400 OBJECT-COMPUTER.  IBM.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT BILL-DET-IN    ASSIGN TO BILLDET
003800                           ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT BILL-HDR-IN    ASSIGN TO BILLHDR
004000                           ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT DISC-RPT       ASSIGN TO DSCRPT
004200                           ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT CSH-MAST-FILE  ASSIGN TO CSHMST
004400                ORGANIZATION IS INDEXED
004500                ACCESS MODE IS DYNAMIC
004600                RECORD KEY IS CM-CACHIER-ID
004700                FILE STATUS IS WS-CSHMST-STATUS.
004800     SELECT SORT-WORK      ASSIGN TO SRTWK01.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  BILL-DET-IN
005200     RECORDING MODE IS F.
005300 COPY "BillDet".
005400 FD  BILL-HDR-IN
005500     RECORDING MODE IS F.
005600 COPY "BillHdr".
005700 FD  DISC-RPT
005800     RECORDING MODE IS F.
005900 01  RPT-LINE                     PIC X(132).
006000 FD  CSH-MAST-FILE.
006100 COPY "CshMst".
006200 SD  SORT-WORK.
006300 01  SW-RECORD.
006400     03  SW-MANAGER-ID            PIC X(06).
006500     03  SW-REASON                PIC X(02).
006600     03  SW-DISC-TYPE             PIC X(01).
006700         88  SW-DISC-COUPON               VALUE 'C'.
006800     03  SW-DISC-AMOUNT           PIC 9(04)V99.
006900 WORKING-STORAGE SECTION.
007000 01  WS-CSHMST-STATUS             PIC X(02).
007100     88  WS-CSHMST-OK                     VALUE '00'.
007200     88  WS-CSHMST-NOTFOUND               VALUE '23'.
007300 01  WS-SWITCHES.
007400     03  WS-DET-EOF-SW            PIC X(01)  VALUE 'N'.
007500         88  WS-DET-EOF                      VALUE 'Y'.
007600     03  WS-HDR-EOF-SW            PIC X(01)  VALUE 'N'.
007700         88  WS-HDR-EOF                      VALUE 'Y'.
007800     03  WS-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
007900         88  WS-SORT-EOF                     VALUE 'Y'.
008000     03  WS-FIRST-REC-SW          PIC X(01)  VALUE 'Y'.
008100         88  WS-FIRST-REC                    VALUE 'Y'.
008200     03  WS-CASHIER-FOUND-SW      PIC X(01)  VALUE 'N'.
008300         88  WS-CASHIER-FOUND                VALUE 'Y'.
008400     03  WS-REASON-FOUND-SW       PIC X(01)  VALUE 'N'.
008500         88  WS-REASON-FOUND                 VALUE 'Y'.
008600 01  WS-COUNTERS.
008700     03  WS-DISC-IX               PIC 9(03)  COMP.
008800     03  WS-DN-IX                 PIC 9(03)  COMP.
008900     03  WS-ENTRIES-RELEASED      PIC 9(07)  COMP  VALUE ZERO.
009000 01  WS-BREAK-FIELDS.
009100     03  WS-BRK-MANAGER-ID        PIC X(06).
009200     03  WS-BRK-REASON            PIC X(02).
009300 01  WS-ACCUMULATORS.
009400     03  WS-RSN-DISC-CNT          PIC 9(07).
009500     03  WS-RSN-DISC-AMT          PIC 9(09)V99.
009600     03  WS-RSN-CPN-CNT           PIC 9(07).
009700     03  WS-RSN-CPN-AMT           PIC 9(09)V99.
009800     03  WS-MGR-DISC-CNT          PIC 9(07)  VALUE ZERO.
009900     03  WS-MGR-DISC-AMT          PIC 9(09)V99 VALUE ZERO.
010000     03  WS-MGR-CPN-CNT           PIC 9(07)  VALUE ZERO.
010100     03  WS-MGR-CPN-AMT           PIC 9(09)V99 VALUE ZERO.
010200     03  WS-GRD-DISC-CNT          PIC 9(07)  VALUE ZERO.
010300     03  WS-GRD-DISC-AMT          PIC 9(09)V99 VALUE ZERO.
010400     03  WS-GRD-CPN-CNT           PIC 9(07)  VALUE ZERO.
010500     03  WS-GRD-CPN-AMT           PIC 9(09)V99 VALUE ZERO.
010600 COPY "DiscRsn".
010700 01  WS-REPORT-LINES.
010800     03  WS-HDR-LINE-1.
010900         05  FILLER               PIC X(40) VALUE
011000             'DISCOUNT AND COUPON REPORT BY MANAGER'.
011100         05  FILLER               PIC X(92) VALUE SPACES.
011200     03  WS-HDR-LINE-2.
011300         05  FILLER               PIC X(08) VALUE 'MANAGER'.
011400         05  FILLER               PIC X(22) VALUE 'NAME'.
011500         05  FILLER               PIC X(25) VALUE 'REASON'.
011600         05  FILLER               PIC X(10) VALUE ' DISC CNT'.
011700         05  FILLER               PIC X(16) VALUE
011800             '     DISC AMOUNT'.
011900         05  FILLER               PIC X(10) VALUE '  CPN CNT'.
012000         05  FILLER               PIC X(16) VALUE
012100             '      CPN AMOUNT'.
012200         05  FILLER               PIC X(25) VALUE SPACES.
012300     03  WS-DET-LINE.
012400         05  WS-DL-MANAGER        PIC X(08).
012500         05  WS-DL-MANAGER-NAME   PIC X(22).
012600         05  WS-DL-REASON         PIC X(03).
012700         05  WS-DL-REASON-DESC    PIC X(22).
012800         05  WS-DL-DISC-CNT       PIC Z,ZZZ,ZZ9.
012900         05  FILLER               PIC X(01) VALUE SPACES.
013000         05  WS-DL-DISC-AMT       PIC ZZZ,ZZZ,ZZ9.99.
013100         05  FILLER               PIC X(02) VALUE SPACES.
013200         05  WS-DL-CPN-CNT        PIC Z,ZZZ,ZZ9.
013300         05  FILLER               PIC X(01) VALUE SPACES.
013400         05  WS-DL-CPN-AMT        PIC ZZZ,ZZZ,ZZ9.99.
013500         05  FILLER               PIC X(27) VALUE SPACES.
013600     03  WS-TOT-LINE.
013700         05  WS-TL-LABEL          PIC X(55).
013800         05  WS-TL-DISC-CNT       PIC Z,ZZZ,ZZ9.
013900         05  FILLER               PIC X(01) VALUE SPACES.
014000         05  WS-TL-DISC-AMT       PIC ZZZ,ZZZ,ZZ9.99.
014100         05  FILLER               PIC X(02) VALUE SPACES.
014200         05  WS-TL-CPN-CNT        PIC Z,ZZZ,ZZ9.
014300         05  FILLER               PIC X(01) VALUE SPACES.
014400         05  WS-TL-CPN-AMT        PIC ZZZ,ZZZ,ZZ9.99.
014500         05  FILLER               PIC X(27) VALUE SPACES.
014600 PROCEDURE DIVISION.
014700 0000-MAINLINE.
014800     PERFORM 1000-INITIALIZE
014900         THRU 1000-INITIALIZE-EXIT.
015000     SORT SORT-WORK
015100         ON ASCENDING KEY SW-MANAGER-ID SW-REASON
015200         INPUT PROCEDURE  IS 2000-RELEASE-ENTRIES
015300             THRU 2000-RELEASE-ENTRIES-EXIT
015400         OUTPUT PROCEDURE IS 3000-PRINT-REPORT
015500             THRU 3000-PRINT-REPORT-EXIT.
015600     PERFORM 9999-TERMINATE
015700         THRU 9999-TERMINATE-EXIT.
015800     STOP RUN.
015900*----------------------------------------------------------------
016000 1000-INITIALIZE.
016100     OPEN INPUT CSH-MAST-FILE.
016200     OPEN OUTPUT DISC-RPT.
016300     WRITE RPT-LINE FROM WS-HDR-LINE-1.
016400     WRITE RPT-LINE FROM WS-HDR-LINE-2.
016500 1000-INITIALIZE-EXIT.
016600     EXIT.
016700*----------------------------------------------------------------
016800 2000-RELEASE-ENTRIES.
016900     OPEN INPUT BILL-DET-IN.
017000     OPEN INPUT BILL-HDR-IN.
017100     PERFORM 2100-RELEASE-LINE-ENTRY
017200         THRU 2100-RELEASE-LINE-ENTRY-EXIT
017300         UNTIL WS-DET-EOF.
017400     PERFORM 2200-RELEASE-BILL-ENTRIES
017500         THRU 2200-RELEASE-BILL-ENTRIES-EXIT
017600         UNTIL WS-HDR-EOF.
017700     CLOSE BILL-DET-IN.
017800     CLOSE BILL-HDR-IN.
017900 2000-RELEASE-ENTRIES-EXIT.
018000     EXIT.
018100*----------------------------------------------------------------
018200 2100-RELEASE-LINE-ENTRY.
018300     READ BILL-DET-IN
018400         AT END
018500             MOVE 'Y' TO WS-DET-EOF-SW
018600             GO TO 2100-RELEASE-LINE-ENTRY-EXIT
018700     END-READ.
018800     IF BD-DISC-NONE
018900         GO TO 2100-RELEASE-LINE-ENTRY-EXIT
019000     END-IF.
019100     MOVE BD-DISC-MANAGER-ID    TO SW-MANAGER-ID.
019200     MOVE BD-DISC-REASON        TO SW-REASON.
019300     MOVE BD-DISC-TYPE          TO SW-DISC-TYPE.
019400     MOVE BD-DISC-AMOUNT        TO SW-DISC-AMOUNT.
019500     RELEASE SW-RECORD.
019600     ADD 1 TO WS-ENTRIES-RELEASED.
019700 2100-RELEASE-LINE-ENTRY-EXIT.
019800     EXIT.
019900*----------------------------------------------------------------
020000 2200-RELEASE-BILL-ENTRIES.
020100     READ BILL-HDR-IN
020200         AT END
020300             MOVE 'Y' TO WS-HDR-EOF-SW
020400             GO TO 2200-RELEASE-BILL-ENTRIES-EXIT
020500     END-READ.
020600     PERFORM 2210-RELEASE-BILL-ENTRY
020700         THRU 2210-RELEASE-BILL-ENTRY-EXIT
020800         VARYING WS-DISC-IX FROM 1 BY 1
020900         UNTIL WS-DISC-IX > BH-DISC-COUNT.
021000 2200-RELEASE-BILL-ENTRIES-EXIT.
021100     EXIT.
021200*----------------------------------------------------------------
021300 2210-RELEASE-BILL-ENTRY.
021400     MOVE BH-DISC-MANAGER-ID (WS-DISC-IX) TO SW-MANAGER-ID.
021500     MOVE BH-DISC-REASON (WS-DISC-IX)     TO SW-REASON.
021600     MOVE BH-DISC-TYPE (WS-DISC-IX)       TO SW-DISC-TYPE.
021700     MOVE BH-DISC-AMOUNT (WS-DISC-IX)     TO SW-DISC-AMOUNT.
021800     RELEASE SW-RECORD.
021900     ADD 1 TO WS-ENTRIES-RELEASED.
022000 2210-RELEASE-BILL-ENTRY-EXIT.
022100     EXIT.
022200*----------------------------------------------------------------
022300 3000-PRINT-REPORT.
022400     MOVE ZERO TO WS-RSN-DISC-CNT WS-RSN-DISC-AMT
022500                  WS-RSN-CPN-CNT  WS-RSN-CPN-AMT.
022600 3010-PRINT-REPORT-READ.
022700     RETURN SORT-WORK
022800         AT END
022900             MOVE 'Y' TO WS-SORT-EOF-SW
023000             GO TO 3020-PRINT-REPORT-BREAK-CHECK
023100     END-RETURN.
023200 3020-PRINT-REPORT-BREAK-CHECK.
023300     IF WS-FIRST-REC
023400         IF WS-SORT-EOF
023500             GO TO 3000-PRINT-REPORT-EXIT
023600         END-IF
023700         MOVE 'N'                  TO WS-FIRST-REC-SW
023800         MOVE SW-MANAGER-ID        TO WS-BRK-MANAGER-ID
023900         MOVE SW-REASON            TO WS-BRK-REASON
024000     END-IF.
024100     IF WS-SORT-EOF
024200         OR SW-MANAGER-ID NOT = WS-BRK-MANAGER-ID
024300         OR SW-REASON     NOT = WS-BRK-REASON
024400         PERFORM 3100-PRINT-REASON-LINE
024500             THRU 3100-PRINT-REASON-LINE-EXIT
024600         IF WS-SORT-EOF
024700             OR SW-MANAGER-ID NOT = WS-BRK-MANAGER-ID
024800             PERFORM 3200-PRINT-MANAGER-TOTAL
024900                 THRU 3200-PRINT-MANAGER-TOTAL-EXIT
025000         END-IF
025100         MOVE SW-MANAGER-ID        TO WS-BRK-MANAGER-ID
025200         MOVE SW-REASON            TO WS-BRK-REASON
025300     END-IF.
025400     IF WS-SORT-EOF
025500         GO TO 3000-PRINT-REPORT-EXIT
025600     END-IF.
025700     IF SW-DISC-COUPON
025800         ADD 1              TO WS-RSN-CPN-CNT
025900         ADD SW-DISC-AMOUNT TO WS-RSN-CPN-AMT
026000     ELSE
026100         ADD 1              TO WS-RSN-DISC-CNT
026200         ADD SW-DISC-AMOUNT TO WS-RSN-DISC-AMT
026300     END-IF.
026400     GO TO 3010-PRINT-REPORT-READ.
026500 3000-PRINT-REPORT-EXIT.
026600     EXIT.
026700*----------------------------------------------------------------
026800 3100-PRINT-REASON-LINE.
026900     MOVE SPACES TO WS-DL-MANAGER WS-DL-MANAGER-NAME.
027000     IF WS-MGR-DISC-CNT = ZERO
027100         AND WS-MGR-CPN-CNT = ZERO
027200         MOVE WS-BRK-MANAGER-ID TO WS-DL-MANAGER
027300         PERFORM 3150-FIND-MANAGER-NAME
027400             THRU 3150-FIND-MANAGER-NAME-EXIT
027500     END-IF.
027600     MOVE WS-BRK-REASON TO WS-DL-REASON.
027700     MOVE 'N' TO WS-REASON-FOUND-SW.
027800     MOVE '** UNKNOWN REASON' TO WS-DL-REASON-DESC.
027900     PERFORM 3160-MATCH-REASON-ENTRY
028000         THRU 3160-MATCH-REASON-ENTRY-EXIT
028100         VARYING WS-DN-IX FROM 1 BY 1
028200         UNTIL WS-DN-IX > DN-ENTRY-COUNT
028300         OR WS-REASON-FOUND.
028400     MOVE WS-RSN-DISC-CNT TO WS-DL-DISC-CNT.
028500     MOVE WS-RSN-DISC-AMT TO WS-DL-DISC-AMT.
028600     MOVE WS-RSN-CPN-CNT  TO WS-DL-CPN-CNT.
028700     MOVE WS-RSN-CPN-AMT  TO WS-DL-CPN-AMT.
028800     WRITE RPT-LINE FROM WS-DET-LINE.
028900     ADD WS-RSN-DISC-CNT TO WS-MGR-DISC-CNT.
029000     ADD WS-RSN-DISC-AMT TO WS-MGR-DISC-AMT.
029100     ADD WS-RSN-CPN-CNT  TO WS-MGR-CPN-CNT.
029200     ADD WS-RSN-CPN-AMT  TO WS-MGR-CPN-AMT.
029300     MOVE ZERO TO WS-RSN-DISC-CNT WS-RSN-DISC-AMT
029400                  WS-RSN-CPN-CNT  WS-RSN-CPN-AMT.
029500 3100-PRINT-REASON-LINE-EXIT.
029600     EXIT.
029700*----------------------------------------------------------------
029800 3150-FIND-MANAGER-NAME.
029900     MOVE WS-BRK-MANAGER-ID TO CM-CACHIER-ID.
030000     MOVE 'N' TO WS-CASHIER-FOUND-SW.
030100     READ CSH-MAST-FILE
030200         INVALID KEY
030300             CONTINUE
030400         NOT INVALID KEY
030500             MOVE 'Y' TO WS-CASHIER-FOUND-SW
030600     END-READ.
030700     IF WS-CASHIER-FOUND
030800         MOVE CM-CACHIER-NAME TO WS-DL-MANAGER-NAME
030900     ELSE
031000         MOVE '** UNKNOWN' TO WS-DL-MANAGER-NAME
031100     END-IF.
031200 3150-FIND-MANAGER-NAME-EXIT.
031300     EXIT.
031400*----------------------------------------------------------------
031500 3160-MATCH-REASON-ENTRY.
031600     IF DN-REASON-CODE (WS-DN-IX) = WS-BRK-REASON
031700         MOVE 'Y' TO WS-REASON-FOUND-SW
031800         MOVE DN-REASON-DESC (WS-DN-IX) TO WS-DL-REASON-DESC
031900     END-IF.
032000 3160-MATCH-REASON-ENTRY-EXIT.
032100     EXIT.
032200*----------------------------------------------------------------
032300 3200-PRINT-MANAGER-TOTAL.
032400     MOVE SPACES TO WS-TL-LABEL.
032500     STRING '  MANAGER ' DELIMITED BY SIZE
032600            WS-BRK-MANAGER-ID DELIMITED BY SIZE
032700            ' TOTAL' DELIMITED BY SIZE
032800         INTO WS-TL-LABEL.
032900     MOVE WS-MGR-DISC-CNT TO WS-TL-DISC-CNT.
033000     MOVE WS-MGR-DISC-AMT TO WS-TL-DISC-AMT.
033100     MOVE WS-MGR-CPN-CNT  TO WS-TL-CPN-CNT.
033200     MOVE WS-MGR-CPN-AMT  TO WS-TL-CPN-AMT.
033300     WRITE RPT-LINE FROM WS-TOT-LINE.
033400     MOVE SPACES TO RPT-LINE.
033500     WRITE RPT-LINE.
033600     ADD WS-MGR-DISC-CNT TO WS-GRD-DISC-CNT.
033700     ADD WS-MGR-DISC-AMT TO WS-GRD-DISC-AMT.
033800     ADD WS-MGR-CPN-CNT  TO WS-GRD-CPN-CNT.
033900     ADD WS-MGR-CPN-AMT  TO WS-GRD-CPN-AMT.
034000     MOVE ZERO TO WS-MGR-DISC-CNT WS-MGR-DISC-AMT
034100                  WS-MGR-CPN-CNT  WS-MGR-CPN-AMT.
034200 3200-PRINT-MANAGER-TOTAL-EXIT.
034300     EXIT.
034400*----------------------------------------------------------------
034500 9999-TERMINATE.
034600     MOVE 'GRAND TOTAL - ALL MANAGERS' TO WS-TL-LABEL.
034700     MOVE WS-GRD-DISC-CNT TO WS-TL-DISC-CNT.
034800     MOVE WS-GRD-DISC-AMT TO WS-TL-DISC-AMT.
034900     MOVE WS-GRD-CPN-CNT  TO WS-TL-CPN-CNT.
035000     MOVE WS-GRD-CPN-AMT  TO WS-TL-CPN-AMT.
035100     WRITE RPT-LINE FROM WS-TOT-LINE.
035200     CLOSE CSH-MAST-FILE.
035300     CLOSE DISC-RPT.
035400     DISPLAY 'DSCRPT00 - ENTRIES REPORTED: ' WS-ENTRIES-RELEASED.
035500 9999-TERMINATE-EXIT.
035600     EXIT.
