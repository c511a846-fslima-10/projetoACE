000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  ROPAPL00.
000300 AUTHOR.      R HOLLOWAY.
000400 INSTALLATION. RETAIL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  ROPAPL00 - APPLY BUYER-APPROVED REORDER-POINT PROPOSALS
000900*
001000*  ROPCLC00 WRITES ONE PROPOSAL (ROPPRP.CPY) FOR EVERY STORE/
001100*  SKU WHOSE DEMAND-BASED REORDER POINT OR QUANTITY DIFFERS
001200*  FROM THE STOCK MASTER.  THE BUYER KEYS AN APPROVAL
001300*  (ROPAPR.CPY) FOR EACH ONE TO TAKE.  THIS JOB LOADS THE
001400*  APPROVALS, READS THE PROPOSAL FILE, AND FOR EVERY APPROVED
001500*  PROPOSAL REWRITES ST-REORDER-POINT AND ST-REORDER-QTY ON THE
001600*  STOCK MASTER - THE SAME LOAD-THE-KEYED-TRANSACTIONS-THEN-
001700*  READ-THE-FILE PATTERN AS THE SUSPENSE CORRECTIONS (BILLFIX0).
001800*  A PROPOSAL WHOSE CURRENT VALUES NO LONGER MATCH THE STOCK
001900*  MASTER (SOMEBODY CHANGED IT SINCE THE RUN) IS REJECTED RATHER
002000*  THAN APPLIED, AND AN APPROVAL WITH NO PROPOSAL BEHIND IT IS
002100*  LISTED AT THE BOTTOM OF THE REPORT FOR THE BUYER TO RE-KEY.
002200*  PROPOSALS NOT APPROVED ARE COUNTED AND LEFT ALONE.
002300*
002400*  MODIFICATION HISTORY
002500*  ---------------------------------------------------------------
002600*  DATE       INIT  DESCRIPTION
002700*  10/15/2026 RH    ORIGINAL PROGRAM.
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM.
003200 OBJECT-COMPUTER.  IBM.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT APPROVAL-IN    ASSIGN TO ROPAPR
003600                           ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT PROPOSAL-IN    ASSIGN TO ROPPRP
003800                           ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT STOCK-MAST-FILE ASSIGN TO STKMST
004000                ORGANIZATION IS INDEXED
004100                ACCESS MODE IS DYNAMIC
004200                RECORD KEY IS ST-STOCK-KEY
004300                FILE STATUS IS WS-STKMST-STATUS.
004400     SELECT APPLY-RPT      ASSIGN TO ROPAPL
004500                           ORGANIZATION IS LINE SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  APPROVAL-IN
004900     RECORDING MODE IS F.
005000 COPY "RopApr".
005100 FD  PROPOSAL-IN
005200     RECORDING MODE IS F.
005300 COPY "RopPrp".
005400 FD  STOCK-MAST-FILE.
005500 COPY "StkMst".
005600 FD  APPLY-RPT
005700     RECORDING MODE IS F.
005800 01  RPT-LINE                     PIC X(80).
005900 WORKING-STORAGE SECTION.
006000 01  WS-STKMST-STATUS             PIC X(02).
006100     88  WS-STKMST-OK                     VALUE '00'.
006200     88  WS-STKMST-NOTFOUND               VALUE '23'.
006300 01  WS-SWITCHES.
006400     03  WS-APR-EOF-SW            PIC X(01)  VALUE 'N'.
006500         88  WS-APR-EOF                      VALUE 'Y'.
006600     03  WS-PRP-EOF-SW            PIC X(01)  VALUE 'N'.
006700         88  WS-PRP-EOF                      VALUE 'Y'.
006800     03  WS-APPROVED-SW           PIC X(01)  VALUE 'N'.
006900         88  WS-APPROVED                     VALUE 'Y'.
007000     03  WS-STOCK-FOUND-SW        PIC X(01)  VALUE 'N'.
007100         88  WS-STOCK-FOUND                  VALUE 'Y'.
007200 01  WS-COUNTERS.
007300     03  WS-APR-IX                PIC 9(04)  COMP.
007400     03  WS-APR-TBL-CNT           PIC 9(04)  COMP  VALUE ZERO.
007500     03  WS-HIT-IX                PIC 9(04)  COMP.
007600     03  WS-CNT-PROPOSALS         PIC 9(07)  COMP  VALUE ZERO.
007700     03  WS-CNT-APPLIED           PIC 9(07)  COMP  VALUE ZERO.
007800     03  WS-CNT-REJECTED          PIC 9(07)  COMP  VALUE ZERO.
007900     03  WS-CNT-NOT-APPROVED      PIC 9(07)  COMP  VALUE ZERO.
008000     03  WS-CNT-UNMATCHED         PIC 9(07)  COMP  VALUE ZERO.
008100 01  WS-APR-TBL-MAX               PIC 9(04)  VALUE 2000.
008200 01  WS-APPROVAL-TABLE.
008300     03  WS-APR-ENTRY             OCCURS 2000 TIMES.
008400         05  WS-APR-STOCK-KEY     PIC X(11).
008500         05  WS-APR-BUYER-ID      PIC X(06).
008600         05  WS-APR-USED          PIC X(01).
008700 01  WS-REPORT-LINES.
008800     03  WS-HDR-LINE-1.
008900         05  FILLER               PIC X(40) VALUE
009000             'REORDER-POINT PROPOSALS APPLIED'.
009100         05  FILLER               PIC X(40) VALUE SPACES.
009200     03  WS-HDR-LINE-2.
009300         05  FILLER               PIC X(37) VALUE
009400             'STORE SKU       BUYER   REORDER PT   '.
009500         05  FILLER               PIC X(43) VALUE
009600             'REORDER QTY  RESULT'.
009700     03  WS-DET-LINE.
009800         05  WS-DL-STORE          PIC X(06).
009900         05  WS-DL-SKU            PIC X(10).
010000         05  WS-DL-BUYER          PIC X(08).
010100         05  WS-DL-OLD-RP         PIC ZZZZ9.
010200         05  FILLER               PIC X(01) VALUE '>'.
010300         05  WS-DL-NEW-RP         PIC ZZZZ9.
010400         05  FILLER               PIC X(02) VALUE SPACES.
010500         05  WS-DL-OLD-QTY        PIC ZZZZ9.
010600         05  FILLER               PIC X(01) VALUE '>'.
010700         05  WS-DL-NEW-QTY        PIC ZZZZ9.
010800         05  FILLER               PIC X(02) VALUE SPACES.
010900         05  WS-DL-RESULT         PIC X(24).
011000         05  FILLER               PIC X(06) VALUE SPACES.
011100     03  WS-SECT-LINE.
011200         05  WS-SC-TEXT           PIC X(60).
011300         05  FILLER               PIC X(20) VALUE SPACES.
011400     03  WS-TOT-LINE.
011500         05  WS-TL-LABEL          PIC X(24).
011600         05  WS-TL-COUNT          PIC ZZZZZZ9.
011700         05  FILLER               PIC X(49) VALUE SPACES.
011800 PROCEDURE DIVISION.
011900 0000-MAINLINE.
012000     PERFORM 1000-INITIALIZE
012100         THRU 1000-INITIALIZE-EXIT.
012200     PERFORM 2000-APPLY-PROPOSALS
012300         THRU 2000-APPLY-PROPOSALS-EXIT
012400         UNTIL WS-PRP-EOF.
012500     PERFORM 3000-LIST-UNMATCHED
012600         THRU 3000-LIST-UNMATCHED-EXIT.
012700     PERFORM 4000-PRINT-TOTALS
012800         THRU 4000-PRINT-TOTALS-EXIT.
012900     PERFORM 9999-TERMINATE
013000         THRU 9999-TERMINATE-EXIT.
013100     STOP RUN.
013200*----------------------------------------------------------------
013300 1000-INITIALIZE.
013400     OPEN INPUT APPROVAL-IN.
013500     PERFORM 1100-LOAD-APPROVAL
013600         THRU 1100-LOAD-APPROVAL-EXIT
013700         UNTIL WS-APR-EOF.
013800     CLOSE APPROVAL-IN.
013900     OPEN INPUT PROPOSAL-IN.
014000     OPEN I-O   STOCK-MAST-FILE.
014010     IF NOT WS-STKMST-OK
014020         DISPLAY 'ROPAPL00 - OPEN FAILED FOR STKMST STATUS '
014030             WS-STKMST-STATUS
014040         STOP RUN
014050     END-IF.
014100     OPEN OUTPUT APPLY-RPT.
014200     WRITE RPT-LINE FROM WS-HDR-LINE-1.
014300     MOVE SPACES TO RPT-LINE.
014400     WRITE RPT-LINE.
014500     WRITE RPT-LINE FROM WS-HDR-LINE-2.
014600 1000-INITIALIZE-EXIT.
014700     EXIT.
014800*----------------------------------------------------------------
014900 1100-LOAD-APPROVAL.
015000     READ APPROVAL-IN
015100         AT END
015200             MOVE 'Y' TO WS-APR-EOF-SW
015300             GO TO 1100-LOAD-APPROVAL-EXIT
015400     END-READ.
015500     IF WS-APR-TBL-CNT >= WS-APR-TBL-MAX
015600         DISPLAY 'ROPAPL00 - MORE THAN ' WS-APR-TBL-MAX
015700             ' APPROVALS IN ROPAPR'
015800         STOP RUN
015900     END-IF.
016000     ADD 1 TO WS-APR-TBL-CNT.
016100     MOVE RA-STOCK-KEY TO WS-APR-STOCK-KEY (WS-APR-TBL-CNT).
016200     MOVE RA-BUYER-ID  TO WS-APR-BUYER-ID (WS-APR-TBL-CNT).
016300     MOVE 'N'          TO WS-APR-USED (WS-APR-TBL-CNT).
016400 1100-LOAD-APPROVAL-EXIT.
016500     EXIT.
016600*----------------------------------------------------------------
016700 2000-APPLY-PROPOSALS.
016800     READ PROPOSAL-IN
016900         AT END
017000             MOVE 'Y' TO WS-PRP-EOF-SW
017100             GO TO 2000-APPLY-PROPOSALS-EXIT
017200     END-READ.
017300     ADD 1 TO WS-CNT-PROPOSALS.
017400     MOVE 'N' TO WS-APPROVED-SW.
017500     MOVE ZERO TO WS-HIT-IX.
017600     PERFORM 2100-MATCH-APPROVAL
017700         THRU 2100-MATCH-APPROVAL-EXIT
017800         VARYING WS-APR-IX FROM 1 BY 1
017900         UNTIL WS-APR-IX > WS-APR-TBL-CNT
018000         OR WS-APPROVED.
018100     IF NOT WS-APPROVED
018200         ADD 1 TO WS-CNT-NOT-APPROVED
018300         GO TO 2000-APPLY-PROPOSALS-EXIT
018400     END-IF.
018500     MOVE 'Y' TO WS-APR-USED (WS-HIT-IX).
018600     MOVE RP-STORE-ID                 TO WS-DL-STORE.
018700     MOVE RP-SKU                      TO WS-DL-SKU.
018800     MOVE WS-APR-BUYER-ID (WS-HIT-IX) TO WS-DL-BUYER.
018900     MOVE RP-CUR-REORDER-POINT        TO WS-DL-OLD-RP.
019000     MOVE RP-NEW-REORDER-POINT        TO WS-DL-NEW-RP.
019100     MOVE RP-CUR-REORDER-QTY          TO WS-DL-OLD-QTY.
019200     MOVE RP-NEW-REORDER-QTY          TO WS-DL-NEW-QTY.
019300     MOVE 'N' TO WS-STOCK-FOUND-SW.
019400     MOVE RP-STOCK-KEY TO ST-STOCK-KEY.
019500     READ STOCK-MAST-FILE
019600         INVALID KEY
019700             CONTINUE
019800         NOT INVALID KEY
019900             MOVE 'Y' TO WS-STOCK-FOUND-SW
020000     END-READ.
020100     IF NOT WS-STOCK-FOUND
020200         MOVE '** REJECTED - NOT FOUND' TO WS-DL-RESULT
020300         ADD 1 TO WS-CNT-REJECTED
020400         WRITE RPT-LINE FROM WS-DET-LINE
020500         GO TO 2000-APPLY-PROPOSALS-EXIT
020600     END-IF.
020700     IF ST-REORDER-POINT NOT = RP-CUR-REORDER-POINT
020800         OR ST-REORDER-QTY NOT = RP-CUR-REORDER-QTY
020900         MOVE '** REJECTED - CHANGED' TO WS-DL-RESULT
021000         ADD 1 TO WS-CNT-REJECTED
021100         WRITE RPT-LINE FROM WS-DET-LINE
021200         GO TO 2000-APPLY-PROPOSALS-EXIT
021300     END-IF.
021400     MOVE RP-NEW-REORDER-POINT TO ST-REORDER-POINT.
021500     MOVE RP-NEW-REORDER-QTY   TO ST-REORDER-QTY.
021600     REWRITE STOCK-MASTER.
021700     IF NOT WS-STKMST-OK
021800         DISPLAY 'ROPAPL00 - REWRITE FAILED FOR STKMST '
021900             ST-STOCK-KEY ' STATUS ' WS-STKMST-STATUS
022000         STOP RUN
022100     END-IF.
022200     IF RP-DEAD-STOCK
022300         MOVE 'APPLIED - DEAD STOCK' TO WS-DL-RESULT
022400     ELSE
022500         MOVE 'APPLIED' TO WS-DL-RESULT
022600     END-IF.
022700     ADD 1 TO WS-CNT-APPLIED.
022800     WRITE RPT-LINE FROM WS-DET-LINE.
022900 2000-APPLY-PROPOSALS-EXIT.
023000     EXIT.
023100*----------------------------------------------------------------
023200 2100-MATCH-APPROVAL.
023300     IF WS-APR-STOCK-KEY (WS-APR-IX) = RP-STOCK-KEY
023400         AND WS-APR-USED (WS-APR-IX) = 'N'
023500         MOVE 'Y' TO WS-APPROVED-SW
023600         MOVE WS-APR-IX TO WS-HIT-IX
023700     END-IF.
023800 2100-MATCH-APPROVAL-EXIT.
023900     EXIT.
024000*----------------------------------------------------------------
024100 3000-LIST-UNMATCHED.
024200     MOVE SPACES TO RPT-LINE.
024300     WRITE RPT-LINE.
024400     MOVE 'APPROVALS WITH NO PROPOSAL - RE-KEY' TO WS-SC-TEXT.
024500     WRITE RPT-LINE FROM WS-SECT-LINE.
024600     PERFORM 3100-LIST-UNMATCHED-ENTRY
024700         THRU 3100-LIST-UNMATCHED-ENTRY-EXIT
024800         VARYING WS-APR-IX FROM 1 BY 1
024900         UNTIL WS-APR-IX > WS-APR-TBL-CNT.
025000 3000-LIST-UNMATCHED-EXIT.
025100     EXIT.
025200*----------------------------------------------------------------
025300 3100-LIST-UNMATCHED-ENTRY.
025400     IF WS-APR-USED (WS-APR-IX) = 'Y'
025500         GO TO 3100-LIST-UNMATCHED-ENTRY-EXIT
025600     END-IF.
025700     MOVE WS-APR-STOCK-KEY (WS-APR-IX) (1:3) TO WS-DL-STORE.
025800     MOVE WS-APR-STOCK-KEY (WS-APR-IX) (4:8) TO WS-DL-SKU.
025900     MOVE WS-APR-BUYER-ID (WS-APR-IX)        TO WS-DL-BUYER.
026000     MOVE ZERO TO WS-DL-OLD-RP.
026100     MOVE ZERO TO WS-DL-NEW-RP.
026200     MOVE ZERO TO WS-DL-OLD-QTY.
026300     MOVE ZERO TO WS-DL-NEW-QTY.
026400     MOVE '** NO PROPOSAL' TO WS-DL-RESULT.
026500     ADD 1 TO WS-CNT-UNMATCHED.
026600     WRITE RPT-LINE FROM WS-DET-LINE.
026700 3100-LIST-UNMATCHED-ENTRY-EXIT.
026800     EXIT.
026900*----------------------------------------------------------------
027000 4000-PRINT-TOTALS.
027100     MOVE SPACES TO RPT-LINE.
027200     WRITE RPT-LINE.
027300     MOVE 'PROPOSALS READ          ' TO WS-TL-LABEL.
027400     MOVE WS-CNT-PROPOSALS            TO WS-TL-COUNT.
027500     WRITE RPT-LINE FROM WS-TOT-LINE.
027600     MOVE 'PROPOSALS APPLIED       ' TO WS-TL-LABEL.
027700     MOVE WS-CNT-APPLIED              TO WS-TL-COUNT.
027800     WRITE RPT-LINE FROM WS-TOT-LINE.
027900     MOVE 'PROPOSALS REJECTED      ' TO WS-TL-LABEL.
028000     MOVE WS-CNT-REJECTED             TO WS-TL-COUNT.
028100     WRITE RPT-LINE FROM WS-TOT-LINE.
028200     MOVE 'PROPOSALS NOT APPROVED  ' TO WS-TL-LABEL.
028300     MOVE WS-CNT-NOT-APPROVED         TO WS-TL-COUNT.
028400     WRITE RPT-LINE FROM WS-TOT-LINE.
028500     MOVE 'APPROVALS NOT MATCHED   ' TO WS-TL-LABEL.
028600     MOVE WS-CNT-UNMATCHED            TO WS-TL-COUNT.
028700     WRITE RPT-LINE FROM WS-TOT-LINE.
028800 4000-PRINT-TOTALS-EXIT.
028900     EXIT.
029000*----------------------------------------------------------------
029100 9999-TERMINATE.
029200     CLOSE PROPOSAL-IN.
029300     CLOSE STOCK-MAST-FILE.
029400     CLOSE APPLY-RPT.
029500 9999-TERMINATE-EXIT.
029600     EXIT.
