001900*  UPDATES THE PRIOR-IMAGE MASTER TO THE NEW VALUES.  THE FIRST
002000*  TIME A BILLNUMBER IS SEEN IT SIMPLY ESTABLISHES THE BASELINE
002100*  IMAGE -- THERE IS NOTHING TO COMPARE IT AGAINST YET.
002120*  EVERY BILLPREV WRITE OR REWRITE IS FIRST JOURNALLED THROUGH
002140*  BIJLOG00 (BEFORE AND AFTER IMAGE, TAGGED WITH THE JOB NAME
002160*  AND BUSINESS DATE) SO THAT RUNBKO00 CAN BACK THE NIGHT OUT
002180*  AND A RERUN COMPARES AGAINST THE IMAGES AS THEY STOOD BEFORE.
002200*
002300*  NOTE - BILLPREV MUST EXIST AS AN EMPTY INDEXED FILE BEFORE THE
002400*  FIRST RUN (STANDARD ONE-TIME VSAM/INDEXED FILE INITIALISATION).
002700*  ---------------------------------------------------------------
002800*  DATE       INIT  DESCRIPTION
002900*  08/09/2026 RH    ORIGINAL PROGRAM.
002902*  08/09/2026 RH    SKIP NON-FIRST SEGMENTS OF AN OVERFLOW BILL
002906*                   (SEE BILLOVF0); CHECK BILLPREV STATUS ON
002910*                   WRITE/REWRITE.
002914*  08/22/2026 RH    POST START/END, RECORD COUNTS AND SEQUENCE
002918*                   CHECK TO THE RUN-CONTROL MASTER (RUNLOG00).
002922*  08/22/2026 RH    STAMP PB-LAST-SEEN-DATE WHEN A PRIOR IMAGE
002926*                   IS ADDED OR REFRESHED SO PERCLS00 CAN
002930*                   ARCHIVE IMAGES THAT HAVE NOT MOVED.
002934*                   BILLPREV RECORDS GREW BY 8 BYTES - CONVERT
002938*                   THE EXISTING FILE (RELOAD WITH ZERO DATES)
002942*                   BEFORE THE FIRST NIGHTLY RUN OF THIS
002946*                   VERSION OR THE OPEN WILL FAIL ON A
002950*                   RECORD-LENGTH MISMATCH.
002954*  08/22/2026 RH    RUN-CONTROL BUSINESS DATE NOW COMES FROM
002958*                   RUNLOG00 (RUNDATE CONTROL FILE), NOT THE
002962*                   JOB'S SYSTEM CLOCK.
002966*  09/02/2026 RH    READ THE EDITED GOOD-BILL FILE (BILLGOOD)
002970*                   INSTEAD OF THE RAW FEED - SEE BILLSPL0.
002974*  10/15/2026 RH    JOURNAL THE BEFORE-IMAGE OF EVERY BILLPREV
002978*                   WRITE/REWRITE TO BIJRNL (BIJLOG00) FOR THE
002982*                   BUSINESS-DATE BACKOUT.
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
007010     03  WS-RECORDS-READ          PIC 9(09)  COMP  VALUE ZERO.
007020     03  WS-AUD-WRITTEN           PIC 9(09)  COMP  VALUE ZERO.
007040 COPY "RunLog".
007070 COPY "BijLog".
007100 01  WS-FIXED-PURCHASE-AREA.
007200     03  WS-FIXED-ITEM-COUNT      PIC 9(03).
007300     03  WS-FIXED-PURCHASE-TABLE.
009060             RL-RUN-DATE ' - JOB NOT STARTED'
009070         STOP RUN
009080     END-IF.
009085     MOVE 'W' TO BL-FUNCTION.
009090     MOVE 'BILLAUD0' TO BL-JOB-NAME.
009095     MOVE RL-RUN-DATE TO BL-RUN-DATE.
009100     OPEN INPUT  BILL-IN.
009200     OPEN I-O    PRIOR-MAST-FILE.
009300     OPEN OUTPUT BILL-AUD-OUT.
019700     MOVE WS-FIXED-ITEM-COUNT TO PB-TOTAL-ITEMS.
019800     MOVE WS-FIXED-PURCHASE-TABLE TO PB-PURCHASE-TABLE.
019850     MOVE WS-TODAY-8 TO PB-LAST-SEEN-DATE.
019860     MOVE SPACES TO BL-BEFORE-IMAGE.
019870     MOVE 'A' TO BL-ACTION.
019880     PERFORM 2700-JOURNAL-PRIOR-IMAGE
019890         THRU 2700-JOURNAL-PRIOR-IMAGE-EXIT.
019900     WRITE PRIOR-BILL-IMAGE.
019910     IF NOT WS-PREVMST-OK
019920         DISPLAY 'BILLAUD0 - WRITE FAILED '
020100     EXIT.
020200*----------------------------------------------------------------
020300 2600-UPDATE-PRIOR-IMAGE.
020350     MOVE PRIOR-BILL-IMAGE TO BL-BEFORE-IMAGE.
020400     MOVE CachierId OF BILL TO PB-CACHIER-ID.
020500     MOVE WS-FIXED-ITEM-COUNT TO PB-TOTAL-ITEMS.
020600     MOVE WS-FIXED-PURCHASE-TABLE TO PB-PURCHASE-TABLE.
020650     MOVE WS-TODAY-8 TO PB-LAST-SEEN-DATE.
020662     MOVE 'C' TO BL-ACTION.
020674     PERFORM 2700-JOURNAL-PRIOR-IMAGE
020686         THRU 2700-JOURNAL-PRIOR-IMAGE-EXIT.
020700     REWRITE PRIOR-BILL-IMAGE.
020710     IF NOT WS-PREVMST-OK
020720         DISPLAY 'BILLAUD0 - REWRITE FAILED '
020750     END-IF.
020800 2600-UPDATE-PRIOR-IMAGE-EXIT.
020900     EXIT.
020911*----------------------------------------------------------------
020922 2700-JOURNAL-PRIOR-IMAGE.
020933     MOVE 'BILLPREV' TO BL-MASTER-ID.
020944     MOVE PB-BILL-NUMBER TO BL-RECORD-KEY.
020955     MOVE PRIOR-BILL-IMAGE TO BL-AFTER-IMAGE.
020966     CALL 'BIJLOG00' USING BIJ-LOG-PARMS.
020977 2700-JOURNAL-PRIOR-IMAGE-EXIT.
020988     EXIT.
021000*----------------------------------------------------------------
021100 9999-TERMINATE.
021200     CLOSE BILL-IN.
021300     CLOSE PRIOR-MAST-FILE.
021333     MOVE 'C' TO BL-FUNCTION.
021366     CALL 'BIJLOG00' USING BIJ-LOG-PARMS.
021400     CLOSE BILL-AUD-OUT.
021410     MOVE 'E' TO RL-FUNCTION.
021420     MOVE WS-RECORDS-READ TO RL-RECORDS-READ.
