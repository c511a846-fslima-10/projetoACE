001700*  FROM THE CUSTCTL CONTROL RECORD.  THE BILLNUMBER/CUST-ID TIE
001800*  IS WRITTEN TO BILLCUST SO DOWNSTREAM REPORTING CAN JOIN A BILL
001900*  BACK TO A CUSTOMER WITHOUT REPEATING THE MATCH LOGIC.
001910*  EVERY CUSTMST WRITE OR REWRITE IS FIRST JOURNALLED THROUGH
001920*  BIJLOG00 (BEFORE AND AFTER IMAGE, TAGGED WITH THE JOB NAME
001930*  AND BUSINESS DATE) SO THAT RUNBKO00 CAN BACK THE NIGHT OUT.
002000*
002100*  NOTE - CUSTMST MUST EXIST AS AN EMPTY INDEXED FILE BEFORE THE
002200*  FIRST RUN (STANDARD ONE-TIME VSAM/INDEXED FILE INITIALISATION).
002786*                   JOB'S SYSTEM CLOCK.
002788*  09/02/2026 RH    READ THE EDITED GOOD-BILL FILE (BILLGOOD)
002790*                   INSTEAD OF THE RAW FEED - SEE BILLSPL0.
002792*  10/15/2026 RH    JOURNAL THE BEFORE-IMAGE OF EVERY CUSTMST
002794*                   WRITE/REWRITE TO BIJRNL (BIJLOG00) FOR THE
002796*                   BUSINESS-DATE BACKOUT.
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
007420     03  WS-RECORDS-READ          PIC 9(09)  COMP  VALUE ZERO.
007430     03  WS-LINK-WRITTEN          PIC 9(09)  COMP  VALUE ZERO.
007450 COPY "RunLog".
007460 COPY "BijLog".
007500 PROCEDURE DIVISION.
007600 0000-MAINLINE.
007700     PERFORM 1000-INITIALIZE
008660             RL-RUN-DATE ' - JOB NOT STARTED'
008670         STOP RUN
008680     END-IF.
008682     MOVE 'W' TO BL-FUNCTION.
008684     MOVE 'CUSTMCH0' TO BL-JOB-NAME.
008686     MOVE RL-RUN-DATE TO BL-RUN-DATE.
008700     OPEN INPUT CUST-CTL-FILE.
008800     READ CUST-CTL-FILE
008900         AT END
016600     EXIT.
016700*----------------------------------------------------------------
016800 2200-UPDATE-EXISTING-CUSTOMER.
016850     MOVE CUSTOMER-MASTER TO BL-BEFORE-IMAGE.
016900     ADD 1 TO CUST-VISIT-COUNT.
017000     MOVE BillDate OF BILL TO CUST-LAST-BILL-DATE.
017100     IF Mail OF BILL NOT = SPACES
017400     IF Mobile OF BILL NOT = SPACES
017500         MOVE Mobile OF BILL TO CUST-MOBILE
017600     END-IF.
017650     MOVE 'C' TO BL-ACTION.
017660     PERFORM 2400-JOURNAL-CUSTOMER
017670         THRU 2400-JOURNAL-CUSTOMER-EXIT.
017700     REWRITE CUSTOMER-MASTER.
017710     IF NOT WS-CUSTMST-OK
017720         DISPLAY 'CUSTMCH0 - REWRITE FAILED '
019200     MOVE BillDate OF BILL      TO CUST-FIRST-BILL-DATE.
019300     MOVE BillDate OF BILL      TO CUST-LAST-BILL-DATE.
019400     MOVE 1                     TO CUST-VISIT-COUNT.
019410     MOVE SPACES TO BL-BEFORE-IMAGE.
019420     MOVE 'A' TO BL-ACTION.
019430     PERFORM 2400-JOURNAL-CUSTOMER
019440         THRU 2400-JOURNAL-CUSTOMER-EXIT.
019500     WRITE CUSTOMER-MASTER.
019510     IF NOT WS-CUSTMST-OK
019520         DISPLAY 'CUSTMCH0 - WRITE FAILED '
019600     MOVE 'W' TO BCL-MATCH-METHOD.
019700 2300-ADD-NEW-CUSTOMER-EXIT.
019800     EXIT.
019810*----------------------------------------------------------------
019820 2400-JOURNAL-CUSTOMER.
019830     MOVE 'CUSTMST ' TO BL-MASTER-ID.
019840     MOVE CUST-ID TO BL-RECORD-KEY.
019850     MOVE CUSTOMER-MASTER TO BL-AFTER-IMAGE.
019860     CALL 'BIJLOG00' USING BIJ-LOG-PARMS.
019870 2400-JOURNAL-CUSTOMER-EXIT.
019880     EXIT.
019900*----------------------------------------------------------------
020000 9999-TERMINATE.
020100     CLOSE BILL-IN.
020200     CLOSE CUST-MAST-FILE.
020210     MOVE 'C' TO BL-FUNCTION.
020220     CALL 'BIJLOG00' USING BIJ-LOG-PARMS.
020300     CLOSE BILL-CUST-OUT.
020400     OPEN OUTPUT CUST-CTL-FILE.
020500     MOVE WS-NEXT-CUST-ID TO CTL-NEXT-CUST-ID.
