002730*  ACTIVITY IS RECORDED ON THE GIFTPOST GUARD FILE (THE RTNMST
002740*  PATTERN - SEE PSTBILL.CPY) AND A BILL ALREADY ON IT IS NOT
002750*  POSTED A SECOND TIME.
002760*  EVERY GIFTMST AND GIFTBRK WRITE OR REWRITE IS FIRST
002770*  JOURNALLED THROUGH BIJLOG00 (BEFORE AND AFTER IMAGE, TAGGED
002780*  WITH THE JOB NAME AND BUSINESS DATE) SO THAT RUNBKO00 CAN
002790*  BACK THE NIGHT OUT.
002800*
002900*  NOTE - GIFTMST MUST EXIST AS AN EMPTY INDEXED FILE BEFORE
003000*  THE FIRST RUN (STANDARD ONE-TIME VSAM/INDEXED FILE
003717*  09/02/2026 RH    READ THE GIFTFEED EXTRACT CUT BY BILLSPL0
003718*                   (SALE BILLS WITH GIFT-CARD ACTIVITY ONLY)
003719*                   INSTEAD OF RE-READING THE WHOLE FEED.
003721*  10/15/2026 RH    JOURNAL THE BEFORE-IMAGE OF EVERY GIFTMST
003722*                   AND GIFTBRK WRITE/REWRITE TO BIJRNL
003723*                   (BIJLOG00) FOR THE BUSINESS-DATE BACKOUT.
003730*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.  IBM.
007600     03  WS-POST-AMOUNT           PIC 9(07)V99 VALUE ZERO.
007700 01  WS-CARD-NUMBER               PIC X(08).
007800 01  WS-TODAY-8                   PIC 9(08).
007810 01  WS-CARD-BEFORE-IMAGE         PIC X(250).
007850 COPY "RunLog".
007860 COPY "BijLog".
007900 PROCEDURE DIVISION.
008000 0000-MAINLINE.
008100     PERFORM 1000-INITIALIZE
009170         STOP RUN
009180     END-IF.
009190     MOVE RL-RUN-DATE TO WS-TODAY-8.
009192     MOVE 'W' TO BL-FUNCTION.
009194     MOVE 'GIFTPST0' TO BL-JOB-NAME.
009196     MOVE RL-RUN-DATE TO BL-RUN-DATE.
009200     OPEN INPUT  BILL-IN.
009300     OPEN I-O    GIFT-MAST-FILE.
009350     OPEN I-O    POSTED-BILL-FILE.
013900         NOT INVALID KEY
014000             MOVE 'Y' TO WS-CARD-FOUND-SW
014100     END-READ.
014150     IF WS-CARD-FOUND
014160         MOVE GIFT-CARD-MASTER TO BL-BEFORE-IMAGE
014170     END-IF.
014200     IF WS-CARD-FOUND
014250         IF GC-DORMANT
014260             PERFORM 2450-REINSTATE-DORMANT-CARD
014300         ADD WS-POST-AMOUNT TO GC-ISSUED-AMOUNT
014400         ADD WS-POST-AMOUNT TO GC-CARD-BALANCE
014500         MOVE WS-TODAY-8 TO GC-LAST-USE-DATE
014550         MOVE 'C' TO BL-ACTION
014560         PERFORM 2700-JOURNAL-GIFT-MASTER
014570             THRU 2700-JOURNAL-GIFT-MASTER-EXIT
014600         REWRITE GIFT-CARD-MASTER
014700     ELSE
014800         MOVE WS-CARD-NUMBER TO GC-CARD-NUMBER
015200         MOVE WS-TODAY-8     TO GC-ISSUE-DATE
015300         MOVE WS-TODAY-8     TO GC-LAST-USE-DATE
015350         MOVE 'N'            TO GC-DORMANT-SW
015360         MOVE SPACES TO BL-BEFORE-IMAGE
015370         MOVE 'A' TO BL-ACTION
015380         PERFORM 2700-JOURNAL-GIFT-MASTER
015390             THRU 2700-JOURNAL-GIFT-MASTER-EXIT
015400         WRITE GIFT-CARD-MASTER
015500     END-IF.
015600     IF NOT WS-GIFTMST-OK
018800             THRU 2500-WRITE-EXCEPTION-EXIT
018900         GO TO 2400-POST-REDEMPTION-EXIT
019000     END-IF.
019005     MOVE GIFT-CARD-MASTER TO BL-BEFORE-IMAGE.
019010     IF GC-DORMANT
019020         PERFORM 2450-REINSTATE-DORMANT-CARD
019030             THRU 2450-REINSTATE-DORMANT-CARD-EXIT
019800     ADD WS-POST-AMOUNT TO GC-REDEEMED-AMOUNT.
019900     SUBTRACT WS-POST-AMOUNT FROM GC-CARD-BALANCE.
020000     MOVE WS-TODAY-8 TO GC-LAST-USE-DATE.
020010     MOVE 'C' TO BL-ACTION.
020020     PERFORM 2700-JOURNAL-GIFT-MASTER
020030         THRU 2700-JOURNAL-GIFT-MASTER-EXIT.
020100     REWRITE GIFT-CARD-MASTER.
020200     IF NOT WS-GIFTMST-OK
020300         DISPLAY 'GIFTPST0 - REWRITE FAILED FOR GIFTMST '
020832             STOP RUN
020834     END-READ.
020836     IF BK-STILL-BROKEN
020838         MOVE BL-BEFORE-IMAGE TO WS-CARD-BEFORE-IMAGE
020840         MOVE GIFT-BREAKAGE-RECORD TO BL-BEFORE-IMAGE
020842         ADD BK-BREAK-AMOUNT TO GC-CARD-BALANCE
020844         MOVE 'Y' TO BK-REINSTATED-SW
020846         MOVE WS-TODAY-8 TO BK-REINSTATE-DATE
020848         PERFORM 2750-JOURNAL-BREAKAGE
020850             THRU 2750-JOURNAL-BREAKAGE-EXIT
020852         MOVE WS-CARD-BEFORE-IMAGE TO BL-BEFORE-IMAGE
020854         REWRITE GIFT-BREAKAGE-RECORD
020856         IF NOT WS-GIFTBRK-OK
020858             DISPLAY 'GIFTPST0 - REWRITE FAILED FOR GIFTBRK '
020860                 BK-CARD-NUMBER ' STATUS ' WS-GIFTBRK-STATUS
020862             STOP RUN
020864         END-IF
020866     END-IF.
020868     MOVE 'N' TO GC-DORMANT-SW.
020870     MOVE 'C' TO BL-ACTION.
020872     PERFORM 2700-JOURNAL-GIFT-MASTER
020874         THRU 2700-JOURNAL-GIFT-MASTER-EXIT.
020876     REWRITE GIFT-CARD-MASTER.
020878     IF NOT WS-GIFTMST-OK
020880         DISPLAY 'GIFTPST0 - REWRITE FAILED FOR GIFTMST '
020882             GC-CARD-NUMBER ' STATUS ' WS-GIFTMST-STATUS
020884         STOP RUN
020886     END-IF.
020888     MOVE 'DR' TO GE-REASON-CODE.
020890     MOVE GC-CARD-BALANCE TO GE-CARD-BALANCE.
020892     PERFORM 2500-WRITE-EXCEPTION
020894         THRU 2500-WRITE-EXCEPTION-EXIT.
020896 2450-REINSTATE-DORMANT-CARD-EXIT.
020898     EXIT.
020900*----------------------------------------------------------------
021000 2500-WRITE-EXCEPTION.
021100     MOVE BillNumber OF BILL TO GE-BILL-NUMBER.
021796 2600-MARK-BILL-POSTED-EXIT.
021797     EXIT.
021800*----------------------------------------------------------------
021810 2700-JOURNAL-GIFT-MASTER.
021814     MOVE 'GIFTMST ' TO BL-MASTER-ID.
021818     MOVE GC-CARD-NUMBER TO BL-RECORD-KEY.
021822     MOVE GIFT-CARD-MASTER TO BL-AFTER-IMAGE.
021826     CALL 'BIJLOG00' USING BIJ-LOG-PARMS.
021830     MOVE BL-AFTER-IMAGE TO BL-BEFORE-IMAGE.
021834 2700-JOURNAL-GIFT-MASTER-EXIT.
021838     EXIT.
021842*----------------------------------------------------------------
021846 2750-JOURNAL-BREAKAGE.
021850     MOVE 'GIFTBRK ' TO BL-MASTER-ID.
021854     MOVE 'C' TO BL-ACTION.
021858     MOVE BK-CARD-NUMBER TO BL-RECORD-KEY.
021862     MOVE GIFT-BREAKAGE-RECORD TO BL-AFTER-IMAGE.
021866     CALL 'BIJLOG00' USING BIJ-LOG-PARMS.
021870 2750-JOURNAL-BREAKAGE-EXIT.
021874     EXIT.
021878*----------------------------------------------------------------
021900 9999-TERMINATE.
022000     CLOSE BILL-IN.
022100     CLOSE GIFT-MAST-FILE.
022150     CLOSE POSTED-BILL-FILE.
022160     CLOSE GIFT-BRK-FILE.
022170     MOVE 'C' TO BL-FUNCTION.
022180     CALL 'BIJLOG00' USING BIJ-LOG-PARMS.
022200     CLOSE GIFT-EXCP-OUT.
022210     MOVE 'E' TO RL-FUNCTION.
022220     MOVE WS-RECORDS-READ TO RL-RECORDS-READ.
