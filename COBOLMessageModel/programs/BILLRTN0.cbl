001000*  EVERY BILL NOW CARRIES A BILLTYPE OF SALE OR RETURN, AND A
001100*  RETURN CARRIES THE ORIGBILLNUMBER OF THE SALE IT IS REFUNDING.
001200*  THIS JOB KEEPS A SALE MASTER OF EACH SALE'S TOTAL (SUM OF
001300*  UNITPRICE * QUANTITY ACROSS THE PURCHASE TABLE, LESS THE
001310*  BILL'S DISCOUNT/COUPON ENTRIES) AND, FOR EVERY
001400*  RETURN, ADDS ITS AMOUNT TO THE REFERENCED SALE'S RETURNED
001500*  TOTAL AND WRITES A NET RESULT RECORD SO REVENUE AND ITEM-
001600*  MOVEMENT REPORTING CAN NET OUT REFUNDED MERCHANDISE INSTEAD OF
002010*  ONE BILLNUMBER (SEE BILLOVF0) -- THIS JOB ACCUMULATES EACH
002020*  SEGMENT'S PURCHASE-TABLE AMOUNT AND ONLY POSTS OR NETS THE
002030*  SALE ONCE, WHEN THE LAST SEGMENT (BILLMOREFLAG = 'N') ARRIVES.
002040*
002050*  EVERY SALEMST AND RTNMST RECORD THIS JOB ADDS OR CHANGES IS
002060*  FIRST JOURNALLED THROUGH BIJLOG00 (BEFORE AND AFTER IMAGE,
002070*  TAGGED WITH THE JOB NAME AND BUSINESS DATE) SO THAT RUNBKO00
002080*  CAN BACK THE NIGHT OUT.
002100*
002200*  NOTE - SALEMST AND RTNMST MUST EXIST AS EMPTY INDEXED FILES
002300*  BEFORE THE FIRST RUN (STANDARD ONE-TIME VSAM/INDEXED FILE
002973*                   SUMMED PER LOGICAL BILL) AND ONLY THE
002975*                   RETURN-TYPE SEGMENTS ARRIVE ON BILLRTNF
002977*                   FOR NETTING.
002978*  10/15/2026 RH    NET A RETURN'S AMOUNT OF ITS DISCOUNT/COUPON
002979*                   ENTRIES - THE REFUND IS WHAT WAS PAID.
002981*  10/15/2026 RH    JOURNAL THE BEFORE-IMAGE OF EVERY SALEMST
002982*                   AND RTNMST WRITE/REWRITE TO BIJRNL
002983*                   (BIJLOG00) FOR THE BUSINESS-DATE BACKOUT.
002990*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.  IBM.
006320         88  WS-RETURN-NETTED                VALUE 'Y'.
006400 01  WS-COUNTERS.
006500     03  WS-ITEM-IX               PIC 9(02)  COMP.
006505     03  WS-DISC-IX               PIC 9(02)  COMP.
006510     03  WS-RECORDS-READ          PIC 9(09)  COMP  VALUE ZERO.
006520     03  WS-NET-WRITTEN           PIC 9(09)  COMP  VALUE ZERO.
006530 01  WS-POST-BILL-NUMBER          PIC X(05).
006532 01  WS-BILL-DATE-8               PIC 9(08)  VALUE ZERO.
006540 COPY "RunLog".
006545 COPY "BijLog".
006600 01  WS-AMOUNTS.
006700     03  WS-BILL-AMOUNT           PIC 9(07)V99 VALUE ZERO.
006750     03  WS-DISC-AMOUNT           PIC 9(07)V99 VALUE ZERO.
006800     03  WS-NET-AMOUNT            PIC S9(07)V99 VALUE ZERO.
006900 PROCEDURE DIVISION.
007000 0000-MAINLINE.
008060             RL-RUN-DATE ' - JOB NOT STARTED'
008070         STOP RUN
008080     END-IF.
008082     MOVE 'W' TO BL-FUNCTION.
008084     MOVE 'BILLRTN0' TO BL-JOB-NAME.
008086     MOVE RL-RUN-DATE TO BL-RUN-DATE.
008100     OPEN INPUT BILL-IN.
008150     OPEN INPUT SALE-FED-IN.
008200     OPEN I-O   SALE-MAST-FILE.
009307             MOVE BillDate OF BILL (1:2) TO WS-BILL-DATE-8 (5:2)
009308             MOVE BillDate OF BILL (4:2) TO WS-BILL-DATE-8 (7:2)
009309         END-IF
009310         MOVE ZERO TO WS-DISC-AMOUNT
009320     END-IF.
009400     PERFORM 2050-SUM-PURCHASE-LINE
009500         THRU 2050-SUM-PURCHASE-LINE-EXIT
009600         VARYING WS-ITEM-IX FROM 1 BY 1
009700         UNTIL WS-ITEM-IX > TotalItemPurchased OF BILL.
009702     PERFORM 2060-SUM-DISCOUNT-LINE
009704         THRU 2060-SUM-DISCOUNT-LINE-EXIT
009706         VARYING WS-DISC-IX FROM 1 BY 1
009708         UNTIL WS-DISC-IX > DiscountCount OF BILL.
009710     IF BillMoreFlag OF BILL = 'N'
009715         SUBTRACT WS-DISC-AMOUNT FROM WS-BILL-AMOUNT
009720         IF BILL-TYPE-RETURN
009730             PERFORM 2200-NET-RETURN
009740                 THRU 2200-NET-RETURN-EXIT
011100          Quantity  OF BILL (WS-ITEM-IX)).
011200 2050-SUM-PURCHASE-LINE-EXIT.
011300     EXIT.
011310*----------------------------------------------------------------
011320 2060-SUM-DISCOUNT-LINE.
011330     ADD DiscAmount OF BILL (WS-DISC-IX) TO WS-DISC-AMOUNT.
011340 2060-SUM-DISCOUNT-LINE-EXIT.
011350     EXIT.
011400*----------------------------------------------------------------
011500 2100-POST-SALE.
011600     MOVE WS-POST-BILL-NUMBER TO SM-BILL-NUMBER.
011640         NOT INVALID KEY
011650             MOVE 'Y' TO WS-ORIG-FOUND-SW
011660     END-READ.
011662     IF WS-ORIG-FOUND
011664         MOVE SALE-MASTER TO BL-BEFORE-IMAGE
011666     ELSE
011668         MOVE SPACES TO BL-BEFORE-IMAGE
011669     END-IF.
011700     MOVE WS-BILL-AMOUNT     TO SM-SALE-AMOUNT.
011705     MOVE WS-BILL-DATE-8     TO SM-BILL-DATE.
011710     IF WS-ORIG-FOUND
011712         MOVE 'C' TO BL-ACTION
011714         PERFORM 2150-JOURNAL-SALE-MASTER
011716             THRU 2150-JOURNAL-SALE-MASTER-EXIT
011720         REWRITE SALE-MASTER
011730     ELSE
011800         MOVE ZERO           TO SM-RETURNED-AMOUNT
011810         MOVE 'A' TO BL-ACTION
011820         PERFORM 2150-JOURNAL-SALE-MASTER
011830             THRU 2150-JOURNAL-SALE-MASTER-EXIT
011900         WRITE SALE-MASTER
011905     END-IF.
011910     IF NOT WS-SALEMST-OK
011950     END-IF.
012000 2100-POST-SALE-EXIT.
012100     EXIT.
012110*----------------------------------------------------------------
012120 2150-JOURNAL-SALE-MASTER.
012130     MOVE 'SALEMST ' TO BL-MASTER-ID.
012140     MOVE SM-BILL-NUMBER TO BL-RECORD-KEY.
012150     MOVE SALE-MASTER TO BL-AFTER-IMAGE.
012160     CALL 'BIJLOG00' USING BIJ-LOG-PARMS.
012170 2150-JOURNAL-SALE-MASTER-EXIT.
012180     EXIT.
012200*----------------------------------------------------------------
012300 2200-NET-RETURN.
012310     MOVE BillNumber OF BILL TO RM-BILL-NUMBER.
014300             IF WS-NET-AMOUNT < ZERO
014400                 MOVE 'Y' TO RN-OVER-RETURN-SW
014410             ELSE
014415                 MOVE SALE-MASTER TO BL-BEFORE-IMAGE
014420                 ADD WS-BILL-AMOUNT TO SM-RETURNED-AMOUNT
014422                 MOVE 'C' TO BL-ACTION
014424                 PERFORM 2150-JOURNAL-SALE-MASTER
014426                     THRU 2150-JOURNAL-SALE-MASTER-EXIT
014430                 REWRITE SALE-MASTER
014440                 IF NOT WS-SALEMST-OK
014450                     DISPLAY 'BILLRTN0 - REWRITE FAILED '
014495                 MOVE OrigBillNumber OF BILL
014500                     TO RM-ORIG-BILL-NUMBER
014505                 MOVE WS-BILL-DATE-8 TO RM-RETURN-DATE
014506                 MOVE SPACES TO BL-BEFORE-IMAGE
014507                 MOVE 'A' TO BL-ACTION
014508                 PERFORM 2250-JOURNAL-RETURN-MASTER
014509                     THRU 2250-JOURNAL-RETURN-MASTER-EXIT
014510                 WRITE RETURN-MASTER
014520                 IF NOT WS-RTNMST-OK
014530                     DISPLAY 'BILLRTN0 - WRITE FAILED FOR '
015210     ADD 1 TO WS-NET-WRITTEN.
015300 2200-NET-RETURN-EXIT.
015400     EXIT.
015410*----------------------------------------------------------------
015420 2250-JOURNAL-RETURN-MASTER.
015430     MOVE 'RTNMST  ' TO BL-MASTER-ID.
015440     MOVE RM-BILL-NUMBER TO BL-RECORD-KEY.
015450     MOVE RETURN-MASTER TO BL-AFTER-IMAGE.
015460     CALL 'BIJLOG00' USING BIJ-LOG-PARMS.
015470 2250-JOURNAL-RETURN-MASTER-EXIT.
015480     EXIT.
015500*----------------------------------------------------------------
015600 9999-TERMINATE.
015700     CLOSE BILL-IN.
015750     CLOSE SALE-FED-IN.
015800     CLOSE SALE-MAST-FILE.
015850     CLOSE RTN-MAST-FILE.
015860     MOVE 'C' TO BL-FUNCTION.
015870     CALL 'BIJLOG00' USING BIJ-LOG-PARMS.
015900     CLOSE RTN-NET-OUT.
015910     MOVE 'E' TO RL-FUNCTION.
015920     MOVE WS-RECORDS-READ TO RL-RECORDS-READ.
