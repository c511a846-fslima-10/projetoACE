003313*                   BILLRINJ GOES AHEAD OF BILLIN, SO BILLGTE0
003314*                   CAN STILL PROVE THE FEED ON A NIGHT AFTER
003315*                   A SUSPENSE CORRECTION.
003316*  10/15/2026 RH    APPLY THE NEW DM (DISCOUNT MANAGER)
003317*                   CORRECTION AND AGE/TOTAL THE NEW DS
003318*                   SUSPENSE REASON; BILL.CPY GREW BY 86 BYTES
003319*                   FOR THE DISCOUNT/COUPON ENTRIES SO THE BILL
003320*                   IMAGE AREAS ARE NOW 621/631.
003330*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.  IBM.
006800         LEADING ==BillType== BY ==RJ-BILL-TYPE==
006900         LEADING ==BillDate== BY ==RJ-BILL-DATE==
007000         LEADING ==TotalItemPurchased== BY ==RJ-TOTAL-ITEMS==
007100         LEADING ==PaymentCount== BY ==RJ-PAYMENT-COUNT==
007150         LEADING ==DiscountCount== BY ==RJ-DISCOUNT-COUNT==.
007200 FD  SUSP-ROLL-OUT
007300     RECORDING MODE IS F.
007400 01  SUSP-ROLL-REC                PIC X(631).
007410 FD  RINJ-TRL-OUT
007420     RECORDING MODE IS F.
007430 COPY "BillTrl".
008600 01  WS-COUNTERS.
008700     03  WS-COR-IX                PIC 9(03)  COMP.
008750     03  WS-ITEM-IX               PIC 9(02)  COMP.
008760     03  WS-DISC-IX               PIC 9(02)  COMP.
008800     03  WS-COR-TBL-CNT           PIC 9(03)  COMP  VALUE ZERO.
008850     03  WS-RECORDS-READ          PIC 9(09)  COMP  VALUE ZERO.
008860     03  WS-RINJ-WRITTEN          PIC 9(09)  COMP  VALUE ZERO.
009200     03  WS-CNT-BAD-AGE           PIC 9(05)  COMP  VALUE ZERO.
009250     03  WS-CNT-BAD-STORE         PIC 9(05)  COMP  VALUE ZERO.
009260     03  WS-CNT-BAD-CASHIER       PIC 9(05)  COMP  VALUE ZERO.
009270     03  WS-CNT-BAD-DISCOUNT      PIC 9(05)  COMP  VALUE ZERO.
009300     03  WS-CNT-SUSPENDED         PIC 9(05)  COMP  VALUE ZERO.
009400     03  WS-CNT-REINJECTED        PIC 9(05)  COMP  VALUE ZERO.
009500 01  WS-COR-TBL-MAX               PIC 9(03)  VALUE 200.
013300     03  FILLER                   PIC 9(02)  VALUE 31.
013400 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE.
013500     03  WS-DIM-TBL               PIC 9(02)  OCCURS 12 TIMES.
013600*  PIC X(631) IS BILLSUSP.CPY'S MAXIMUM RECORD LENGTH (THE 621-
013700*  BYTE BILL IMAGE PLUS REASON CODE AND SUSPENSE DATE) - THE
013800*  SAME BYTE-FOR-BYTE GROUP MOVE BILLEDT0 RELIES ON TO ROUTE A
013900*  BILL IMAGE BETWEEN RECORD LAYOUTS.
014000 01  WS-BILL-IMAGE                PIC X(631).
014100 01  WS-REPORT-LINES.
014200     03  WS-HDR-LINE-1.
014300         05  FILLER               PIC X(34) VALUE
021800     END-READ.
021820     IF NOT SC-FIX-BILL-DATE AND NOT SC-FIX-DOB
021830             AND NOT SC-FIX-STORE-ID AND NOT SC-FIX-CACHIER-ID
021835             AND NOT SC-FIX-DISC-MANAGER
021840         MOVE SC-BILL-NUMBER TO WS-BL-BILL-NUMBER
021860         MOVE SC-FIELD-CODE  TO WS-BL-FIELD-CODE
021880         WRITE RPT-LINE FROM WS-BAD-CODE-LINE
026760         MOVE WS-COR-NEW-VALUE (WS-COR-IX) (1:6)
026770             TO CachierId OF SUSPENSE-BILL
026780     END-IF.
026790     IF WS-COR-FIELD-CODE (WS-COR-IX) = 'DM'
026792         PERFORM 2150-FIX-DISC-MANAGER
026794             THRU 2150-FIX-DISC-MANAGER-EXIT
026796             VARYING WS-DISC-IX FROM 1 BY 1
026798             UNTIL WS-DISC-IX > SB-DISCOUNT-COUNT OF SUSPENSE-BILL
026799     END-IF.
026800     IF SB-BILL-SEQ-NO OF SUSPENSE-BILL = 1
026900         MOVE WS-COR-BILL-NUMBER (WS-COR-IX)
027000             TO WS-FL-BILL-NUMBER
027700     MOVE 'Y' TO WS-COR-USED (WS-COR-IX).
027800 2100-APPLY-CORRECTION-ENTRY-EXIT.
027900     EXIT.
027910*----------------------------------------------------------------
027920 2150-FIX-DISC-MANAGER.
027930     MOVE WS-COR-NEW-VALUE (WS-COR-IX) (1:6)
027940         TO DiscManagerId OF SUSPENSE-BILL (WS-DISC-IX).
027950 2150-FIX-DISC-MANAGER-EXIT.
027960     EXIT.
028000*----------------------------------------------------------------
028100 2300-WRITE-REINJECT.
028200     MOVE SUSPENSE-BILL TO WS-BILL-IMAGE.
028300     MOVE WS-BILL-IMAGE (1:621) TO REINJECT-BILL.
028400     WRITE REINJECT-BILL.
028410     ADD 1 TO WS-RINJ-WRITTEN.
028420     PERFORM 2350-HASH-REINJECT-LINE
030580                     IF SR-BAD-CACHIER
030590                         ADD 1 TO WS-CNT-BAD-CASHIER
030595                     ELSE
030596                         IF SR-BAD-DISCOUNT
030597                             ADD 1 TO WS-CNT-BAD-DISCOUNT
030598                         ELSE
030600                             ADD 1 TO WS-CNT-BAD-AGE
030605                         END-IF
030610                     END-IF
030650                 END-IF
030700             END-IF
033640     MOVE 'STILL IN SUSPENSE - CA ' TO WS-TL-LABEL.
033650     MOVE WS-CNT-BAD-CASHIER        TO WS-TL-COUNT.
033660     WRITE RPT-LINE FROM WS-TOT-LINE.
033670     MOVE 'STILL IN SUSPENSE - DS ' TO WS-TL-LABEL.
033680     MOVE WS-CNT-BAD-DISCOUNT       TO WS-TL-COUNT.
033690     WRITE RPT-LINE FROM WS-TOT-LINE.
033700     MOVE 'TOTAL STILL IN SUSPENSE' TO WS-TL-LABEL.
033800     MOVE WS-CNT-SUSPENDED          TO WS-TL-COUNT.
033900     WRITE RPT-LINE FROM WS-TOT-LINE.
