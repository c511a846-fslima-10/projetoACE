001703*  SAME AS A BAD DATE, SO THE TWO SHOPS' FEEDS CANNOT SILENTLY
001704*  MIX UNDER A FAT-FINGERED STORE ID.
001705*
001706*  EVERY DISCOUNT/COUPON ENTRY ON THE BILL (DISCOUNTDETAIL) IS
001707*  EDITED AS WELL: TYPE D OR C, A NON-ZERO AMOUNT, A REASON CODE
001708*  ON THE DISCRSN TABLE, AND AN APPROVING MANAGER WHO IS ON THE
001709*  CASHIER MASTER, EMPLOYED ON THE BILL DATE, AND NOT THE
001710*  CASHIER WHO RANG THE BILL.  A LINE ENTRY MUST POINT AT A
001711*  PURCHASE LINE ON ITS OWN SEGMENT, MAY NOT EXCEED THAT LINE'S
001712*  AMOUNT, MAY NOT TOUCH A GIFTCARD LINE, AND A LINE MAY CARRY
001713*  ONLY ONE ENTRY.  WHOLE-BILL ENTRIES (LINE 00) BELONG ON THE
001714*  FIRST SEGMENT AND MAY NOT EXCEED WHAT IS LEFT OF THE
001715*  NON-GIFTCARD LINES AFTER THEIR OWN DISCOUNTS.  A BILL THAT
001716*  FAILS ANY OF THESE IS SUSPENDED WITH REASON DS.
001717*
001800*  MODIFICATION HISTORY
001900*  ---------------------------------------------------------------
002000*  DATE       INIT  DESCRIPTION
002206*                   THE CASHIER MASTER OR WAS NOT EMPLOYED ON
002207*                   THE BILL DATE (HIRE/TERMINATION DATES) -
002208*                   NEW REASON CODE CA.
002210*  10/15/2026 RH    EDIT THE NEW DISCOUNT/COUPON ENTRIES ON
002220*                   BILL.CPY (TYPE, AMOUNT, REASON ON DISCRSN,
002230*                   APPROVING MANAGER ON CSHMST, LINE POINTER)
002240*                   AND SUSPEND A BAD ONE WITH THE NEW REASON
002250*                   CODE DS.  BILL.CPY GREW BY 86 BYTES - THE
002260*                   SEGMENT SAVE AREA IS NOW PIC X(621).
002290*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.  IBM.
004315         LEADING ==BillType== BY ==GB-BILL-TYPE==
004316         LEADING ==BillDate== BY ==GB-BILL-DATE==
004320         LEADING ==TotalItemPurchased== BY ==GB-TOTAL-ITEMS==
004330         LEADING ==PaymentCount== BY ==GB-PAYMENT-COUNT==
004340         LEADING ==DiscountCount== BY ==GB-DISCOUNT-COUNT==.
004400 FD  BILL-SUSP-OUT
004500     RECORDING MODE IS F.
004600 COPY "BillSusp".
005609         88  WS-STORE-VALID                   VALUE 'Y'.
005611     03  WS-CASHIER-VALID-SW      PIC X(01)  VALUE 'Y'.
005613         88  WS-CASHIER-VALID                 VALUE 'Y'.
005615     03  WS-DISC-VALID-SW         PIC X(01)  VALUE 'Y'.
005617         88  WS-DISC-VALID                    VALUE 'Y'.
005618     03  WS-REASON-FOUND-SW       PIC X(01)  VALUE 'N'.
005619         88  WS-REASON-FOUND                  VALUE 'Y'.
005610     03  WS-CKPT-STATUS-SW        PIC X(01)  VALUE 'I'.
005612     03  WS-STR-EOF-SW            PIC X(01)  VALUE 'N'.
005614         88  WS-STR-EOF                       VALUE 'Y'.
008970 01  WS-SEG-COUNT                 PIC 9(02)  COMP VALUE ZERO.
008975 01  WS-SEG-IX                    PIC 9(02)  COMP.
008980*  ONE SAVE-AREA ENTRY PER PHYSICAL SEGMENT OF THE BILL CURRENTLY
008985*  BEING ACCUMULATED.  PIC X(621) IS BILL.CPY'S MAXIMUM RECORD
008990*  LENGTH (10 PURCHASE LINES, 5 PAYMENTDETAIL LINES, 5
008992*  DISCOUNTDETAIL LINES) - THE SAME
008995*  BYTE-FOR-BYTE GROUP MOVE BILLEDT0 ALREADY RELIES ON TO WRITE
009000*  BILL TO GOOD-BILL/SUSPENSE-BILL.
009005 01  WS-BILL-BUFFER.
009010     03  WS-BILL-SEG              PIC X(621) OCCURS 20 TIMES.
009015 01  WS-DISC-IX                   PIC 9(02)  COMP.
009020 01  WS-DISC-IX2                  PIC 9(02)  COMP.
009025 01  WS-DN-IX                     PIC 9(02)  COMP.
009030 01  WS-LINE-AMOUNT               PIC 9(07)V99  VALUE ZERO.
009035 01  WS-ELIGIBLE-TOTAL            PIC S9(09)V99 VALUE ZERO.
009040 01  WS-BILL-DISC-TOTAL           PIC 9(09)V99  VALUE ZERO.
009045 COPY "DiscRsn".
008970 PROCEDURE DIVISION.
008980 0000-MAINLINE.
009000     PERFORM 1000-INITIALIZE
011210     IF BillSeqNo OF BILL = 1
011220         MOVE ZERO TO WS-SEG-COUNT
011230         MOVE 'Y' TO WS-AGE-VALID-SW
011232         MOVE 'Y' TO WS-DISC-VALID-SW
011234         MOVE ZERO TO WS-ELIGIBLE-TOTAL
011236         MOVE ZERO TO WS-BILL-DISC-TOTAL
011240     END-IF.
011250     ADD 1 TO WS-SEG-COUNT.
011260     IF WS-SEG-COUNT > WS-SEG-MAX
011640         PERFORM 2250-EDIT-RESTRICTED-AGE
011650             THRU 2250-EDIT-RESTRICTED-AGE-EXIT
011660     END-IF.
011662     PERFORM 2280-EDIT-DISCOUNTS
011664         THRU 2280-EDIT-DISCOUNTS-EXIT.
011666     IF BillMoreFlag OF BILL = 'N'
011667         AND WS-BILL-DISC-TOTAL > WS-ELIGIBLE-TOTAL
011668         MOVE 'N' TO WS-DISC-VALID-SW
011669     END-IF.
011670     IF BillMoreFlag OF BILL = 'N'
011680         PERFORM 2350-RELEASE-BILL-SEGMENTS
011690             THRU 2350-RELEASE-BILL-SEGMENTS-EXIT
017700 2350-RELEASE-BILL-SEGMENTS.
017800     IF WS-BILL-DATE-VALID AND WS-DOB-VALID AND WS-AGE-VALID
017850             AND WS-STORE-VALID AND WS-CASHIER-VALID
017860             AND WS-DISC-VALID
017900         MOVE WS-BILL-SEG (WS-SEG-IX) TO GOOD-BILL
017950         WRITE GOOD-BILL
017960         ADD 1 TO WS-GOOD-WRITTEN
018736                         IF NOT WS-STORE-VALID
018737                             MOVE 'ST' TO SR-REASON-CODE
018738                         ELSE
018739                             IF NOT WS-CASHIER-VALID
018740                                 MOVE 'CA' TO SR-REASON-CODE
018741                             ELSE
018743                                 MOVE 'DS' TO SR-REASON-CODE
018744                             END-IF
018745                         END-IF
018746                     END-IF
018747                 END-IF
018800             END-IF
018900         END-IF
018910         MOVE WS-TODAY-8 TO SR-SUSPENSE-DATE
022120 2270-CHECK-RESTRICTED-LINE-ENTRY-EXIT.
022125     EXIT.
022130*----------------------------------------------------------------
022140 2280-EDIT-DISCOUNTS.
022150     PERFORM 2282-SUM-ELIGIBLE-LINE
022160         THRU 2282-SUM-ELIGIBLE-LINE-EXIT
022170         VARYING WS-ITEM-IX FROM 1 BY 1
022180         UNTIL WS-ITEM-IX > TotalItemPurchased OF BILL.
022190     PERFORM 2285-EDIT-DISCOUNT-ENTRY
022200         THRU 2285-EDIT-DISCOUNT-ENTRY-EXIT
022210         VARYING WS-DISC-IX FROM 1 BY 1
022220         UNTIL WS-DISC-IX > DiscountCount OF BILL.
022230 2280-EDIT-DISCOUNTS-EXIT.
022240     EXIT.
022250*----------------------------------------------------------------
022260 2282-SUM-ELIGIBLE-LINE.
022270     IF SKU OF BILL (WS-ITEM-IX) = 'GIFTCARD'
022280         GO TO 2282-SUM-ELIGIBLE-LINE-EXIT
022290     END-IF.
022300     COMPUTE WS-LINE-AMOUNT =
022310         UnitPrice OF BILL (WS-ITEM-IX) *
022320         Quantity  OF BILL (WS-ITEM-IX).
022330     ADD WS-LINE-AMOUNT TO WS-ELIGIBLE-TOTAL.
022340 2282-SUM-ELIGIBLE-LINE-EXIT.
022350     EXIT.
022360*----------------------------------------------------------------
022370 2285-EDIT-DISCOUNT-ENTRY.
022380     IF DiscType OF BILL (WS-DISC-IX) NOT = 'D'
022390         AND DiscType OF BILL (WS-DISC-IX) NOT = 'C'
022400         MOVE 'N' TO WS-DISC-VALID-SW
022410         GO TO 2285-EDIT-DISCOUNT-ENTRY-EXIT
022420     END-IF.
022430     IF DiscLineNo OF BILL (WS-DISC-IX) NOT NUMERIC
022440         OR DiscAmount OF BILL (WS-DISC-IX) NOT NUMERIC
022450         MOVE 'N' TO WS-DISC-VALID-SW
022460         GO TO 2285-EDIT-DISCOUNT-ENTRY-EXIT
022470     END-IF.
022480     IF DiscAmount OF BILL (WS-DISC-IX) = ZERO
022490         MOVE 'N' TO WS-DISC-VALID-SW
022500         GO TO 2285-EDIT-DISCOUNT-ENTRY-EXIT
022510     END-IF.
022520     MOVE 'N' TO WS-REASON-FOUND-SW.
022530     PERFORM 2286-MATCH-REASON-ENTRY
022540         THRU 2286-MATCH-REASON-ENTRY-EXIT
022550         VARYING WS-DN-IX FROM 1 BY 1
022560         UNTIL WS-DN-IX > DN-ENTRY-COUNT
022570         OR WS-REASON-FOUND.
022580     IF NOT WS-REASON-FOUND
022590         MOVE 'N' TO WS-DISC-VALID-SW
022600         GO TO 2285-EDIT-DISCOUNT-ENTRY-EXIT
022610     END-IF.
022620     PERFORM 2288-EDIT-DISC-MANAGER
022630         THRU 2288-EDIT-DISC-MANAGER-EXIT.
022640     IF NOT WS-DISC-VALID
022650         GO TO 2285-EDIT-DISCOUNT-ENTRY-EXIT
022660     END-IF.
022670     IF DiscLineNo OF BILL (WS-DISC-IX) = ZERO
022680         IF BillSeqNo OF BILL NOT = 1
022690             MOVE 'N' TO WS-DISC-VALID-SW
022700         ELSE
022710             ADD DiscAmount OF BILL (WS-DISC-IX)
022720                 TO WS-BILL-DISC-TOTAL
022730         END-IF
022740         GO TO 2285-EDIT-DISCOUNT-ENTRY-EXIT
022750     END-IF.
022760     IF DiscLineNo OF BILL (WS-DISC-IX)
022770             > TotalItemPurchased OF BILL
022780         MOVE 'N' TO WS-DISC-VALID-SW
022790         GO TO 2285-EDIT-DISCOUNT-ENTRY-EXIT
022800     END-IF.
022810     MOVE DiscLineNo OF BILL (WS-DISC-IX) TO WS-ITEM-IX.
022820     IF SKU OF BILL (WS-ITEM-IX) = 'GIFTCARD'
022830         MOVE 'N' TO WS-DISC-VALID-SW
022840         GO TO 2285-EDIT-DISCOUNT-ENTRY-EXIT
022850     END-IF.
022860     PERFORM 2287-CHECK-DUPLICATE-LINE
022870         THRU 2287-CHECK-DUPLICATE-LINE-EXIT
022880         VARYING WS-DISC-IX2 FROM 1 BY 1
022890         UNTIL WS-DISC-IX2 >= WS-DISC-IX.
022900     COMPUTE WS-LINE-AMOUNT =
022910         UnitPrice OF BILL (WS-ITEM-IX) *
022920         Quantity  OF BILL (WS-ITEM-IX).
022930     IF DiscAmount OF BILL (WS-DISC-IX) > WS-LINE-AMOUNT
022940         MOVE 'N' TO WS-DISC-VALID-SW
022950         GO TO 2285-EDIT-DISCOUNT-ENTRY-EXIT
022960     END-IF.
022970     SUBTRACT DiscAmount OF BILL (WS-DISC-IX)
022980         FROM WS-ELIGIBLE-TOTAL.
022990 2285-EDIT-DISCOUNT-ENTRY-EXIT.
023000     EXIT.
023010*----------------------------------------------------------------
023020 2286-MATCH-REASON-ENTRY.
023030     IF DN-REASON-CODE (WS-DN-IX)
023040             = DiscReason OF BILL (WS-DISC-IX)
023050         MOVE 'Y' TO WS-REASON-FOUND-SW
023060     END-IF.
023070 2286-MATCH-REASON-ENTRY-EXIT.
023080     EXIT.
023090*----------------------------------------------------------------
023100 2287-CHECK-DUPLICATE-LINE.
023110     IF DiscLineNo OF BILL (WS-DISC-IX2)
023120             = DiscLineNo OF BILL (WS-DISC-IX)
023130         MOVE 'N' TO WS-DISC-VALID-SW
023140     END-IF.
023150 2287-CHECK-DUPLICATE-LINE-EXIT.
023160     EXIT.
023170*----------------------------------------------------------------
023180*  THE APPROVING MANAGER MUST BE SOMEBODY OTHER THAN THE CASHIER
023190*  AND MUST HAVE BEEN EMPLOYED ON THE BILL DATE - THE SAME
023200*  HIRE/TERMINATION TEST 2180 APPLIES TO CACHIERID.  WITH NO
023210*  GOOD BILL DATE THE BILL IS SUSPENDED BD ANYWAY.
023215*----------------------------------------------------------------
023220 2288-EDIT-DISC-MANAGER.
023230     IF DiscManagerId OF BILL (WS-DISC-IX) = SPACES
023240         OR DiscManagerId OF BILL (WS-DISC-IX)
023250             = CachierId OF BILL
023260         MOVE 'N' TO WS-DISC-VALID-SW
023270         GO TO 2288-EDIT-DISC-MANAGER-EXIT
023280     END-IF.
023290     IF NOT WS-BILL-DATE-VALID
023300         GO TO 2288-EDIT-DISC-MANAGER-EXIT
023310     END-IF.
023320     MOVE DiscManagerId OF BILL (WS-DISC-IX) TO CM-CACHIER-ID.
023330     READ CSH-MAST-FILE
023340         INVALID KEY
023350             MOVE 'N' TO WS-DISC-VALID-SW
023360             GO TO 2288-EDIT-DISC-MANAGER-EXIT
023370     END-READ.
023380     IF CM-HIRE-DATE > WS-BD-DATE-8
023390         MOVE 'N' TO WS-DISC-VALID-SW
023400         GO TO 2288-EDIT-DISC-MANAGER-EXIT
023410     END-IF.
023420     IF CM-TERM-DATE NOT = ZERO
023430         AND CM-TERM-DATE < WS-BD-DATE-8
023440         MOVE 'N' TO WS-DISC-VALID-SW
023450     END-IF.
023460 2288-EDIT-DISC-MANAGER-EXIT.
023470     EXIT.
023480*----------------------------------------------------------------
023490 2600-COMPUTE-AGE-AT-BILLDATE.
023500     COMPUTE WS-COMPUTED-AGE = WS-BD-YYYY - WS-DOB-YYYY.
023510     IF WS-DOB-MM > WS-BD-MM
023520         SUBTRACT 1 FROM WS-COMPUTED-AGE
023530     ELSE
023540         IF WS-DOB-MM = WS-BD-MM AND WS-DOB-DD > WS-BD-DD
023550             SUBTRACT 1 FROM WS-COMPUTED-AGE
023560         END-IF
023570     END-IF.
023580 2600-COMPUTE-AGE-AT-BILLDATE-EXIT.
023590     EXIT.
023600*----------------------------------------------------------------
023610 2400-WRITE-CHECKPOINT.
023620     MOVE BillNumber OF BILL TO CK-LAST-BILL-NUMBER.
023630     COMPUTE CK-RECORDS-PROCESSED =
023640         WS-RESTART-COUNT + WS-RECORDS-PROCESSED.
023650     MOVE WS-CKPT-STATUS-SW TO CK-RUN-STATUS.
023660     OPEN OUTPUT CKPT-FILE.
023670     WRITE IMPORT-CHECKPOINT.
023680     IF NOT WS-CKPT-FILE-STATUS = '00'
023690         DISPLAY 'BILLEDT0 - WRITE FAILED FOR BILLCKPT STATUS '
023700             WS-CKPT-FILE-STATUS
023710         STOP RUN
023720     END-IF.
023730     CLOSE CKPT-FILE.
023740 2400-WRITE-CHECKPOINT-EXIT.
023750     EXIT.
023760*----------------------------------------------------------------
023770 9999-TERMINATE.
023780     MOVE 'C' TO WS-CKPT-STATUS-SW.
023790     PERFORM 2400-WRITE-CHECKPOINT
023800         THRU 2400-WRITE-CHECKPOINT-EXIT.
023810     CLOSE BILL-IN.
023820     CLOSE CSH-MAST-FILE.
023830     CLOSE BILL-GOOD-OUT.
023840     CLOSE BILL-SUSP-OUT.
023850     MOVE 'E' TO RL-FUNCTION.
023860     COMPUTE RL-RECORDS-READ =
023870         WS-RESTART-COUNT + WS-RECORDS-PROCESSED.
023880     MOVE WS-GOOD-WRITTEN TO RL-WRITTEN-1.
023890     MOVE WS-SUSP-WRITTEN TO RL-WRITTEN-2.
023900     CALL 'RUNLOG00' USING RUN-LOG-PARMS.
023910 9999-TERMINATE-EXIT.
023920     EXIT.
