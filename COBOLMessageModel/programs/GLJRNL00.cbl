002300*  NEVER REACH THE BOOKS.  A POSTING SUMMARY REPORT PRINTS
002400*  EVERY JOURNAL LINE WITH ITS ACCOUNT NAME AND THE BALANCE
002500*  VERDICT.
002502*
002504*  GROSS SALES ARE BOOKED AT THE PRE-DISCOUNT LINE AMOUNT; THE
002506*  NIGHT'S REGISTER DISCOUNTS AND COUPONS (EACH SALE LINE'S OWN
002508*  ENTRY PLUS ITS SHARE OF ANY WHOLE-BILL ENTRY) ARE BOOKED
002509*  SEPARATELY AGAINST THE DISCOUNT CONTRA-REVENUE ACCOUNT.
002510*
002520*  THE GIFT MOVEMENT IS SPLIT IN TWO: THE CHANGE IN STILL-
002530*  BROKEN GIFTBRK BALANCES IS A NON-CASH EVENT (A GIFTAGE0
002590*  BOOKING THE WHOLE OUTSTANDING LIABILITY AS ONE NIGHT'S
002592*  MOVEMENT) AND THE CARRYOVER IS ESTABLISHED FOR THE NEXT
002594*  NIGHT.
002595*
002596*  COST OF SALES COMES FROM THE COGSUM SUMMARY MRGRPT00 WRITES
002597*  JUST AHEAD OF THIS JOB (THE NIGHT'S SALE AND RETURN LINES AT
002598*  WEIGHTED-AVERAGE COST): COGS IS DEBITED AND INVENTRY CREDITED
002599*  FOR THE GOODS SOLD, AND THE COST OF RETURNED GOODS GOES BACK
002601*  INTO INVENTRY.  A MISSING SUMMARY, OR ONE FOR ANOTHER
002602*  BUSINESS DATE, STOPS THE RUN LIKE A MISSING CHART ENTRY.
002603*
002700*  MODIFICATION HISTORY
002800*  ---------------------------------------------------------------
002900*  DATE       INIT  DESCRIPTION
003095*                   THAT CASH, SO COUNTING THEM DOUBLED THE
003096*                   CASH/CLEARING DEBIT AND RECOGNISED SALES
003097*                   AT ISSUANCE AND AGAIN AT REDEMPTION.
003098*  10/15/2026 RH    BOOK THE NIGHT'S REGISTER DISCOUNTS AND
003099*                   COUPONS TO THE NEW DISCOUNT CONTRA-REVENUE
003100*                   SOURCE CODE AGAINST CASH/CLEARING.
003101*  10/15/2026 RH    POST COST OF SALES AND COST OF RETURNS
003102*                   (COGS/INVENTRY) FROM MRGRPT00'S COGSUM
003103*                   SUMMARY.
003150*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  IBM.
005400     SELECT GIFT-PRIOR-FILE ASSIGN TO GLGIFTPR
005500                           ORGANIZATION IS LINE SEQUENTIAL
005600                           FILE STATUS IS WS-PRIOR-FILE-STATUS.
005610     SELECT COGS-SUM-IN    ASSIGN TO COGSUM
005620                           ORGANIZATION IS LINE SEQUENTIAL
005630                           FILE STATUS IS WS-COGS-FILE-STATUS.
005700     SELECT GL-JRNL-OUT    ASSIGN TO GLJRNL
005800                           ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT POST-RPT       ASSIGN TO GLJRPT
008000 FD  GIFT-PRIOR-FILE
008100     RECORDING MODE IS F.
008200 COPY "GlGift".
008210 FD  COGS-SUM-IN
008220     RECORDING MODE IS F.
008230 COPY "CogSum".
008300 FD  GL-JRNL-OUT
008400     RECORDING MODE IS F.
008500 COPY "GlJrnl".
009230     88  WS-GIFTBRK-NOTFOUND              VALUE '23'.
009300 01  WS-CHART-FILE-STATUS         PIC X(02).
009400 01  WS-PRIOR-FILE-STATUS         PIC X(02).
009410 01  WS-COGS-FILE-STATUS          PIC X(02).
009500 01  WS-SWITCHES.
009600     03  WS-DET-EOF-SW            PIC X(01)  VALUE 'N'.
009700         88  WS-DET-EOF                      VALUE 'Y'.
012100     03  WS-LINE-AMOUNT           PIC 9(07)V99  VALUE ZERO.
012200     03  WS-GROSS-SALES           PIC 9(09)V99  VALUE ZERO.
012300     03  WS-RETURNS-TOTAL         PIC 9(09)V99  VALUE ZERO.
012350     03  WS-DISCOUNT-TOTAL        PIC 9(09)V99  VALUE ZERO.
012400     03  WS-TAX-TOTAL             PIC S9(09)V99 VALUE ZERO.
012500     03  WS-GIFT-TONIGHT          PIC 9(09)V99  VALUE ZERO.
012510     03  WS-BRK-TONIGHT           PIC 9(09)V99  VALUE ZERO.
021700     CLOSE RTN-NET-IN.
021800     PERFORM 1300-READ-PRIOR-LIABILITY
021900         THRU 1300-READ-PRIOR-LIABILITY-EXIT.
021910     PERFORM 1400-READ-COST-SUMMARY
021920         THRU 1400-READ-COST-SUMMARY-EXIT.
022000     OPEN INPUT BILL-DET-IN.
022100     OPEN INPUT BILL-TAX-IN.
022200     OPEN INPUT CSH-VAR-IN.
030000     CLOSE GIFT-PRIOR-FILE.
030100 1300-READ-PRIOR-LIABILITY-EXIT.
030200     EXIT.
030203*----------------------------------------------------------------
030207 1400-READ-COST-SUMMARY.
030211     OPEN INPUT COGS-SUM-IN.
030215     IF NOT WS-COGS-FILE-STATUS = '00'
030219         DISPLAY 'GLJRNL00 - COST OF SALES SUMMARY (COGSUM)'
030223             ' MISSING STATUS ' WS-COGS-FILE-STATUS
030227         STOP RUN
030231     END-IF.
030235     READ COGS-SUM-IN
030239         AT END
030243             DISPLAY 'GLJRNL00 - COST OF SALES SUMMARY (COGSUM)'
030247                 ' EMPTY'
030251             STOP RUN
030255     END-READ.
030259     IF CG-BUSINESS-DATE NOT = RL-RUN-DATE
030263         DISPLAY 'GLJRNL00 - COGSUM IS FOR ' CG-BUSINESS-DATE
030267             ' NOT ' RL-RUN-DATE ' - EXTRACT NOT USABLE'
030271         STOP RUN
030275     END-IF.
030279     CLOSE COGS-SUM-IN.
030283 1400-READ-COST-SUMMARY-EXIT.
030287     EXIT.
030300*----------------------------------------------------------------
030400 2000-TALLY-DETAIL-LINES.
030500     READ BILL-DET-IN
031970     END-IF.
032000     COMPUTE WS-LINE-AMOUNT = BD-UNIT-PRICE * BD-QUANTITY.
032100     ADD WS-LINE-AMOUNT TO WS-GROSS-SALES.
032150     ADD BD-DISC-AMOUNT BD-BILL-DISC-AMT TO WS-DISCOUNT-TOTAL.
032200 2000-TALLY-DETAIL-LINES-EXIT.
032300     EXIT.
032400*----------------------------------------------------------------
037400         PERFORM 3100-WRITE-JOURNAL-PAIR
037500             THRU 3100-WRITE-JOURNAL-PAIR-EXIT
037600     END-IF.
037610     IF WS-DISCOUNT-TOTAL > ZERO
037620         MOVE WS-DISCOUNT-TOTAL TO WS-PAIR-AMT
037630         MOVE 'DISCOUNT' TO WS-DR-CODE
037640         MOVE 'CASHCLRG' TO WS-CR-CODE
037650         PERFORM 3100-WRITE-JOURNAL-PAIR
037660             THRU 3100-WRITE-JOURNAL-PAIR-EXIT
037670     END-IF.
037700     IF WS-RETURNS-TOTAL > ZERO
037800         MOVE WS-RETURNS-TOTAL TO WS-PAIR-AMT
037900         MOVE 'RETURNS ' TO WS-DR-CODE
038100         PERFORM 3100-WRITE-JOURNAL-PAIR
038200             THRU 3100-WRITE-JOURNAL-PAIR-EXIT
038300     END-IF.
038310     IF CG-SALES-COST > ZERO
038320         MOVE CG-SALES-COST TO WS-PAIR-AMT
038330         MOVE 'COGS    ' TO WS-DR-CODE
038340         MOVE 'INVENTRY' TO WS-CR-CODE
038350         PERFORM 3100-WRITE-JOURNAL-PAIR
038360             THRU 3100-WRITE-JOURNAL-PAIR-EXIT
038370     END-IF.
038380     IF CG-RETURN-COST > ZERO
038381         MOVE CG-RETURN-COST TO WS-PAIR-AMT
038382         MOVE 'INVENTRY' TO WS-DR-CODE
038383         MOVE 'COGS    ' TO WS-CR-CODE
038384         PERFORM 3100-WRITE-JOURNAL-PAIR
038385             THRU 3100-WRITE-JOURNAL-PAIR-EXIT
038386     END-IF.
038387     IF CG-UNCOSTED-LINES > ZERO
038388         MOVE '** SALE LINES WITHOUT COST - SEE MRGRPT00'
038389             TO WS-VL-TEXT
038390         WRITE RPT-LINE FROM WS-VERDICT-LINE
038391     END-IF.
038400     IF WS-TAX-TOTAL > ZERO
038500         MOVE WS-TAX-TOTAL TO WS-PAIR-AMT
038600         MOVE 'CASHCLRG' TO WS-DR-CODE
