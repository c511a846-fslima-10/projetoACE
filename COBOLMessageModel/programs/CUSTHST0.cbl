002940*  08/22/2026 RH    RUN-CONTROL BUSINESS DATE NOW COMES FROM
002960*                   RUNLOG00 (RUNDATE CONTROL FILE), NOT THE
002980*                   JOB'S SYSTEM CLOCK.
002990*  10/15/2026 RH    TOTAL EACH BILL'S BILLDET LINES NET OF
002995*                   DISCOUNTS AND COUPONS.
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
031500*----------------------------------------------------------------
031600 2120-SUM-DETAIL-LINES.
031700     COMPUTE WS-BILL-AMOUNT = WS-BILL-AMOUNT +
031800         (BD-UNIT-PRICE * BD-QUANTITY)
031850         - BD-DISC-AMOUNT - BD-BILL-DISC-AMT.
031900     READ BILL-DET-IN
032000         AT END
032100             MOVE 'Y' TO WS-DET-EOF-SW
