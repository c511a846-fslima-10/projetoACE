002807*  09/02/2026 RH    CSHSTL00 SETTLES FROM THE RAW FEED AGAIN -
002808*                   ITS READ COUNT IS CHECKED AGAINST
002809*                   BILLEDT0'S FEED COUNT, NOT THE GOOD COUNT.
002810*  10/15/2026 RH    REPORT MRGRPT00 (COST OF SALES AND GROSS
002812*                   MARGIN) AND CHECK ITS BILLDESC READS
002813*                   AGAINST BILLSKU0.
002815*  10/15/2026 RH    SHOW A JOB WHOSE NIGHT WAS BACKED OUT BY
002817*                   RUNBKO00 AS BACKED OUT, NOT MERELY NOT
002819*                   CLEAN.
002850*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM.
005600     03  WS-NIGHT-CLEAN-SW        PIC X(01)  VALUE 'Y'.
005700         88  WS-NIGHT-CLEAN                  VALUE 'Y'.
005800 01  WS-JOB-IX                    PIC 9(02)  COMP.
005900 01  WS-JOB-COUNT                 PIC 9(02)  VALUE 14.
005910*  JOBS 3 THROUGH WS-GOOD-JOB-COUNT (LESS THE EXTRACT READERS
005920*  BILLPAY0 AND BILLRTN0) READ THE EDITED GOOD-BILL FILE AND
005930*  ARE HELD TO BILLEDT0'S GOOD COUNT; THE GATE, THE SETTLEMENT
006810     03  FILLER                   PIC X(08)  VALUE 'GLJRNL00'.
006820     03  FILLER                   PIC X(08)  VALUE 'CRDRCN00'.
006830     03  FILLER                   PIC X(08)  VALUE 'GIFTPST0'.
006840     03  FILLER                   PIC X(08)  VALUE 'MRGRPT00'.
006900 01  WS-JOB-NAMES REDEFINES WS-JOB-NAME-TABLE.
007000     03  WS-JOB-NAME              PIC X(08)  OCCURS 14 TIMES.
007100 01  WS-JOB-RESULTS.
007200     03  WS-JOB-RESULT            OCCURS 14 TIMES.
007300         05  WS-JR-FOUND          PIC X(01).
007400         05  WS-JR-STATUS         PIC X(01).
007500         05  WS-JR-READ           PIC 9(09).
019000     IF RC-RUN-CLEAN
019100         MOVE 'CLEAN'         TO WS-JL-STATUS
019200     ELSE
019300         IF RC-RUN-BACKED-OUT
019320             MOVE '**BACKED OUT' TO WS-JL-STATUS
019340         ELSE
019360             MOVE '** NOT CLEAN'  TO WS-JL-STATUS
019380         END-IF
019400         MOVE 'N' TO WS-NIGHT-CLEAN-SW
019500     END-IF.
019600     WRITE RPT-LINE FROM WS-JOB-LINE.
021846         PERFORM 3100-WRITE-CHECK-LINE
021847             THRU 3100-WRITE-CHECK-LINE-EXIT
021848     END-IF.
021851     IF WS-JR-FOUND (14) = 'Y'
021852         MOVE WS-JR-READ (14) TO WS-CHECK-LHS
021853         MOVE WS-JR-W1 (6)    TO WS-CHECK-RHS
021854         MOVE 'MRGRPT00 BILLDESC READ = BILLSKU0 BILLDESC   '
021855             TO WS-CL-LABEL
021856         PERFORM 3100-WRITE-CHECK-LINE
021857             THRU 3100-WRITE-CHECK-LINE-EXIT
021858     END-IF.
021900     MOVE SPACES TO RPT-LINE.
022000     WRITE RPT-LINE.
022100     IF WS-NIGHT-CLEAN
