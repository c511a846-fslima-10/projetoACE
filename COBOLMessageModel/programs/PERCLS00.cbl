000700*****************************************************************
000800*  PERCLS00 - PERIOD-END CLOSE, ARCHIVE AND PURGE
000900*
001000*  SALEMST, RTNMST, BILLPREV AND BILLHST GROW FOREVER AND THE
001100*  READS IN BILLRTN0 AND BILLAUD0 ONLY GET SLOWER AS YEARS OF
001200*  BILLS PILE UP.  DRIVEN BY THE CLSCTL CONTROL RECORD (PERIOD
001300*  BEING CLOSED PLUS RETENTION CUTOFF DATE), THIS JOB SWEEPS
001500*  BEFORE THE CUTOFF, WRITES IT TO ITS SEQUENTIAL ARCHIVE FILE
001600*  (SALEARC / RTNARC / PREVARC - RESTORABLE BY A STRAIGHT
001700*  RELOAD) AND DELETES IT FROM THE ONLINE MASTER.  SALE RECORDS
001710*  BILLHST SEGMENTS GO TO HSTARC ON THE SAME CUTOFF BY BILL
001720*  DATE, SO BILL HISTORY IS HELD ONLINE NO LONGER THAN THE
001730*  SALES THEMSELVES.
001800*  ROLLED OFF ARE SUMMARISED BY BILL DATE INTO THE PERSUM
001900*  PERIOD-SUMMARY FILE (BILL COUNT, SALES, RETURNS, NET PER
002000*  DATE) SO YEAR-OVER-YEAR REPORTING KEEPS ITS HISTORY.  A
002900*  ---------------------------------------------------------------
003000*  DATE       INIT  DESCRIPTION
003100*  08/22/2026 RH    ORIGINAL PROGRAM.
003110*  10/15/2026 RH    ARCHIVE AND PURGE THE BILLHST BILL-HISTORY
003120*                   FILE TO HSTARC ON THE SAME CUTOFF; ITS
003130*                   BILL NET AMOUNT IS BALANCED ON SEGMENT 01.
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
005300                ACCESS MODE IS DYNAMIC
005400                RECORD KEY IS PB-BILL-NUMBER
005500                FILE STATUS IS WS-PREVMST-STATUS.
005510     SELECT BILL-HIST-FILE ASSIGN TO BILLHST
005520                ORGANIZATION IS INDEXED
005530                ACCESS MODE IS DYNAMIC
005540                RECORD KEY IS HS-HISTORY-KEY
005550                ALTERNATE RECORD KEY IS HS-CUST-ID
005560                    WITH DUPLICATES
005570                ALTERNATE RECORD KEY IS HS-BILL-DATE
005580                    WITH DUPLICATES
005590                ALTERNATE RECORD KEY IS HS-CASHIER-KEY
005592                    WITH DUPLICATES
005594                FILE STATUS IS WS-BILLHST-STATUS.
005600     SELECT SALE-ARC-OUT   ASSIGN TO SALEARC
005700                           ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT RTN-ARC-OUT    ASSIGN TO RTNARC
005900                           ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT PREV-ARC-OUT   ASSIGN TO PREVARC
006100                           ORGANIZATION IS LINE SEQUENTIAL.
006110     SELECT HIST-ARC-OUT   ASSIGN TO HSTARC
006120                           ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT PER-SUM-OUT    ASSIGN TO PERSUM
006300                           ORGANIZATION IS LINE SEQUENTIAL
006400                           FILE STATUS IS WS-PERSUM-STATUS.
007500 COPY "RtnMst".
007600 FD  PRIOR-MAST-FILE.
007700 COPY "BillPrev".
007710 FD  BILL-HIST-FILE.
007720 COPY "BillHst".
007800 FD  SALE-ARC-OUT
007900     RECORDING MODE IS F.
008000 COPY "SaleMst"
009000 COPY "BillPrev"
009100     REPLACING ==PRIOR-BILL-IMAGE== BY ==PRIOR-ARCHIVE==
009200         LEADING ==PB-== BY ==PA-==.
009210 FD  HIST-ARC-OUT
009220     RECORDING MODE IS F.
009230 COPY "BillHst"
009240     REPLACING ==BILL-HISTORY-RECORD== BY ==BILL-HISTORY-ARCHIVE==
009250         LEADING ==HS-== BY ==HA-==.
009300 FD  PER-SUM-OUT
009400     RECORDING MODE IS F.
009500 COPY "PerSum".
010300     88  WS-RTNMST-OK                     VALUE '00'.
010400 01  WS-PREVMST-STATUS            PIC X(02).
010500     88  WS-PREVMST-OK                    VALUE '00'.
010510 01  WS-BILLHST-STATUS            PIC X(02).
010520     88  WS-BILLHST-OK                    VALUE '00'.
010600 01  WS-PERSUM-STATUS             PIC X(02).
010700 01  WS-SWITCHES.
010800     03  WS-SALE-EOF-SW           PIC X(01)  VALUE 'N'.
011100         88  WS-RTN-EOF                      VALUE 'Y'.
011200     03  WS-PREV-EOF-SW           PIC X(01)  VALUE 'N'.
011300         88  WS-PREV-EOF                     VALUE 'Y'.
011310     03  WS-HIST-EOF-SW           PIC X(01)  VALUE 'N'.
011320         88  WS-HIST-EOF                     VALUE 'Y'.
011400     03  WS-DATE-FOUND-SW         PIC X(01)  VALUE 'N'.
011500         88  WS-DATE-FOUND                   VALUE 'Y'.
011600 01  WS-COUNTERS.
012600     03  WS-PREV-ARCHIVED         PIC 9(07)  VALUE ZERO.
012700     03  WS-PREV-DELETED          PIC 9(07)  VALUE ZERO.
012800     03  WS-PREV-KEPT-ZERO       PIC 9(07)  VALUE ZERO.
012810     03  WS-HIST-ARCHIVED         PIC 9(07)  VALUE ZERO.
012820     03  WS-HIST-DELETED          PIC 9(07)  VALUE ZERO.
012830     03  WS-HIST-KEPT-ZERO        PIC 9(07)  VALUE ZERO.
012900 01  WS-AMOUNTS.
013000     03  WS-SALE-ARC-AMT          PIC 9(11)V99 VALUE ZERO.
013100     03  WS-SALE-DEL-AMT          PIC 9(11)V99 VALUE ZERO.
013200     03  WS-RTN-ARC-AMT           PIC 9(11)V99 VALUE ZERO.
013300     03  WS-RTN-DEL-AMT           PIC 9(11)V99 VALUE ZERO.
013310     03  WS-HIST-ARC-AMT          PIC 9(11)V99 VALUE ZERO.
013320     03  WS-HIST-DEL-AMT          PIC 9(11)V99 VALUE ZERO.
013400     03  WS-NET-AMT               PIC S9(09)V99 VALUE ZERO.
013500 01  WS-DTE-TBL-MAX               PIC 9(03)  VALUE 400.
013600 01  WS-DATE-TABLE.
019400     PERFORM 4000-CLOSE-PRIOR-MASTER
019500         THRU 4000-CLOSE-PRIOR-MASTER-EXIT
019600         UNTIL WS-PREV-EOF.
019610     PERFORM 4500-CLOSE-BILL-HISTORY
019620         THRU 4500-CLOSE-BILL-HISTORY-EXIT
019630         UNTIL WS-HIST-EOF.
019700     PERFORM 5000-WRITE-PERIOD-SUMMARY
019800         THRU 5000-WRITE-PERIOD-SUMMARY-EXIT.
019900     PERFORM 6000-PRINT-CLOSE-REPORT
021300     OPEN I-O SALE-MAST-FILE.
021400     OPEN I-O RTN-MAST-FILE.
021500     OPEN I-O PRIOR-MAST-FILE.
021510     OPEN I-O BILL-HIST-FILE.
021600     OPEN OUTPUT SALE-ARC-OUT.
021700     OPEN OUTPUT RTN-ARC-OUT.
021800     OPEN OUTPUT PREV-ARC-OUT.
021810     OPEN OUTPUT HIST-ARC-OUT.
021900     OPEN OUTPUT CLOSE-RPT.
022000     MOVE CC-CLOSE-PERIOD TO WS-H1-PERIOD.
022100     MOVE CC-CUTOFF-DATE  TO WS-H1-CUTOFF.
023500         INVALID KEY
023600             MOVE 'Y' TO WS-PREV-EOF-SW
023700     END-START.
023710     MOVE LOW-VALUES TO HS-HISTORY-KEY.
023720     START BILL-HIST-FILE KEY NOT < HS-HISTORY-KEY
023730         INVALID KEY
023740             MOVE 'Y' TO WS-HIST-EOF-SW
023750     END-START.
023800 1000-INITIALIZE-EXIT.
023900     EXIT.
024000*----------------------------------------------------------------
037200     ADD 1 TO WS-PREV-DELETED.
037300 4000-CLOSE-PRIOR-MASTER-EXIT.
037400     EXIT.
037402*----------------------------------------------------------------
037404*  BILL HISTORY IS COUNTED BY SEGMENT RECORD; THE BILL'S NET
037406*  AMOUNT, WHICH EVERY SEGMENT REPEATS, IS TOTALLED FROM SEGMENT
037408*  01 ONLY.
037410*----------------------------------------------------------------
037412 4500-CLOSE-BILL-HISTORY.
037414     READ BILL-HIST-FILE NEXT
037416         AT END
037418             MOVE 'Y' TO WS-HIST-EOF-SW
037420             GO TO 4500-CLOSE-BILL-HISTORY-EXIT
037422     END-READ.
037424     IF NOT WS-BILLHST-OK
037426         DISPLAY 'PERCLS00 - READ NEXT FAILED FOR BILLHST'
037428             ' STATUS ' WS-BILLHST-STATUS
037430         STOP RUN
037432     END-IF.
037434     IF HS-BILL-DATE = ZERO
037436         ADD 1 TO WS-HIST-KEPT-ZERO
037438         GO TO 4500-CLOSE-BILL-HISTORY-EXIT
037440     END-IF.
037442     IF HS-BILL-DATE > CC-CUTOFF-DATE
037444         GO TO 4500-CLOSE-BILL-HISTORY-EXIT
037446     END-IF.
037448     MOVE BILL-HISTORY-RECORD TO BILL-HISTORY-ARCHIVE.
037450     WRITE BILL-HISTORY-ARCHIVE.
037452     ADD 1 TO WS-HIST-ARCHIVED.
037454     IF HA-SEGMENT-NO = 1
037456         ADD HA-NET-AMT TO WS-HIST-ARC-AMT
037458     END-IF.
037460     DELETE BILL-HIST-FILE.
037462     IF NOT WS-BILLHST-OK
037464         DISPLAY 'PERCLS00 - DELETE FAILED FOR BILLHST '
037466             HS-HISTORY-KEY ' STATUS ' WS-BILLHST-STATUS
037468         STOP RUN
037470     END-IF.
037472     ADD 1 TO WS-HIST-DELETED.
037474     IF HS-SEGMENT-NO = 1
037476         ADD HS-NET-AMT TO WS-HIST-DEL-AMT
037478     END-IF.
037480 4500-CLOSE-BILL-HISTORY-EXIT.
037482     EXIT.
037500*----------------------------------------------------------------
037600 5000-WRITE-PERIOD-SUMMARY.
037700     OPEN EXTEND PER-SUM-OUT.
044600         MOVE '** OUT OF BALANCE' TO WS-BL-VERDICT
044700     END-IF.
044800     WRITE RPT-LINE FROM WS-BAL-LINE.
044805     MOVE 'BILLHST ARCHIVED VS DELETED   ' TO WS-BL-LABEL.
044810     MOVE WS-HIST-ARCHIVED TO WS-BL-ARC-CNT.
044815     MOVE WS-HIST-DELETED  TO WS-BL-DEL-CNT.
044820     MOVE WS-HIST-ARC-AMT  TO WS-BL-ARC-AMT.
044825     MOVE WS-HIST-DEL-AMT  TO WS-BL-DEL-AMT.
044830     IF WS-HIST-ARCHIVED = WS-HIST-DELETED
044835         AND WS-HIST-ARC-AMT = WS-HIST-DEL-AMT
044840         MOVE 'IN BALANCE'        TO WS-BL-VERDICT
044845     ELSE
044850         MOVE '** OUT OF BALANCE' TO WS-BL-VERDICT
044855     END-IF.
044860     WRITE RPT-LINE FROM WS-BAL-LINE.
044900     MOVE 'SALEMST ZERO-DATE RECORDS KEPT ONLINE'
045000         TO WS-KL-LABEL.
045100     MOVE WS-SALE-KEPT-ZERO TO WS-KL-COUNT.
045800         TO WS-KL-LABEL.
045900     MOVE WS-PREV-KEPT-ZERO TO WS-KL-COUNT.
046000     WRITE RPT-LINE FROM WS-KEEP-LINE.
046010     MOVE 'BILLHST ZERO-DATE SEGMENTS KEPT'
046020         TO WS-KL-LABEL.
046030     MOVE WS-HIST-KEPT-ZERO TO WS-KL-COUNT.
046040     WRITE RPT-LINE FROM WS-KEEP-LINE.
046100 6000-PRINT-CLOSE-REPORT-EXIT.
046200     EXIT.
046300*----------------------------------------------------------------
047700     CLOSE SALE-MAST-FILE.
047800     CLOSE RTN-MAST-FILE.
047900     CLOSE PRIOR-MAST-FILE.
047910     CLOSE BILL-HIST-FILE.
048000     CLOSE SALE-ARC-OUT.
048100     CLOSE RTN-ARC-OUT.
048200     CLOSE PREV-ARC-OUT.
048210     CLOSE HIST-ARC-OUT.
048300     CLOSE CLOSE-RPT.
048400 9999-TERMINATE-EXIT.
048500     EXIT.
