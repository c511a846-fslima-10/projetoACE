000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  BIJLOG00.
000300 AUTHOR.      R HOLLOWAY.
000400 INSTALLATION. RETAIL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  BIJLOG00 - BEFORE-IMAGE JOURNAL SUBPROGRAM
000900*
001000*  A BAD RUNDATE OR A BAD FEED THAT GETS PAST THE GATE USED TO
001100*  MEAN RESTORING WHOLE MASTERS FROM THE MORNING BACKUP AND
001200*  LOSING EVERY MAINTENANCE TRANSACTION KEYED SINCE.  EVERY
001300*  NIGHTLY JOB THAT UPDATES A MASTER IN PLACE NOW CALLS THIS
001400*  SUBPROGRAM (SEE BIJLOG.CPY FOR THE PARAMETER AREA) JUST
001500*  BEFORE EACH WRITE OR REWRITE, AND IT APPENDS ONE BEFORE-IMAGE
001600*  RECORD (BIJREC.CPY) TO THE BIJRNL JOURNAL, STAMPED WITH THE
001700*  CALLER'S RUNCTL JOB NAME AND BUSINESS DATE AND THE CLOCK
001800*  TIME IT WAS WRITTEN.  THE JOURNAL IS OPENED EXTEND ON THE
001900*  FIRST WRITE CALL AND CLOSED ON THE CLOSE CALL, SO THE NIGHT'S
002000*  JOBS ADD TO ONE FILE IN THE ORDER THEY RAN.  RUNBKO00 READS IT
002100*  BACK TO UNDO A BUSINESS DATE.  THE IMAGE IS WRITTEN AHEAD OF
002200*  THE MASTER UPDATE, SO A JOB THAT DIES BETWEEN THE TWO LEAVES
002300*  A JOURNAL RECORD WHOSE MASTER STILL HOLDS THE BEFORE-IMAGE -
002400*  RUNBKO00 RECOGNISES THAT AND LEAVES THE RECORD ALONE.
002500*  BIJRNL IS A FIXED-LENGTH SEQUENTIAL FILE RATHER THAN LINE
002600*  SEQUENTIAL, BECAUSE THE IMAGES CARRY BINARY FIELDS (THE
002700*  CUSTMST VISIT COUNT) THAT A LINE-END BYTE COULD SPLIT.
002800*
002900*  NOTE - BIJRNL MUST EXIST (EMPTY) BEFORE THE FIRST RUN; IT IS
003000*  ONLY EVER EXTENDED HERE.
003100*
003200*  MODIFICATION HISTORY
003300*  ---------------------------------------------------------------
003400*  DATE       INIT  DESCRIPTION
003500*  10/15/2026 RH    ORIGINAL PROGRAM.
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.  IBM.
004000 OBJECT-COMPUTER.  IBM.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT BIJ-JRNL-OUT  ASSIGN TO BIJRNL
004400                          ORGANIZATION IS SEQUENTIAL
004500                          FILE STATUS IS WS-BIJRNL-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  BIJ-JRNL-OUT
004900     RECORDING MODE IS F.
005000 COPY "BijRec".
005100 WORKING-STORAGE SECTION.
005200 01  WS-BIJRNL-STATUS             PIC X(02).
005300     88  WS-BIJRNL-OK                     VALUE '00'.
005400 01  WS-SWITCHES.
005500     03  WS-JRNL-OPEN-SW          PIC X(01)  VALUE 'N'.
005600         88  WS-JRNL-OPEN                    VALUE 'Y'.
005700 01  WS-TODAY-8                   PIC 9(08).
005800 01  WS-TIME-X                    PIC X(08).
005900 LINKAGE SECTION.
006000 COPY "BijLog".
006100 PROCEDURE DIVISION USING BIJ-LOG-PARMS.
006200 0000-MAINLINE.
006300     IF BL-FUNC-WRITE
006400         PERFORM 1000-WRITE-IMAGE
006500             THRU 1000-WRITE-IMAGE-EXIT
006600     ELSE
006700         PERFORM 2000-CLOSE-JOURNAL
006800             THRU 2000-CLOSE-JOURNAL-EXIT
006900     END-IF.
007000     GOBACK.
007100*----------------------------------------------------------------
007200 1000-WRITE-IMAGE.
007300     IF NOT WS-JRNL-OPEN
007400         OPEN EXTEND BIJ-JRNL-OUT
007500         IF NOT WS-BIJRNL-OK
007600             DISPLAY 'BIJLOG00 - OPEN FAILED FOR BIJRNL STATUS '
007700                 WS-BIJRNL-STATUS
007800             STOP RUN
007900         END-IF
008000         MOVE 'Y' TO WS-JRNL-OPEN-SW
008100     END-IF.
008200     ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
008300     ACCEPT WS-TIME-X FROM TIME.
008400     MOVE BL-JOB-NAME     TO BJ-JOB-NAME.
008500     MOVE BL-RUN-DATE     TO BJ-RUN-DATE.
008600     MOVE WS-TODAY-8      TO BJ-WRITE-DATE.
008700     MOVE WS-TIME-X       TO BJ-WRITE-TIME.
008800     MOVE BL-MASTER-ID    TO BJ-MASTER-ID.
008900     MOVE BL-ACTION       TO BJ-ACTION.
009000     MOVE BL-RECORD-KEY   TO BJ-RECORD-KEY.
009100     MOVE BL-BEFORE-IMAGE TO BJ-BEFORE-IMAGE.
009200     MOVE BL-AFTER-IMAGE  TO BJ-AFTER-IMAGE.
009300     WRITE BEFORE-IMAGE-JOURNAL.
009400     IF NOT WS-BIJRNL-OK
009500         DISPLAY 'BIJLOG00 - WRITE FAILED FOR BIJRNL '
009600             BL-JOB-NAME ' ' BL-MASTER-ID ' ' BL-RECORD-KEY
009700             ' STATUS ' WS-BIJRNL-STATUS
009800         STOP RUN
009900     END-IF.
010000 1000-WRITE-IMAGE-EXIT.
010100     EXIT.
010200*----------------------------------------------------------------
010300 2000-CLOSE-JOURNAL.
010400     IF WS-JRNL-OPEN
010500         CLOSE BIJ-JRNL-OUT
010600         MOVE 'N' TO WS-JRNL-OPEN-SW
010700     END-IF.
010800 2000-CLOSE-JOURNAL-EXIT.
010900     EXIT.
