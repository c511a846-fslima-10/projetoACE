003313*                   NIGHT'S GIFT POSTINGS LAND; THE GIFTFEED
003314*                   STALENESS GUARD HOLDS TRANSITIVELY THROUGH
003315*                   CSHSTL00.
003316*  10/15/2026 RH    ADD MRGRPT00 (COST OF SALES AND GROSS
003317*                   MARGIN) BETWEEN GIFTPST0 AND GLJRNL00 - THE
003318*                   GL POSTS THE COGSUM SUMMARY IT WRITES.
003319*  10/15/2026 RH    ADD BILLHST0 (BILL-HISTORY LOAD) TO THE
003320*                   SEQUENCE TABLE BEHIND BILLTAX0.
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
005800 01  WS-TIME-X                    PIC X(08).
005900 01  WS-SEQ-IX                    PIC 9(02)  COMP.
006000 01  WS-PRED-NAME                 PIC X(08)  VALUE SPACES.
006100 01  WS-SEQUENCE-COUNT            PIC 9(02)  VALUE 15.
006200 01  WS-SEQUENCE-TABLE.
006250     03  FILLER                   PIC X(16)  VALUE
006260         'BILLGTE0        '.
007700     03  FILLER                   PIC X(16)  VALUE
007800         'CSHSTL00CUSTMCH0'.
007810     03  FILLER                   PIC X(16)  VALUE
007820         'GLJRNL00MRGRPT00'.
007830     03  FILLER                   PIC X(16)  VALUE
007840         'CRDRCN00GLJRNL00'.
007850     03  FILLER                   PIC X(16)  VALUE
007860         'GIFTPST0CSHSTL00'.
007870     03  FILLER                   PIC X(16)  VALUE
007880         'MRGRPT00GIFTPST0'.
007890     03  FILLER                   PIC X(16)  VALUE
007895         'BILLHST0BILLTAX0'.
007900 01  WS-SEQUENCE-ENTRIES REDEFINES WS-SEQUENCE-TABLE.
008000     03  WS-SEQ-ENTRY             OCCURS 15 TIMES.
008100         05  WS-SEQ-JOB-NAME      PIC X(08).
008200         05  WS-SEQ-PRED-NAME     PIC X(08).
008300 LINKAGE SECTION.
