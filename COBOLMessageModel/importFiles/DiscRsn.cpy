      *****************************************************************
      *  DISCRSN.CPY
      *  Register discount/coupon reason-code table, shared by the
      *  bill editor (BILLEDT0), which suspends a bill carrying a
      *  discount or coupon entry whose DiscReason is not on this
      *  table, and the discount-by-manager report (DSCRPT00), which
      *  prints the description next to the code.  A new reason is
      *  added here and both programs recompiled.
      *****************************************************************
       01  DISC-REASON-TABLE.
           03  FILLER                       PIC X(22)  VALUE
               'MDMANAGER DISCRETION  '.
           03  FILLER                       PIC X(22)  VALUE
               'DMDAMAGED / SOILED    '.
           03  FILLER                       PIC X(22)  VALUE
               'PMPRICE MATCH         '.
           03  FILLER                       PIC X(22)  VALUE
               'EMEMPLOYEE DISCOUNT   '.
           03  FILLER                       PIC X(22)  VALUE
               'SRSERVICE RECOVERY    '.
           03  FILLER                       PIC X(22)  VALUE
               'SCSTORE COUPON        '.
           03  FILLER                       PIC X(22)  VALUE
               'MCMANUFACTURER COUPON '.
       01  DISC-REASON-ENTRIES REDEFINES DISC-REASON-TABLE.
           03  DN-ENTRY                     OCCURS 7 TIMES.
               05  DN-REASON-CODE           PIC X(02).
               05  DN-REASON-DESC           PIC X(20).
       01  DN-ENTRY-COUNT                   PIC 9(02)  VALUE 7.
