      *****************************************************************
      *  BIJLOG.CPY
      *  Parameter area for the BIJLOG00 before-image journal
      *  subprogram.  A job sets BL-JOB-NAME and BL-RUN-DATE once
      *  (the RUNLOG00 job name and RL-RUN-DATE), then for each master
      *  record it is about to write or rewrite fills in the master
      *  id, the action, the key and both images and calls with
      *  BL-FUNC-WRITE.  It calls once more with BL-FUNC-CLOSE when
      *  it finishes.  See BIJREC.CPY for how the fields are kept.
      *****************************************************************
       01  BIJ-LOG-PARMS.
           03  BL-FUNCTION                  PIC X(01).
               88  BL-FUNC-WRITE                    VALUE 'W'.
               88  BL-FUNC-CLOSE                    VALUE 'C'.
           03  BL-JOB-NAME                  PIC X(08).
           03  BL-RUN-DATE                  PIC 9(08).
           03  BL-MASTER-ID                 PIC X(08).
           03  BL-ACTION                    PIC X(01).
               88  BL-RECORD-ADDED                  VALUE 'A'.
               88  BL-RECORD-CHANGED                VALUE 'C'.
           03  BL-RECORD-KEY                PIC X(11).
           03  BL-BEFORE-IMAGE              PIC X(250).
           03  BL-AFTER-IMAGE               PIC X(250).
