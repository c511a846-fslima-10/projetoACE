      *****************************************************************
      *  BIJREC.CPY
      *  Before-image journal record.  Every nightly job that updates
      *  a master in place (SALEMST, RTNMST, STKMST, GIFTMST, CUSTMST,
      *  BILLPREV, and the POMST lines and GIFTBRK ledger entries the
      *  same jobs touch) hands each change to BIJLOG00 just before
      *  the WRITE or REWRITE, and BIJLOG00 appends one of these to
      *  the BIJRNL journal.  The record carries the job's RUNCTL job
      *  name and business date, the master and key changed, the
      *  record as it stood before the change (spaces for a record the
      *  job added) and as the job left it.  RUNBKO00 reads the
      *  journal back in reverse to undo a business date.  Images are
      *  the master's record laid left-justified and padded with
      *  spaces; the largest master (BILLPREV) takes 242 bytes.  The
      *  images carry binary fields (CUST-VISIT-COUNT), so BIJRNL is a
      *  fixed 552-byte SEQUENTIAL file, never LINE SEQUENTIAL.
      *  Operations starts a fresh BIJRNL generation each time the
      *  masters are backed up, since nothing older than the backup
      *  can be backed out.
      *****************************************************************
       01  BEFORE-IMAGE-JOURNAL.
           03  BJ-JOB-NAME                  PIC X(08).
           03  BJ-RUN-DATE                  PIC 9(08).
           03  BJ-WRITE-DATE                PIC 9(08).
           03  BJ-WRITE-TIME                PIC 9(08).
           03  BJ-MASTER-ID                 PIC X(08).
           03  BJ-ACTION                    PIC X(01).
               88  BJ-RECORD-ADDED                  VALUE 'A'.
               88  BJ-RECORD-CHANGED                VALUE 'C'.
           03  BJ-RECORD-KEY                PIC X(11).
           03  BJ-BEFORE-IMAGE              PIC X(250).
           03  BJ-AFTER-IMAGE               PIC X(250).
