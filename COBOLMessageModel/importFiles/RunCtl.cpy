      *  that dies leaves the record in-progress, which blocks its
      *  successor until the night is sorted out.  RUNBAL00 reads
      *  these records to prove the night's counts tie out.
      *  RUNBKO00 marks every record of a business date it has backed
      *  out; a rerun of the job for that date posts over the mark.
      *****************************************************************
       01  RUN-CONTROL-RECORD.
           03  RC-RUN-KEY.
               88  RC-RUN-IN-PROGRESS               VALUE 'I'.
               88  RC-RUN-CLEAN                     VALUE 'C'.
               88  RC-RUN-ABENDED                   VALUE 'A'.
               88  RC-RUN-BACKED-OUT                VALUE 'B'.
