      *****************************************************************
      *  BKOCTL.CPY
      *  Single-record control file for the business-date backout
      *  (RUNBKO00), keyed by hand the same way RUNDATE and CLSCTL
      *  are: the business date whose nightly postings are to be
      *  undone (the date the bad night ran under, which after a
      *  mis-keyed RUNDATE is the wrong date, not the intended one)
      *  and the operator requesting it, printed on the report.
      *****************************************************************
       01  BACKOUT-CONTROL.
           03  BC-BACKOUT-DATE              PIC 9(08).
           03  BC-OPERATOR-ID               PIC X(08).
