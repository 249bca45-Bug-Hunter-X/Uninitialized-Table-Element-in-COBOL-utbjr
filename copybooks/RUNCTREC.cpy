      *****************************************************************
      *  RUNCTREC.cpy
      *  Nightly run control record (RUNCTL), advanced once at the
      *  head of each night's stream by RUNSTART and only read by
      *  every other step: the business date being processed, the
      *  run sequence number of this night's run, and the business
      *  date of the run before it.  Producers stamp their carry-
      *  forward files with the date and sequence (GENSTAMP); each
      *  consumer expects its carried-in files to carry the prior
      *  business date and the run sequence one less than its own.
      *  Copy with REPLACING LEADING, as ITEMREC is copied, e.g.:
      *      COPY RUNCTREC REPLACING LEADING ==PFX-== BY ==RC-==.
      *****************************************************************
       15  PFX-BUSINESS-DATE           PIC 9(08).
       15  PFX-RUN-SEQ                 PIC 9(05).
       15  PFX-PRIOR-BUSINESS-DATE     PIC 9(08).
