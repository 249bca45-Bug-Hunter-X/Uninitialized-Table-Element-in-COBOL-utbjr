      *****************************************************************
      *  GENSTAMP.cpy
      *  Generation stamp carried as the first record of every
      *  carry-forward file the job stream copies into place for the
      *  next run (NEWMAST, PENDOUT, SNAPCURR, HOLDOUT, SUSPFWD,
      *  HISTOUT): the business date and run sequence (RUNCTREC) of
      *  the run that wrote the file, and which file it is.  The
      *  consuming program compares it with the run control record
      *  to prove it was handed the immediately preceding generation
      *  and not a stale or doubly-copied one.  Same shape as the
      *  NEWMAST HDR control record - 'HDR' then the date - so every
      *  reader skips it the way readers of ITEMMAST already skip
      *  the HDR/TRL records.  Copy with REPLACING LEADING, as ITEMREC
      *  is copied, e.g.:
      *      COPY GENSTAMP REPLACING LEADING ==PFX-== BY ==WS-GEN-==.
      *****************************************************************
       15  PFX-STAMP-TYPE              PIC X(03).
       15  PFX-STAMP-BUSINESS-DATE     PIC 9(08).
       15  PFX-STAMP-RUN-SEQ           PIC 9(05).
       15  PFX-STAMP-FILE-ID           PIC X(08).
