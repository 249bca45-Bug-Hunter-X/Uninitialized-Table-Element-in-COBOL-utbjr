      *****************************************************************
      *  CTLTREC.cpy
      *  One recorded control total on the cumulative control-totals
      *  file (CTLTOTS).  ITMMAINT, SUSPRECY, ITMPROC, CHGARCH and
      *  ITMHIST each append one record per count they keep - in,
      *  out and rejected - under the RUNCTL business date and run
      *  sequence, with the amount hash total where the count has
      *  one and the step's own ending status and return code.
      *  FLOWBAL ties the steps' totals together for the night.  A
      *  rerun step appends again; the later record is the one that
      *  counts.  Copy with REPLACING LEADING, as ITEMREC is copied,
      *  e.g.:
      *      COPY CTLTREC REPLACING LEADING ==PFX-== BY ==CT-==.
      *****************************************************************
       15  PFX-BUSINESS-DATE           PIC 9(08).
       15  PFX-RUN-SEQ                 PIC 9(05).
       15  PFX-PROGRAM                 PIC X(08).
       15  PFX-TOTAL-ID                PIC X(12).
       15  PFX-COUNT                   PIC 9(09).
       15  PFX-AMOUNT                  PIC 9(13)V99.
       15  PFX-STEP-STATUS             PIC X(08).
       15  PFX-RETURN-CODE             PIC 9(04).
       15  PFX-RECORDED-TIME           PIC 9(08).
