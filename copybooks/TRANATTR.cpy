      *****************************************************************
      *  TRANATTR.cpy
      *  Attribution carried by every ITMMAINT transaction and kept
      *  with it through the change log (CHGLOG) and the change
      *  history archive (CHGAREC): who asked for the change, which
      *  system or feed it came from, and the ticket or batch
      *  reference it was raised under.  Copy with REPLACING LEADING,
      *  as ITEMREC is copied, e.g.:
      *      COPY TRANATTR REPLACING LEADING ==PFX-== BY ==TR-==.
      *  ITMMAINT rejects a transaction with no operator ID or no
      *  source system; the reference may be blank.
      *****************************************************************
       15  PFX-OPERATOR-ID             PIC X(08).
       15  PFX-SOURCE-SYSTEM           PIC X(08).
       15  PFX-REFERENCE-NO            PIC X(12).
