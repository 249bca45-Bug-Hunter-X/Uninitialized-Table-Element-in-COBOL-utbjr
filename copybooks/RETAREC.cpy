      *****************************************************************
      *  RETAREC.cpy
      *  Retired-item archive record (RETHIST), written by ITMRETIR
      *  when an approved retirement raises the ITMMAINT delete and
      *  read by ITMINQ to answer for an item no longer on the
      *  master.  Keyed by item code: an item re-added and retired
      *  again replaces its earlier record.  The retired date is the
      *  business date of the run that raised the delete; the item
      *  image is the item as it stood on the snapshot then.  Copy
      *  with REPLACING LEADING, as ITEMREC is copied, e.g.:
      *      COPY RETAREC REPLACING LEADING ==PFX-== BY ==RA-==.
      *****************************************************************
       15  PFX-RET-ITEM-CODE           PIC X(10).
       15  PFX-RET-RETIRED-DATE        PIC 9(08).
       15  PFX-RET-RUN-SEQ             PIC 9(05).
       15  PFX-RET-INACTIVE-SINCE      PIC 9(08).
       15  PFX-RET-APPROVED-BY         PIC X(08).
       15  PFX-RET-ITEM-IMAGE          PIC X(50).
