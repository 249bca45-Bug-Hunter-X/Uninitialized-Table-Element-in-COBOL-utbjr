      *  The key orders the archive by item code, then run date, then
      *  transaction sequence within the run; PFX-ARC-IMAGE-SEQ keeps
      *  the BEFORE image (1) ahead of the AFTER image (2) of the
      *  same transaction.  Both images of a transaction carry the
      *  operator, source system and reference (TRANATTR) it was
      *  submitted under.
      *****************************************************************
       15  PFX-ARC-KEY.
           20  PFX-ARC-ITEM-CODE       PIC X(10).
       15  PFX-ARC-ACTION              PIC X(01).
       15  PFX-ARC-TAG                 PIC X(07).
       15  PFX-ARC-ITEM-IMAGE          PIC X(50).
       15  PFX-ARC-OPERATOR-ID         PIC X(08).
       15  PFX-ARC-SOURCE-SYSTEM       PIC X(08).
       15  PFX-ARC-REFERENCE-NO        PIC X(12).
