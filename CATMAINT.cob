      *            category codes (or duplicate adds) go to a rejects
      *            file - the same shape as ITMMAINT, sized for the
      *            much smaller category population.
      *            A merge (M) retires one category into another: every
      *            item on ITEMMAST still carrying the retired code gets
      *            an ITMMAINT reclassify transaction on MRGTRAN, and
      *            the items moved are listed on CATMRGRP.  A delete of
      *            a category items still carry is refused.  Run with
      *            PREVIEW on the command line, nothing is written but
      *            CATMRGRP and CATREJ, to see what a merge would move.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATMAINT.
           SELECT REJECT-FILE ASSIGN TO "CATREJ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT PENDING-IN-FILE ASSIGN TO "PENDTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT ITEM-TRAN-FILE ASSIGN TO "MRGTRAN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT MERGE-REPORT-FILE ASSIGN TO "CATMRGRP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           05  TR-ACTION               PIC X(01).
           05  TR-CAT.
               COPY CATREC REPLACING LEADING ==PFX-== BY ==TR-==.
      *    Merge view: TR-CAT-CODE is the category being retired and
      *    the first two bytes of the description area carry the
      *    surviving category its items move into.
           05  TR-MERGE REDEFINES TR-CAT.
               10  FILLER              PIC X(02).
               10  TR-MERGE-INTO-CODE  PIC X(02).
               10  FILLER              PIC X(36).

       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REJ-REASON              PIC X(30).

       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           COPY ITEMREC REPLACING LEADING ==PFX-== BY ==IM-==.

      *    The ITMMAINT warehouse as last written (PENDOUT carried
      *    back as PENDTRAN) - read only, to list queued transactions
      *    that still carry a category being merged away.  The
      *    generation stamp record heading the file is skipped.
       FD  PENDING-IN-FILE.
       01  PENDING-IN-RECORD.
           05  PI-ACTION               PIC X(01).
           05  PI-ITEM.
               COPY ITEMREC REPLACING LEADING ==PFX-== BY ==PI-==.
           05  PI-ATTRIBUTION.
               COPY TRANATTR REPLACING LEADING ==PFX-== BY ==PI-==.
           05  FILLER                  PIC X(01).

      *    ITMMAINT transaction layout.  The job stream appends this
      *    file behind the day's ITEMTRAN, so the reclassifies land
      *    after any same-day change to the item.
       FD  ITEM-TRAN-FILE.
       01  ITEM-TRAN-RECORD.
           05  IT-ACTION               PIC X(01).
           05  IT-ITEM.
               COPY ITEMREC REPLACING LEADING ==PFX-== BY ==IT-==.
           05  IT-ATTRIBUTION.
               COPY TRANATTR REPLACING LEADING ==PFX-== BY ==IT-==.
           05  FILLER                  PIC X(01).

       FD  MERGE-REPORT-FILE.
       01  MERGE-REPORT-RECORD.
           05  MRG-SEQ                 PIC Z(4)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MRG-ITEM-CODE           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MRG-ITEM-DESC           PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MRG-OLD-CATEGORY        PIC X(02).
           05  MRG-ARROW               PIC X(04).
           05  MRG-NEW-CATEGORY        PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MRG-DISPOSITION         PIC X(08).
       01  MERGE-HEADING-RECORD.
           05  MRH-LABEL               PIC X(15).
           05  MRH-FROM-CODE           PIC X(02).
           05  MRH-INTO-LABEL          PIC X(06).
           05  MRH-INTO-CODE           PIC X(02).
           05  FILLER                  PIC X(30).
       01  MERGE-TOTAL-RECORD.
           05  MRT-LABEL               PIC X(24).
           05  MRT-COUNT               PIC Z(4)9.
           05  FILLER                  PIC X(26).

       WORKING-STORAGE SECTION.

       01  WS-AREA.
               10  WS-DELETE-SW        PIC X(01).
                   88  WS-ENTRY-DELETED        VALUE 'Y'.

      *    Code, description and category of every item on the current
      *    item master, for the in-use check on deletes and the item
      *    moves on merges.  A merge updates WS-ITEM-CATEGORY here as
      *    it goes, so a later delete of the retired code in the same
      *    run sees those items as already moved.
       01  WS-ITEM-AREA.
           05  WS-ITEM-COUNT           PIC 9(5) VALUE ZEROS.
           05  WS-ITEM-MAX-OCCURS      PIC 9(4) VALUE 9999.
           05  WS-ITEM-TABLE OCCURS 9999 TIMES
                       INDEXED BY WS-ITX.
               10  WS-ITEM-CODE        PIC X(10).
               10  WS-ITEM-DESC        PIC X(20).
               10  WS-ITEM-CATEGORY    PIC X(02).

       01  WS-PENDING-AREA.
           05  WS-PEND-COUNT           PIC 9(5) VALUE ZEROS.
           05  WS-PEND-MAX-OCCURS      PIC 9(4) VALUE 9999.
           05  WS-PEND-TABLE OCCURS 9999 TIMES
                       INDEXED BY WS-PDX.
               10  WS-PEND-ITEM-CODE   PIC X(10).
               10  WS-PEND-ITEM-DESC   PIC X(20).
               10  WS-PEND-CATEGORY    PIC X(02).

       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-MASTER-EOF               VALUE 'Y'.
               88  WS-CODE-NOT-FOUND           VALUE 'N'.
           05  WS-BOUNDS-EXCEEDED-SW   PIC X(01) VALUE 'N'.
               88  WS-BOUNDS-EXCEEDED          VALUE 'Y'.
           05  WS-TARGET-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-TARGET-FOUND             VALUE 'Y'.
               88  WS-TARGET-NOT-FOUND         VALUE 'N'.
           05  WS-ITEM-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-ITEM-EOF                 VALUE 'Y'.
      *    Without the item master there is no way to tell whether a
      *    category is still in use, so deletes and merges are
      *    refused for the run rather than applied blind.
           05  WS-ITEM-LOADED-SW       PIC X(01) VALUE 'N'.
               88  WS-ITEM-MASTER-LOADED       VALUE 'Y'.
           05  WS-PEND-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-PEND-EOF                 VALUE 'Y'.
           05  WS-RUN-MODE-SW          PIC X(01) VALUE 'U'.
               88  WS-PREVIEW-RUN              VALUE 'P'.
               88  WS-UPDATE-RUN               VALUE 'U'.

       01  WS-FILE-STATUS-FIELDS.
      *    The category master may legitimately not exist yet on the
      *    first-ever run - CATMAINT then builds it from adds alone.
           05  WS-CAT-FILE-STATUS      PIC X(02) VALUE '00'.
               88  WS-CAT-FILE-OK               VALUE '00'.
           05  WS-ITEM-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-ITEM-FILE-OK              VALUE '00'.
      *    No warehouse file just means nothing is queued.
           05  WS-PEND-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-PEND-FILE-OK              VALUE '00'.

       01  WS-COMMAND-LINE             PIC X(80) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-MASTER-IN-COUNT      PIC 9(3) VALUE ZEROS.
           05  WS-APPLIED-COUNT        PIC 9(5) VALUE ZEROS.
           05  WS-REJECT-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-OUTPUT-COUNT         PIC 9(3) VALUE ZEROS.
           05  WS-ITEM-IN-COUNT        PIC 9(5) VALUE ZEROS.
           05  WS-MERGE-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-MOVED-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-MERGE-MOVED-COUNT    PIC 9(5) VALUE ZEROS.
           05  WS-MERGE-PEND-COUNT     PIC 9(5) VALUE ZEROS.
           05  WS-ITEM-TRAN-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-REF-COUNT            PIC 9(5) VALUE ZEROS.
           05  WS-REF-COUNT-EDIT       PIC Z(4)9.

       01  WS-VALIDATION-CONTROL.
           05  WS-REJECT-REASON        PIC X(30).
           05  WS-SANITIZE-IDX         PIC 9(3) VALUE ZEROS.
           05  WS-SANITIZE-CHAR        PIC X(01).
           05  WS-COMMA-COUNT          PIC 9(3) VALUE ZEROS.
           05  WS-TARGET-IDX           PIC 9(4) VALUE ZEROS.

       01  WS-LOG-FIELDS.
           05  WS-LOG-TAG              PIC X(07).
           PERFORM 1000-INITIALIZE
           IF NOT WS-BOUNDS-EXCEEDED
               PERFORM 2000-APPLY-TRANSACTIONS
               IF WS-UPDATE-RUN
                   PERFORM 3000-WRITE-NEW-MASTER
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
      *    A preview run opens none of the update outputs - the job
      *    stream must not find a NEWCAT or MRGTRAN from it to copy.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE (1:7) = 'PREVIEW'
               SET WS-PREVIEW-RUN TO TRUE
               DISPLAY 'CATMAINT: PREVIEW RUN - NO MASTER, LOG OR '
                   'ITEM TRANSACTIONS WRITTEN' UPON CONSOLE
           END-IF
           OPEN INPUT TRAN-FILE
           IF WS-UPDATE-RUN
               OPEN OUTPUT NEW-MASTER-FILE
               OPEN OUTPUT CHANGE-LOG-FILE
               OPEN OUTPUT ITEM-TRAN-FILE
           END-IF
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT MERGE-REPORT-FILE
           PERFORM 1100-LOAD-CURRENT-MASTER
           IF NOT WS-BOUNDS-EXCEEDED
               PERFORM 1200-LOAD-ITEM-MASTER
           END-IF
           IF NOT WS-BOUNDS-EXCEEDED
               PERFORM 1300-LOAD-PENDING-TRANS
           END-IF.

       1100-LOAD-CURRENT-MASTER.
      *    Reads the current category master into WS-TABLE so the
           MOVE CATEGORY-MASTER-RECORD TO WS-CAT (WS-IDX)
           MOVE 'N' TO WS-DELETE-SW (WS-IDX).

       1200-LOAD-ITEM-MASTER.
      *    Loads code, description and category from the current item
      *    master (the HDR/TRL control records skipped, as ITMMAINT
      *    1100 does).  A missing master leaves deletes and merges
      *    refused; a master too big for the table is fatal like the
      *    category overflow above, since an in-use check against a
      *    partial master could clear a category still in use.
           OPEN INPUT ITEM-MASTER-FILE
           IF WS-ITEM-FILE-OK
               PERFORM UNTIL WS-ITEM-EOF
                          OR WS-ITEM-COUNT >= WS-ITEM-MAX-OCCURS
                   READ ITEM-MASTER-FILE
                       AT END
                           SET WS-ITEM-EOF TO TRUE
                       NOT AT END
                           IF ITEM-MASTER-RECORD (1:3) = 'HDR'
                            OR ITEM-MASTER-RECORD (1:3) = 'TRL'
                               CONTINUE
                           ELSE
                               ADD 1 TO WS-ITEM-COUNT
                               SET WS-ITX TO WS-ITEM-COUNT
                               MOVE IM-ITEM-CODE
                                   TO WS-ITEM-CODE (WS-ITX)
                               MOVE IM-ITEM-DESC
                                   TO WS-ITEM-DESC (WS-ITX)
                               MOVE IM-ITEM-CATEGORY
                                   TO WS-ITEM-CATEGORY (WS-ITX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-MASTER-FILE
               MOVE WS-ITEM-COUNT TO WS-ITEM-IN-COUNT
               IF WS-ITEM-EOF
                   SET WS-ITEM-MASTER-LOADED TO TRUE
               ELSE
                   DISPLAY 'CATMAINT: ITEM MASTER FILE HAS MORE '
                       'RECORDS THAN WS-ITEM-TABLE CAPACITY OF '
                       WS-ITEM-MAX-OCCURS ' - RUN ABANDONED'
                       UPON CONSOLE
                   SET WS-BOUNDS-EXCEEDED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'CATMAINT: ITEM MASTER NOT AVAILABLE - STATUS '
                   WS-ITEM-FILE-STATUS
                   ' - DELETES AND MERGES WILL BE REJECTED'
                   UPON CONSOLE
               MOVE 04 TO RETURN-CODE
           END-IF.

       1300-LOAD-PENDING-TRANS.
      *    Keeps code, description and category of each warehoused
      *    transaction.  Only listed on the merge report - a queued
      *    full-image change still carrying a retired category will
      *    put it back when it releases, and has to be re-keyed.
      *    Anything past the table is simply not listed.
           OPEN INPUT PENDING-IN-FILE
           IF WS-PEND-FILE-OK
               PERFORM UNTIL WS-PEND-EOF
                   READ PENDING-IN-FILE
                       AT END
                           SET WS-PEND-EOF TO TRUE
                       NOT AT END
                           IF WS-PEND-COUNT < WS-PEND-MAX-OCCURS
                            AND PENDING-IN-RECORD (1:3) NOT = 'HDR'
                               ADD 1 TO WS-PEND-COUNT
                               SET WS-PDX TO WS-PEND-COUNT
                               MOVE PI-ITEM-CODE
                                   TO WS-PEND-ITEM-CODE (WS-PDX)
                               MOVE PI-ITEM-DESC
                                   TO WS-PEND-ITEM-DESC (WS-PDX)
                               MOVE PI-ITEM-CATEGORY
                                   TO WS-PEND-CATEGORY (WS-PDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-IN-FILE
           END-IF.

       2000-APPLY-TRANSACTIONS.
           PERFORM UNTIL WS-TRAN-EOF
               READ TRAN-FILE
                               PERFORM 2300-APPLY-CHANGE
                           WHEN 'D'
                               PERFORM 2400-APPLY-DELETE
                           WHEN 'M'
                               PERFORM 2500-APPLY-MERGE
                           WHEN OTHER
                               MOVE 'INVALID ACTION CODE'
                                   TO WS-REJECT-REASON
               END-IF
           END-PERFORM.

       2120-LOCATE-MERGE-TARGET.
      *    Same scan as 2110 for the merge's surviving category; on
      *    exit WS-TARGET-FOUND says whether it is live on the master.
           SET WS-TARGET-NOT-FOUND TO TRUE
           PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
                   UNTIL WS-TARGET-FOUND
                      OR WS-TARGET-IDX > WS-COUNT
               IF WS-CAT-CODE (WS-TARGET-IDX) = TR-MERGE-INTO-CODE
                  AND NOT WS-ENTRY-DELETED (WS-TARGET-IDX)
                   SET WS-TARGET-FOUND TO TRUE
               END-IF
           END-PERFORM.

       2130-COUNT-CATEGORY-ITEMS.
      *    Number of items on the loaded item master still carrying
      *    TR-CAT-CODE, into WS-REF-COUNT.
           MOVE ZEROS TO WS-REF-COUNT
           PERFORM VARYING WS-ITX FROM 1 BY 1
                   UNTIL WS-ITX > WS-ITEM-COUNT
               IF WS-ITEM-CATEGORY (WS-ITX) = TR-CAT-CODE
                   ADD 1 TO WS-REF-COUNT
               END-IF
           END-PERFORM.

       2200-APPLY-ADD.
           PERFORM 2110-LOCATE-CATEGORY-CODE
           IF WS-CODE-FOUND
           END-IF.

       2400-APPLY-DELETE.
      *    A category still carried by items on the item master is
      *    refused, with the count in the reject reason - deleting it
      *    would suspend every one of them on the next ITMPROC load
      *    with 'CATEGORY NOT ON MASTER'.  Retire a category in use
      *    with a merge (M) instead, which moves the items first.
           PERFORM 2110-LOCATE-CATEGORY-CODE
           IF WS-CODE-NOT-FOUND
               MOVE 'CATEGORY NOT ON MASTER' TO WS-REJECT-REASON
               PERFORM 2700-WRITE-REJECT-RECORD
           ELSE
               IF NOT WS-ITEM-MASTER-LOADED
                   MOVE 'ITEM MASTER NOT AVAILABLE' TO WS-REJECT-REASON
                   PERFORM 2700-WRITE-REJECT-RECORD
               ELSE
                   PERFORM 2130-COUNT-CATEGORY-ITEMS
                   IF WS-REF-COUNT > 0
                       MOVE WS-REF-COUNT TO WS-REF-COUNT-EDIT
                       MOVE 'CATEGORY IN USE BY       ITEMS'
                           TO WS-REJECT-REASON
                       MOVE WS-REF-COUNT-EDIT
                           TO WS-REJECT-REASON (20:5)
                       PERFORM 2700-WRITE-REJECT-RECORD
                   ELSE
                       PERFORM 2410-DELETE-CATEGORY-ENTRY
                   END-IF
               END-IF
           END-IF.

       2410-DELETE-CATEGORY-ENTRY.
      *    WS-IDX points at the entry; a delete logs a blank AFTER.
           MOVE 'BEFORE ' TO WS-LOG-TAG
           MOVE WS-CAT (WS-IDX) TO WS-LOG-CAT
           PERFORM 2600-WRITE-CHANGE-LOG
           SET WS-ENTRY-DELETED (WS-IDX) TO TRUE
           MOVE 'AFTER  ' TO WS-LOG-TAG
           MOVE SPACES TO WS-LOG-CAT
           PERFORM 2600-WRITE-CHANGE-LOG
           ADD 1 TO WS-APPLIED-COUNT.

       2500-APPLY-MERGE.
      *    Retires TR-CAT-CODE into TR-MERGE-INTO-CODE.  Every item
      *    on the item master carrying the retired code is moved
      *    (2510) and listed on CATMRGRP, warehoused transactions
      *    still carrying it are listed for re-keying (2520), then
      *    the retired category is deleted as 2410 would, logged
      *    under action M.  Both categories must be live on the
      *    master and must differ.
           IF TR-MERGE-INTO-CODE = SPACES
               MOVE 'MISSING MERGE TARGET CATEGORY' TO WS-REJECT-REASON
               PERFORM 2700-WRITE-REJECT-RECORD
           ELSE
               IF TR-MERGE-INTO-CODE = TR-CAT-CODE
                   MOVE 'MERGE TARGET SAME AS CATEGORY'
                       TO WS-REJECT-REASON
                   PERFORM 2700-WRITE-REJECT-RECORD
               ELSE
                   PERFORM 2110-LOCATE-CATEGORY-CODE
                   PERFORM 2120-LOCATE-MERGE-TARGET
                   EVALUATE TRUE
                       WHEN WS-CODE-NOT-FOUND
                           MOVE 'CATEGORY NOT ON MASTER'
                               TO WS-REJECT-REASON
                           PERFORM 2700-WRITE-REJECT-RECORD
                       WHEN WS-TARGET-NOT-FOUND
                           MOVE 'MERGE TARGET NOT ON MASTER'
                               TO WS-REJECT-REASON
                           PERFORM 2700-WRITE-REJECT-RECORD
                       WHEN NOT WS-ITEM-MASTER-LOADED
                           MOVE 'ITEM MASTER NOT AVAILABLE'
                               TO WS-REJECT-REASON
                           PERFORM 2700-WRITE-REJECT-RECORD
                       WHEN OTHER
                           PERFORM 2505-MERGE-CATEGORY
                   END-EVALUATE
               END-IF
           END-IF.

       2505-MERGE-CATEGORY.
           ADD 1 TO WS-MERGE-COUNT
           MOVE ZEROS TO WS-MERGE-MOVED-COUNT
           MOVE ZEROS TO WS-MERGE-PEND-COUNT
           MOVE SPACES TO MERGE-HEADING-RECORD
           MOVE 'MERGE CATEGORY ' TO MRH-LABEL
           MOVE TR-CAT-CODE TO MRH-FROM-CODE
           MOVE ' INTO ' TO MRH-INTO-LABEL
           MOVE TR-MERGE-INTO-CODE TO MRH-INTO-CODE
           WRITE MERGE-HEADING-RECORD
           PERFORM VARYING WS-ITX FROM 1 BY 1
                   UNTIL WS-ITX > WS-ITEM-COUNT
               IF WS-ITEM-CATEGORY (WS-ITX) = TR-CAT-CODE
                   PERFORM 2510-MOVE-ONE-ITEM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PDX FROM 1 BY 1
                   UNTIL WS-PDX > WS-PEND-COUNT
               IF WS-PEND-CATEGORY (WS-PDX) = TR-CAT-CODE
                   PERFORM 2520-LIST-PENDING-TRAN
               END-IF
           END-PERFORM
           MOVE SPACES TO MERGE-TOTAL-RECORD
           MOVE '  ITEMS MOVED          :' TO MRT-LABEL
           MOVE WS-MERGE-MOVED-COUNT TO MRT-COUNT
           WRITE MERGE-TOTAL-RECORD
           MOVE SPACES TO MERGE-TOTAL-RECORD
           MOVE '  PENDING TO RE-KEY    :' TO MRT-LABEL
           MOVE WS-MERGE-PEND-COUNT TO MRT-COUNT
           WRITE MERGE-TOTAL-RECORD
           PERFORM 2410-DELETE-CATEGORY-ENTRY.

       2510-MOVE-ONE-ITEM.
      *    One reclassify transaction per item: only the code and the
      *    new category are filled in - ITMMAINT 2500 replaces just
      *    the category, and the blank effective date applies it on
      *    the run it arrives.  Attributed to this program, with the
      *    merge itself as the reference, e.g. 'MERGE 07>03'.
           ADD 1 TO WS-MERGE-MOVED-COUNT
           ADD 1 TO WS-MOVED-COUNT
           MOVE SPACES TO MERGE-REPORT-RECORD
           MOVE WS-MERGE-MOVED-COUNT TO MRG-SEQ
           MOVE WS-ITEM-CODE (WS-ITX) TO MRG-ITEM-CODE
           MOVE WS-ITEM-DESC (WS-ITX) TO MRG-ITEM-DESC
           MOVE TR-CAT-CODE TO MRG-OLD-CATEGORY
           MOVE ' -> ' TO MRG-ARROW
           MOVE TR-MERGE-INTO-CODE TO MRG-NEW-CATEGORY
           IF WS-UPDATE-RUN
               MOVE SPACES TO ITEM-TRAN-RECORD
               MOVE 'R' TO IT-ACTION
               MOVE WS-ITEM-CODE (WS-ITX) TO IT-ITEM-CODE
               MOVE TR-MERGE-INTO-CODE TO IT-ITEM-CATEGORY
               MOVE 'CATMAINT' TO IT-OPERATOR-ID
               MOVE 'CATMAINT' TO IT-SOURCE-SYSTEM
               STRING 'MERGE ' TR-CAT-CODE '>' TR-MERGE-INTO-CODE
                   DELIMITED BY SIZE INTO IT-REFERENCE-NO
               END-STRING
               WRITE ITEM-TRAN-RECORD
               ADD 1 TO WS-ITEM-TRAN-COUNT
               MOVE 'MOVED   ' TO MRG-DISPOSITION
           ELSE
               MOVE 'PREVIEW ' TO MRG-DISPOSITION
           END-IF
           WRITE MERGE-REPORT-RECORD
           MOVE TR-MERGE-INTO-CODE TO WS-ITEM-CATEGORY (WS-ITX).

       2520-LIST-PENDING-TRAN.
           ADD 1 TO WS-MERGE-PEND-COUNT
           MOVE SPACES TO MERGE-REPORT-RECORD
           MOVE WS-MERGE-PEND-COUNT TO MRG-SEQ
           MOVE WS-PEND-ITEM-CODE (WS-PDX) TO MRG-ITEM-CODE
           MOVE WS-PEND-ITEM-DESC (WS-PDX) TO MRG-ITEM-DESC
           MOVE TR-CAT-CODE TO MRG-OLD-CATEGORY
           MOVE ' -> ' TO MRG-ARROW
           MOVE TR-MERGE-INTO-CODE TO MRG-NEW-CATEGORY
           MOVE 'PENDING ' TO MRG-DISPOSITION
           WRITE MERGE-REPORT-RECORD.

       2600-WRITE-CHANGE-LOG.
      *    One BEFORE line and one AFTER line per applied transaction,
      *    each carrying the full category image - an add logs a
      *    blank BEFORE image, a delete logs a blank AFTER image.
      *    A preview run has no change log open.
           IF WS-UPDATE-RUN
               MOVE SPACES TO CHANGE-LOG-RECORD
               MOVE WS-TRAN-COUNT TO CHG-SEQ
               MOVE TR-ACTION TO CHG-ACTION
               MOVE WS-LOG-TAG TO CHG-TAG
               MOVE WS-LOG-CAT TO CHG-CAT
               WRITE CHANGE-LOG-RECORD
           END-IF.

       2700-WRITE-REJECT-RECORD.
      *    A transaction rejected for a disallowed character still
           END-PERFORM.

       9000-TERMINATE.
           IF WS-UPDATE-RUN
               CLOSE NEW-MASTER-FILE
               CLOSE CHANGE-LOG-FILE
               CLOSE ITEM-TRAN-FILE
           END-IF
           CLOSE REJECT-FILE
           CLOSE MERGE-REPORT-FILE
           DISPLAY 'CATMAINT MAINTENANCE TOTALS' UPON CONSOLE
           DISPLAY '  MASTER RECORDS IN   : ' WS-MASTER-IN-COUNT
               UPON CONSOLE
           DISPLAY '  TRANSACTIONS REJECT : ' WS-REJECT-COUNT
               UPON CONSOLE
           DISPLAY '  MASTER RECORDS OUT  : ' WS-OUTPUT-COUNT
               UPON CONSOLE
           DISPLAY '  ITEM MASTER RECORDS : ' WS-ITEM-IN-COUNT
               UPON CONSOLE
           DISPLAY '  CATEGORIES MERGED   : ' WS-MERGE-COUNT
               UPON CONSOLE
           DISPLAY '  ITEMS MOVED         : ' WS-MOVED-COUNT
               UPON CONSOLE
           DISPLAY '  ITEM TRANS WRITTEN  : ' WS-ITEM-TRAN-COUNT
               UPON CONSOLE.
