      ******************************************************************
      *  PROGRAM:  ITMRETIR
      *  PURPOSE:  Retirement of long-inactive items.  Items ITMPROC
      *            2220-DEACTIVATE-ITEM has marked 'I' otherwise stay
      *            on ITEMMAST for good, holding table slots against
      *            PARM-MAX-ENTRIES and cluttering every listing and
      *            extract.  Run after ITMPROC, this step takes the
      *            inactive items from tonight's snapshot (SNAPCURR)
      *            and dates the start of each one's current spell of
      *            inactivity from the run-stamped item history
      *            (ITEMHIST): an item inactive for more than the
      *            RETPARM number of days is a retirement candidate,
      *            unless it still has a transaction waiting on
      *            PENDOUT, an open amount hold on HOLDOUT, or a
      *            record in suspense (SUSPENSE or SUSPPREV) - those
      *            are listed as skipped.  Every candidate appears on
      *            the RETRPT review list.  Candidates approved on the
      *            RETAPPR approval file, still eligible tonight, get
      *            an ITMMAINT delete transaction on RETTRAN (the job
      *            stream appends it behind the next ITEMTRAN, as it
      *            does MRGTRAN) attributed to the approver, and are
      *            archived to the keyed retired-item file (RETHIST,
      *            RETAREC layout) that ITMINQ answers from once the
      *            item has left the master.  Approvals that cannot
      *            be acted on are listed with the reason.
      *            Return codes: 04 approvals not acted on or a
      *            blocking file unavailable, 12 RUNCTL, SNAPCURR or
      *            ITEMHIST unavailable (nothing is selected) or the
      *            archive unavailable (no approval is acted on).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMRETIR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "RETPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPCURR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.

           SELECT ITEM-HISTORY-FILE ASSIGN TO "ITEMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT PENDING-OUT-FILE ASSIGN TO "PENDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT HOLD-OUT-FILE ASSIGN TO "HOLDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT PRIOR-SUSPENSE-FILE ASSIGN TO "SUSPPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREV-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "RETAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-FILE-STATUS.

           SELECT RETIRED-ARCHIVE-FILE ASSIGN TO "RETHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RA-RET-ITEM-CODE
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT RETIRE-TRAN-FILE ASSIGN TO "RETTRAN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REVIEW-REPORT-FILE ASSIGN TO "RETRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Days an item must have been inactive before it is put up
      *    for retirement; the compiled-in default stands when the
      *    file is absent.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-RETIRE-DAYS        PIC 9(5).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTREC REPLACING LEADING ==PFX-== BY ==RC-==.

      *    Layout written by ITMPROC (SNAPSHOT-RECORD); the
      *    generation stamp record heading it is skipped.
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           COPY ITEMREC REPLACING LEADING ==PFX-== BY ==SNP-==.

      *    Layout written by ITMPROC 3700-WRITE-ITEM-HISTORY.  The
      *    carry-forward files read here (ITEMHIST, PENDOUT, HOLDOUT,
      *    SUSPPREV) each start with a generation stamp record ('HDR'
      *    in the first three bytes), which is never matched.
       FD  ITEM-HISTORY-FILE.
       01  ITEM-HISTORY-RECORD.
           05  HIST-RUN-DATE            PIC 9(08).
           05  FILLER                   PIC X(01).
           05  HIST-ITEM.
               COPY ITEMREC REPLACING LEADING ==PFX-== BY ==HIST-==.

      *    The ITMMAINT transaction layout, as warehoused on PENDOUT.
       FD  PENDING-OUT-FILE.
       01  PENDING-OUT-RECORD.
           05  PO-ACTION                PIC X(01).
           05  PO-ITEM.
               COPY ITEMREC REPLACING LEADING ==PFX-== BY ==PO-==.
           05  PO-ATTRIBUTION.
               COPY TRANATTR REPLACING LEADING ==PFX-== BY ==PO-==.
           05  FILLER                   PIC X(01).

      *    Layout written by ITMPROC (HOLD-OUT-RECORD).
       FD  HOLD-OUT-FILE.
       01  HOLD-OUT-RECORD.
           05  HO-ITEM-CODE             PIC X(10).
           05  FILLER                   PIC X(01).
           05  HO-OLD-AMOUNT            PIC 9(7)V99.
           05  FILLER                   PIC X(01).
           05  HO-NEW-AMOUNT            PIC 9(7)V99.
           05  FILLER                   PIC X(01).
           05  HO-FIRST-DATE            PIC 9(08).

      *    Layout written by ITMPROC 1140-WRITE-SUSPENSE-RECORD; the
      *    carried-forward SUSPPREV has the same 96-byte layout.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05  SUSP-SEQ                 PIC X(05).
           05  FILLER                   PIC X(01).
           05  SUSP-ITEM.
               COPY ITEMREC REPLACING LEADING ==PFX-== BY ==SUSP-==.
           05  FILLER                   PIC X(01).
           05  SUSP-REASON              PIC X(30).
           05  FILLER                   PIC X(01).
           05  SUSP-DATE                PIC 9(08).

       FD  PRIOR-SUSPENSE-FILE.
       01  PRIOR-SUSPENSE-RECORD.
           05  PSUSP-SEQ                PIC X(05).
           05  FILLER                   PIC X(01).
           05  PSUSP-ITEM.
               COPY ITEMREC REPLACING LEADING ==PFX-== BY ==PSUSP-==.
           05  FILLER                   PIC X(01).
           05  PSUSP-REASON             PIC X(30).
           05  FILLER                   PIC X(01).
           05  PSUSP-DATE               PIC 9(08).

      *    One approval per item to retire, naming who approved it -
      *    the approver becomes the operator on the delete, and
      *    ITMMAINT rejects an unattributed transaction.
       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           05  APPR-ITEM-CODE           PIC X(10).
           05  FILLER                   PIC X(01).
           05  APPR-APPROVED-BY         PIC X(08).

       FD  RETIRED-ARCHIVE-FILE.
       01  RETIRED-ARCHIVE-RECORD.
           COPY RETAREC REPLACING LEADING ==PFX-== BY ==RA-==.

      *    ITMMAINT transaction layout.
       FD  RETIRE-TRAN-FILE.
       01  RETIRE-TRAN-RECORD.
           05  RT-ACTION               PIC X(01).
           05  RT-ITEM.
               COPY ITEMREC REPLACING LEADING ==PFX-== BY ==RT-==.
           05  RT-ATTRIBUTION.
               COPY TRANATTR REPLACING LEADING ==PFX-== BY ==RT-==.
           05  RT-TIMING-SW            PIC X(01).

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-LINE          PIC X(132).
       01  REVIEW-DETAIL-RECORD.
           05  RVD-ITEM-CODE           PIC X(10).
           05  FILLER                  PIC X(01).
           05  RVD-ITEM-DESC           PIC X(20).
           05  FILLER                  PIC X(01).
           05  RVD-ITEM-STATUS         PIC X(01).
           05  FILLER                  PIC X(01).
           05  RVD-ITEM-AMOUNT         PIC Z(6)9.99.
           05  FILLER                  PIC X(01).
           05  RVD-ITEM-EFF-DATE       PIC X(08).
           05  FILLER                  PIC X(01).
           05  RVD-INACTIVE-SINCE      PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RVD-DAYS-INACTIVE       PIC Z(4)9.
           05  FILLER                  PIC X(01).
           05  RVD-DISPOSITION         PIC X(40).
           05  FILLER                  PIC X(22).
       01  REVIEW-APPROVAL-RECORD.
           05  RVA-ITEM-CODE           PIC X(10).
           05  FILLER                  PIC X(01).
           05  RVA-APPROVED-BY         PIC X(08).
           05  FILLER                  PIC X(01).
           05  RVA-REASON              PIC X(40).
           05  FILLER                  PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-RUN-CONTROL.
           COPY RUNCTREC REPLACING LEADING ==PFX-== BY ==CTL-==.

       01  WS-SWITCHES.
           05  WS-SELECTION-OK-SW      PIC X(01) VALUE 'Y'.
               88  WS-SELECTION-OK              VALUE 'Y'.
               88  WS-SELECTION-FAILED          VALUE 'N'.
           05  WS-APPROVALS-SW         PIC X(01) VALUE 'N'.
               88  WS-APPROVALS-PRESENT         VALUE 'Y'.
           05  WS-ARCH-OPEN-SW         PIC X(01) VALUE 'N'.
               88  WS-ARCH-OPEN                 VALUE 'Y'.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
           05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
               88  WS-CODE-FOUND                VALUE 'Y'.
               88  WS-CODE-NOT-FOUND            VALUE 'N'.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-PARM-FILE-OK              VALUE '00'.
           05  WS-RUNCTL-FILE-STATUS   PIC X(02) VALUE '00'.
               88  WS-RUNCTL-FILE-OK            VALUE '00'.
           05  WS-SNAP-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-SNAP-FILE-OK              VALUE '00'.
           05  WS-HIST-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-HIST-FILE-OK              VALUE '00'.
           05  WS-PEND-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-PEND-FILE-OK              VALUE '00'.
           05  WS-HOLD-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-HOLD-FILE-OK              VALUE '00'.
           05  WS-SUSP-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-SUSP-FILE-OK              VALUE '00'.
           05  WS-PREV-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-PREV-FILE-OK              VALUE '00'.
           05  WS-APPR-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-APPR-FILE-OK              VALUE '00'.
           05  WS-ARCH-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-ARCH-FILE-OK              VALUE '00'.

       01  WS-RETIRE-CONTROL.
           05  WS-RETIRE-DAYS          PIC 9(5) VALUE 365.
           05  WS-BUSINESS-DATE-INT    PIC 9(8) VALUE ZEROS.
           05  WS-LOOKUP-CODE          PIC X(10).
           05  WS-BLOCK-REASON         PIC X(40).
           05  WS-APPROVAL-REASON      PIC X(40).
           05  WS-TRAN-REFERENCE       PIC X(12).

       01  WS-COUNTERS.
           05  WS-SNAP-READ-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-HIST-READ-COUNT      PIC 9(9) VALUE ZEROS.
           05  WS-NO-HISTORY-COUNT     PIC 9(5) VALUE ZEROS.
           05  WS-TOO-RECENT-COUNT     PIC 9(5) VALUE ZEROS.
           05  WS-CANDIDATE-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-SKIPPED-COUNT        PIC 9(5) VALUE ZEROS.
           05  WS-APPROVAL-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-RETIRED-COUNT        PIC 9(5) VALUE ZEROS.
           05  WS-NOT-ACTED-COUNT      PIC 9(5) VALUE ZEROS.

      *    Tonight's inactive items, in item code order (sorted in
      *    1200) so every other file locates its entry by binary
      *    search in 1900.  IT-SINCE-DATE is the run date opening
      *    the item's current unbroken spell of 'I' on ITEMHIST;
      *    zero means the history shows no such spell.
       01  WS-ITEM-AREA.
           05  WS-ITEM-COUNT           PIC 9(5) VALUE ZEROS.
           05  WS-ITEM-MAX-OCCURS      PIC 9(4) VALUE 9999.
           05  WS-ITEM-ENTRY OCCURS 9999 TIMES
                       INDEXED BY WS-IDX.
               10  WS-ITEM.
                   COPY ITEMREC REPLACING LEADING ==PFX-== BY ==IT-==.
               10  IT-SINCE-DATE       PIC 9(08).
               10  IT-DAYS-INACTIVE    PIC 9(05).
               10  IT-ELIGIBLE-SW      PIC X(01).
                   88  IT-ELIGIBLE             VALUE 'Y'.
               10  IT-BLOCK-REASON     PIC X(40).
               10  IT-APPROVED-BY      PIC X(08).
               10  IT-APPROVED-SW      PIC X(01).
                   88  IT-APPROVED             VALUE 'Y'.

       01  WS-SORT-FIELDS.
           05  WS-SORT-I               PIC 9(5) VALUE ZEROS.
           05  WS-SORT-J               PIC 9(5) VALUE ZEROS.
           05  WS-BIN-LO               PIC 9(5) VALUE ZEROS.
           05  WS-BIN-HI               PIC 9(5) VALUE ZEROS.
           05  WS-BIN-MID              PIC 9(5) VALUE ZEROS.
           05  WS-SWAP-ENTRY.
               10  WS-SWAP-ITEM.
                   COPY ITEMREC REPLACING LEADING ==PFX-==
                       BY ==SWAP-==.
               10  FILLER              PIC X(63).

      *    Approvals that could not be acted on, listed after the
      *    review list.
       01  WS-NOT-ACTED-AREA.
           05  WS-NA-COUNT             PIC 9(3) VALUE ZEROS.
           05  WS-NA-MAX-OCCURS        PIC 9(3) VALUE 500.
           05  WS-NA-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-NAX.
               10  WS-NA-ITEM-CODE     PIC X(10).
               10  WS-NA-APPROVED-BY   PIC X(08).
               10  WS-NA-REASON        PIC X(40).

       01  WS-DISPLAY-FIELDS.
           05  WS-DAYS-EDITED          PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-SELECTION-OK
               PERFORM 2000-PROCESS-APPROVALS
           END-IF
           PERFORM 3000-WRITE-REVIEW-LIST
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
      *    Selection needs the run control record, tonight's snapshot
      *    and the item history; without any one of them nothing is
      *    selected and only an empty review list and RETTRAN are
      *    written.
           PERFORM 1010-READ-PARAMETERS
           PERFORM 1020-READ-RUN-CONTROL
           IF WS-SELECTION-OK
               PERFORM 1100-LOAD-INACTIVE-ITEMS
           END-IF
           IF WS-SELECTION-OK
               PERFORM 1200-SORT-ITEM-TABLE
               PERFORM 1300-DATE-INACTIVE-SPELLS
           END-IF
           IF WS-SELECTION-OK
               PERFORM 1400-MARK-PENDING-TRANSACTIONS
               PERFORM 1410-MARK-OPEN-HOLDS
               PERFORM 1420-MARK-SUSPENSE
               PERFORM 1500-ASSESS-ITEMS
           END-IF.

       1010-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-RETIRE-DAYS IS NUMERIC
                        AND PARM-RETIRE-DAYS > 0
                           MOVE PARM-RETIRE-DAYS TO WS-RETIRE-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       1020-READ-RUN-CONTROL.
      *    Inactive days are counted to the business date being
      *    processed, and the archive is stamped with it.
           MOVE ZEROS TO CTL-BUSINESS-DATE
           MOVE ZEROS TO CTL-RUN-SEQ
           MOVE ZEROS TO CTL-PRIOR-BUSINESS-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-OK
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-BUSINESS-DATE IS NUMERIC
                        AND RC-RUN-SEQ IS NUMERIC
                           MOVE RUN-CONTROL-RECORD TO WS-RUN-CONTROL
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF CTL-BUSINESS-DATE = ZEROS
               SET WS-SELECTION-FAILED TO TRUE
               DISPLAY 'ITMRETIR: NO RUN CONTROL RECORD - NO ITEMS '
                   'SELECTED' UPON CONSOLE
               MOVE 12 TO RETURN-CODE
           ELSE
               COMPUTE WS-BUSINESS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (CTL-BUSINESS-DATE)
           END-IF.

       1100-LOAD-INACTIVE-ITEMS.
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAP-FILE-OK
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ SNAPSHOT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF SNAPSHOT-RECORD (1:3) NOT = 'HDR'
                               ADD 1 TO WS-SNAP-READ-COUNT
                               PERFORM 1110-LOAD-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FILE
           ELSE
               SET WS-SELECTION-FAILED TO TRUE
               DISPLAY 'ITMRETIR: SNAPSHOT NOT AVAILABLE - OPEN '
                   'STATUS ' WS-SNAP-FILE-STATUS ' - NO ITEMS '
                   'SELECTED' UPON CONSOLE
               MOVE 12 TO RETURN-CODE
           END-IF.

       1110-LOAD-ONE-ITEM.
           IF SNP-ITEM-STATUS = 'I'
            AND SNP-ITEM-CODE NOT = SPACES
               IF WS-ITEM-COUNT < WS-ITEM-MAX-OCCURS
                   ADD 1 TO WS-ITEM-COUNT
                   SET WS-IDX TO WS-ITEM-COUNT
                   MOVE SNAPSHOT-RECORD TO WS-ITEM (WS-IDX)
                   MOVE ZEROS TO IT-SINCE-DATE (WS-IDX)
                   MOVE ZEROS TO IT-DAYS-INACTIVE (WS-IDX)
                   MOVE 'N' TO IT-ELIGIBLE-SW (WS-IDX)
                   MOVE SPACES TO IT-BLOCK-REASON (WS-IDX)
                   MOVE SPACES TO IT-APPROVED-BY (WS-IDX)
                   MOVE 'N' TO IT-APPROVED-SW (WS-IDX)
               ELSE
                   DISPLAY 'ITMRETIR: MORE THAN ' WS-ITEM-MAX-OCCURS
                       ' INACTIVE ITEMS - ' SNP-ITEM-CODE
                       ' NOT CONSIDERED' UPON CONSOLE
               END-IF
           END-IF.

       1200-SORT-ITEM-TABLE.
      *    In-place insertion sort by item code, the same shape as
      *    ITMMAINT 1200-SORT-MASTER-TABLE.
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-ITEM-COUNT
               MOVE WS-ITEM-ENTRY (WS-SORT-I) TO WS-SWAP-ENTRY
               COMPUTE WS-SORT-J = WS-SORT-I - 1
               PERFORM UNTIL WS-SORT-J < 1
                          OR IT-ITEM-CODE (WS-SORT-J)
                             NOT > SWAP-ITEM-CODE
                   MOVE WS-ITEM-ENTRY (WS-SORT-J)
                       TO WS-ITEM-ENTRY (WS-SORT-J + 1)
                   SUBTRACT 1 FROM WS-SORT-J
               END-PERFORM
               MOVE WS-SWAP-ENTRY TO WS-ITEM-ENTRY (WS-SORT-J + 1)
           END-PERFORM.

       1300-DATE-INACTIVE-SPELLS.
      *    ITEMHIST is in run order, so each inactive item's current
      *    spell starts at the first 'I' record after its last record
      *    in any other status.  History older than the ITMHIST
      *    retention period is gone, so a spell reaching back past it
      *    dates from the oldest run retained - the count of days
      *    can come out short, never long.
           OPEN INPUT ITEM-HISTORY-FILE
           IF WS-HIST-FILE-OK
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ITEM-HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF HIST-RUN-DATE IS NUMERIC
                               ADD 1 TO WS-HIST-READ-COUNT
                               PERFORM 1310-TRACE-ONE-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-HISTORY-FILE
           ELSE
               SET WS-SELECTION-FAILED TO TRUE
               DISPLAY 'ITMRETIR: ITEM HISTORY NOT AVAILABLE - OPEN '
                   'STATUS ' WS-HIST-FILE-STATUS ' - NO ITEMS '
                   'SELECTED' UPON CONSOLE
               MOVE 12 TO RETURN-CODE
           END-IF.

       1310-TRACE-ONE-HISTORY-RECORD.
           MOVE HIST-ITEM-CODE TO WS-LOOKUP-CODE
           PERFORM 1900-LOCATE-ITEM-CODE
           IF WS-CODE-FOUND
               IF HIST-ITEM-STATUS = 'I'
                   IF IT-SINCE-DATE (WS-IDX) = ZEROS
                       MOVE HIST-RUN-DATE TO IT-SINCE-DATE (WS-IDX)
                   END-IF
               ELSE
                   MOVE ZEROS TO IT-SINCE-DATE (WS-IDX)
               END-IF
           END-IF.

       1400-MARK-PENDING-TRANSACTIONS.
      *    Any item-level transaction still warehoused for the item
      *    blocks it; a price adjustment (P) names a category, not an
      *    item, and does not.
           OPEN INPUT PENDING-OUT-FILE
           IF WS-PEND-FILE-OK
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PENDING-OUT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF PENDING-OUT-RECORD (1:3) NOT = 'HDR'
                            AND PO-ACTION NOT = 'P'
                               MOVE PO-ITEM-CODE TO WS-LOOKUP-CODE
                               MOVE 'SKIPPED - PENDING TRANSACTION'
                                   TO WS-BLOCK-REASON
                               PERFORM 1450-BLOCK-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-OUT-FILE
           ELSE
               MOVE 'PENDOUT' TO WS-LOOKUP-CODE
               PERFORM 1460-REPORT-FILE-UNAVAILABLE
           END-IF.

       1410-MARK-OPEN-HOLDS.
           OPEN INPUT HOLD-OUT-FILE
           IF WS-HOLD-FILE-OK
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ HOLD-OUT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF HOLD-OUT-RECORD (1:3) NOT = 'HDR'
                               MOVE HO-ITEM-CODE TO WS-LOOKUP-CODE
                               MOVE 'SKIPPED - OPEN AMOUNT HOLD'
                                   TO WS-BLOCK-REASON
                               PERFORM 1450-BLOCK-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-OUT-FILE
           ELSE
               MOVE 'HOLDOUT' TO WS-LOOKUP-CODE
               PERFORM 1460-REPORT-FILE-UNAVAILABLE
           END-IF.

       1420-MARK-SUSPENSE.
      *    "In suspense" covers both populations, as ITMINQ reads
      *    it: tonight's new rejects (SUSPENSE) and the unresolved
      *    records SUSPRECY carries forward (SUSPPREV).
           MOVE 'SKIPPED - IN SUSPENSE' TO WS-BLOCK-REASON
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-FILE-OK
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ SUSPENSE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SUSP-ITEM-CODE TO WS-LOOKUP-CODE
                           PERFORM 1450-BLOCK-ITEM
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           ELSE
               MOVE 'SUSPENSE' TO WS-LOOKUP-CODE
               PERFORM 1460-REPORT-FILE-UNAVAILABLE
           END-IF
           MOVE 'SKIPPED - IN SUSPENSE' TO WS-BLOCK-REASON
           OPEN INPUT PRIOR-SUSPENSE-FILE
           IF WS-PREV-FILE-OK
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PRIOR-SUSPENSE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF PRIOR-SUSPENSE-RECORD (1:3) NOT = 'HDR'
                               MOVE PSUSP-ITEM-CODE TO WS-LOOKUP-CODE
                               PERFORM 1450-BLOCK-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-SUSPENSE-FILE
           ELSE
               MOVE 'SUSPPREV' TO WS-LOOKUP-CODE
               PERFORM 1460-REPORT-FILE-UNAVAILABLE
           END-IF.

       1450-BLOCK-ITEM.
      *    The first reason found for an item is the one reported.
           PERFORM 1900-LOCATE-ITEM-CODE
           IF WS-CODE-FOUND
            AND IT-BLOCK-REASON (WS-IDX) = SPACES
               MOVE WS-BLOCK-REASON TO IT-BLOCK-REASON (WS-IDX)
           END-IF.

       1460-REPORT-FILE-UNAVAILABLE.
      *    A blocking file that cannot be read is warned about, not
      *    fatal - it is normally absent only when it has nothing to
      *    hold - but the review list should be read with care.
           DISPLAY 'ITMRETIR: ' WS-LOOKUP-CODE ' NOT AVAILABLE - '
               'ITEMS NOT CHECKED AGAINST IT' UPON CONSOLE
           IF RETURN-CODE < 04
               MOVE 04 TO RETURN-CODE
           END-IF.

       1500-ASSESS-ITEMS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITEM-COUNT
               IF IT-SINCE-DATE (WS-IDX) = ZEROS
                OR FUNCTION INTEGER-OF-DATE (IT-SINCE-DATE (WS-IDX))
                   = ZERO
                   ADD 1 TO WS-NO-HISTORY-COUNT
               ELSE
                   COMPUTE IT-DAYS-INACTIVE (WS-IDX) =
                       WS-BUSINESS-DATE-INT
                     - FUNCTION INTEGER-OF-DATE
                           (IT-SINCE-DATE (WS-IDX))
                   IF IT-DAYS-INACTIVE (WS-IDX) > WS-RETIRE-DAYS
                       IF IT-BLOCK-REASON (WS-IDX) = SPACES
                           SET IT-ELIGIBLE (WS-IDX) TO TRUE
                           ADD 1 TO WS-CANDIDATE-COUNT
                       ELSE
                           ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO WS-TOO-RECENT-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       1900-LOCATE-ITEM-CODE.
      *    Binary search of the code-ordered item table for
      *    WS-LOOKUP-CODE, as ITMMAINT 2110-LOCATE-ITEM-CODE.  On
      *    exit WS-IDX points at the entry when WS-CODE-FOUND.
           SET WS-CODE-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-ITEM-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-CODE-FOUND
                      OR WS-BIN-LO > WS-BIN-HI
               COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
               IF IT-ITEM-CODE (WS-BIN-MID) = WS-LOOKUP-CODE
                   SET WS-IDX TO WS-BIN-MID
                   SET WS-CODE-FOUND TO TRUE
               ELSE
                   IF IT-ITEM-CODE (WS-BIN-MID) < WS-LOOKUP-CODE
                       COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                   ELSE
                       COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                   END-IF
               END-IF
           END-PERFORM.

       2000-PROCESS-APPROVALS.
      *    No approval file means a review-only run.  The archive is
      *    opened only when there is something to retire; if it
      *    cannot be, no approval is acted on - an item must never
      *    leave the master without its archive record.
           OPEN INPUT APPROVAL-FILE
           IF WS-APPR-FILE-OK
               SET WS-APPROVALS-PRESENT TO TRUE
               PERFORM 2010-OPEN-RETIRED-ARCHIVE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ APPROVAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF APPR-ITEM-CODE NOT = SPACES
                               ADD 1 TO WS-APPROVAL-COUNT
                               PERFORM 2100-TAKE-ONE-APPROVAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.

       2010-OPEN-RETIRED-ARCHIVE.
           OPEN I-O RETIRED-ARCHIVE-FILE
           IF WS-ARCH-FILE-STATUS = '35'
      *        First-ever retirement - create the archive, then
      *        reopen it for keyed update.  Any other failure must
      *        NOT fall through to OPEN OUTPUT, which would truncate
      *        the accumulated archive.
               OPEN OUTPUT RETIRED-ARCHIVE-FILE
               CLOSE RETIRED-ARCHIVE-FILE
               OPEN I-O RETIRED-ARCHIVE-FILE
           END-IF
           IF WS-ARCH-FILE-OK
               SET WS-ARCH-OPEN TO TRUE
           ELSE
               DISPLAY 'ITMRETIR: RETIRED-ITEM ARCHIVE NOT AVAILABLE '
                   '- OPEN STATUS ' WS-ARCH-FILE-STATUS
                   ' - NO APPROVALS ACTED ON' UPON CONSOLE
               MOVE 12 TO RETURN-CODE
           END-IF.

       2100-TAKE-ONE-APPROVAL.
      *    An approval is honoured only for an item that is still a
      *    candidate tonight - the review list it was given against
      *    may be days old.
           MOVE SPACES TO WS-APPROVAL-REASON
           MOVE APPR-ITEM-CODE TO WS-LOOKUP-CODE
           PERFORM 1900-LOCATE-ITEM-CODE
           EVALUATE TRUE
               WHEN NOT WS-ARCH-OPEN
                   MOVE 'ARCHIVE NOT AVAILABLE' TO WS-APPROVAL-REASON
               WHEN APPR-APPROVED-BY = SPACES
                   MOVE 'NO APPROVER GIVEN' TO WS-APPROVAL-REASON
               WHEN WS-CODE-NOT-FOUND
                   MOVE 'NOT AN INACTIVE ITEM' TO WS-APPROVAL-REASON
               WHEN IT-APPROVED (WS-IDX)
                   MOVE 'DUPLICATE APPROVAL' TO WS-APPROVAL-REASON
               WHEN IT-BLOCK-REASON (WS-IDX) NOT = SPACES
                   MOVE IT-BLOCK-REASON (WS-IDX)
                       TO WS-APPROVAL-REASON
               WHEN NOT IT-ELIGIBLE (WS-IDX)
                   MOVE 'NOT INACTIVE LONG ENOUGH'
                       TO WS-APPROVAL-REASON
               WHEN OTHER
                   SET IT-APPROVED (WS-IDX) TO TRUE
                   MOVE APPR-APPROVED-BY TO IT-APPROVED-BY (WS-IDX)
           END-EVALUATE
           IF WS-APPROVAL-REASON NOT = SPACES
               ADD 1 TO WS-NOT-ACTED-COUNT
               IF WS-NA-COUNT < WS-NA-MAX-OCCURS
                   ADD 1 TO WS-NA-COUNT
                   SET WS-NAX TO WS-NA-COUNT
                   MOVE APPR-ITEM-CODE TO WS-NA-ITEM-CODE (WS-NAX)
                   MOVE APPR-APPROVED-BY TO WS-NA-APPROVED-BY (WS-NAX)
                   MOVE WS-APPROVAL-REASON TO WS-NA-REASON (WS-NAX)
               END-IF
           END-IF.

       3000-WRITE-REVIEW-LIST.
      *    RETTRAN is written on every run, empty when nothing is
      *    retired, so last night's deletes are never appended again.
           OPEN OUTPUT RETIRE-TRAN-FILE
           OPEN OUTPUT REVIEW-REPORT-FILE
           MOVE SPACES TO WS-TRAN-REFERENCE
           STRING 'RET' CTL-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-TRAN-REFERENCE
           END-STRING
           MOVE SPACES TO REVIEW-REPORT-LINE
           MOVE WS-RETIRE-DAYS TO WS-DAYS-EDITED
           STRING 'ITEM RETIREMENT REVIEW - BUSINESS DATE '
               CTL-BUSINESS-DATE ' - INACTIVE MORE THAN '
               WS-DAYS-EDITED ' DAYS'
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE 'ITEM CODE  DESCRIPTION          S     AMOUNT EFF DATE'
               TO REVIEW-REPORT-LINE
           MOVE ' INACTIVE  DAYS DISPOSITION'
               TO REVIEW-REPORT-LINE (54:27)
           WRITE REVIEW-REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITEM-COUNT
               IF IT-DAYS-INACTIVE (WS-IDX) > WS-RETIRE-DAYS
                   PERFORM 3100-REPORT-ONE-ITEM
               END-IF
           END-PERFORM
           IF WS-NA-COUNT > ZEROS
               PERFORM 3300-REPORT-NOT-ACTED
           END-IF
           PERFORM 3400-REPORT-TOTALS
           CLOSE RETIRE-TRAN-FILE
           CLOSE REVIEW-REPORT-FILE.

       3100-REPORT-ONE-ITEM.
           MOVE SPACES TO REVIEW-DETAIL-RECORD
           MOVE IT-ITEM-CODE (WS-IDX) TO RVD-ITEM-CODE
           MOVE IT-ITEM-DESC (WS-IDX) TO RVD-ITEM-DESC
           MOVE IT-ITEM-STATUS (WS-IDX) TO RVD-ITEM-STATUS
           IF IT-ITEM-AMOUNT (WS-IDX) IS NUMERIC
               MOVE IT-ITEM-AMOUNT (WS-IDX) TO RVD-ITEM-AMOUNT
           END-IF
           MOVE WS-ITEM (WS-IDX) (41:8) TO RVD-ITEM-EFF-DATE
           MOVE IT-SINCE-DATE (WS-IDX) TO RVD-INACTIVE-SINCE
           MOVE IT-DAYS-INACTIVE (WS-IDX) TO RVD-DAYS-INACTIVE
           EVALUATE TRUE
               WHEN IT-BLOCK-REASON (WS-IDX) NOT = SPACES
                   MOVE IT-BLOCK-REASON (WS-IDX) TO RVD-DISPOSITION
               WHEN IT-APPROVED (WS-IDX)
                   PERFORM 3200-RETIRE-ITEM
               WHEN OTHER
                   MOVE 'CANDIDATE - AWAITING APPROVAL'
                       TO RVD-DISPOSITION
           END-EVALUATE
           WRITE REVIEW-DETAIL-RECORD.

       3200-RETIRE-ITEM.
      *    The archive record goes first; the delete is raised only
      *    once it is safely written.  An item retired before, then
      *    re-added, replaces its earlier archive record.
           MOVE SPACES TO RETIRED-ARCHIVE-RECORD
           MOVE IT-ITEM-CODE (WS-IDX) TO RA-RET-ITEM-CODE
           MOVE CTL-BUSINESS-DATE TO RA-RET-RETIRED-DATE
           MOVE CTL-RUN-SEQ TO RA-RET-RUN-SEQ
           MOVE IT-SINCE-DATE (WS-IDX) TO RA-RET-INACTIVE-SINCE
           MOVE IT-APPROVED-BY (WS-IDX) TO RA-RET-APPROVED-BY
           MOVE WS-ITEM (WS-IDX) TO RA-RET-ITEM-IMAGE
           WRITE RETIRED-ARCHIVE-RECORD
               INVALID KEY
                   REWRITE RETIRED-ARCHIVE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE
           IF WS-ARCH-FILE-OK
               MOVE SPACES TO RETIRE-TRAN-RECORD
               MOVE 'D' TO RT-ACTION
               MOVE WS-ITEM (WS-IDX) TO RT-ITEM
               MOVE IT-APPROVED-BY (WS-IDX) TO RT-OPERATOR-ID
               MOVE 'ITMRETIR' TO RT-SOURCE-SYSTEM
               MOVE WS-TRAN-REFERENCE TO RT-REFERENCE-NO
               MOVE 'N' TO RT-TIMING-SW
               WRITE RETIRE-TRAN-RECORD
               ADD 1 TO WS-RETIRED-COUNT
               STRING 'RETIRED - DELETE RAISED BY '
                   IT-APPROVED-BY (WS-IDX)
                   DELIMITED BY SIZE INTO RVD-DISPOSITION
               END-STRING
           ELSE
               DISPLAY 'ITMRETIR: ARCHIVE WRITE FAILED FOR '
                   IT-ITEM-CODE (WS-IDX) ' - STATUS '
                   WS-ARCH-FILE-STATUS ' - NOT RETIRED' UPON CONSOLE
               MOVE 'NOT RETIRED - ARCHIVE WRITE FAILED'
                   TO RVD-DISPOSITION
               ADD 1 TO WS-NOT-ACTED-COUNT
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       3300-REPORT-NOT-ACTED.
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE 'APPROVALS NOT ACTED ON' TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           PERFORM VARYING WS-NAX FROM 1 BY 1
                   UNTIL WS-NAX > WS-NA-COUNT
               MOVE SPACES TO REVIEW-APPROVAL-RECORD
               MOVE WS-NA-ITEM-CODE (WS-NAX) TO RVA-ITEM-CODE
               MOVE WS-NA-APPROVED-BY (WS-NAX) TO RVA-APPROVED-BY
               MOVE WS-NA-REASON (WS-NAX) TO RVA-REASON
               WRITE REVIEW-APPROVAL-RECORD
           END-PERFORM
           IF RETURN-CODE < 04
               MOVE 04 TO RETURN-CODE
           END-IF.

       3400-REPORT-TOTALS.
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           STRING 'INACTIVE ITEMS ' WS-ITEM-COUNT
               '  CANDIDATES ' WS-CANDIDATE-COUNT
               '  SKIPPED ' WS-SKIPPED-COUNT
               '  NOT YET DUE ' WS-TOO-RECENT-COUNT
               '  NO INACTIVE HISTORY ' WS-NO-HISTORY-COUNT
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING 'APPROVALS READ ' WS-APPROVAL-COUNT
               '  RETIRED ' WS-RETIRED-COUNT
               '  NOT ACTED ON ' WS-NOT-ACTED-COUNT
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE.

       9000-TERMINATE.
           IF WS-ARCH-OPEN
               CLOSE RETIRED-ARCHIVE-FILE
           END-IF
           DISPLAY 'ITMRETIR RETIREMENT TOTALS' UPON CONSOLE
           DISPLAY '  SNAPSHOT ITEMS READ : ' WS-SNAP-READ-COUNT
               UPON CONSOLE
           DISPLAY '  INACTIVE ITEMS      : ' WS-ITEM-COUNT
               UPON CONSOLE
           DISPLAY '  RETIREMENT CANDIDATE: ' WS-CANDIDATE-COUNT
               UPON CONSOLE
           DISPLAY '  SKIPPED (BLOCKED)   : ' WS-SKIPPED-COUNT
               UPON CONSOLE
           DISPLAY '  APPROVALS READ      : ' WS-APPROVAL-COUNT
               UPON CONSOLE
           DISPLAY '  ITEMS RETIRED       : ' WS-RETIRED-COUNT
               UPON CONSOLE
           DISPLAY '  APPROVALS NOT ACTED : ' WS-NOT-ACTED-COUNT
               UPON CONSOLE.
