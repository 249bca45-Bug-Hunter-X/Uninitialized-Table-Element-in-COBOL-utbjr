      *            applied transaction is logged with its before and
      *            after images; transactions against unknown item
      *            codes (or duplicate adds) go to a rejects file.
      *            Category reclassifications (R) generated by the
      *            CATMAINT merge arrive on the same ITEMTRAN, behind
      *            the day's own transactions.  Every transaction
      *            names the operator, source system and reference it
      *            was raised under (TRANATTR), and those travel with
      *            its change-log images into the CHGHIST archive.
      *            A price adjustment (P) raises or lowers ITEM-AMOUNT
      *            by a percentage or a fixed amount for every item in
      *            one category, optionally only those of one status;
      *            each item moved is logged individually, and the
      *            PRCRPT report shows the before/after amounts and
      *            totals, as a preview while the transaction waits in
      *            the warehouse and again when it applies.
      *            ITEMMAST and PENDTRAN are carried forward from the
      *            previous run's NEWMAST and PENDOUT; both carry the
      *            generation stamp (GENSTAMP) of the run that wrote
      *            them, and the run stops unless each was written by
      *            the run immediately before this one (RUNCTL) - a
      *            missed or repeated copy would otherwise drop a
      *            day's maintenance or re-release warehoused
      *            transactions already applied.  GENOVRD on the
      *            command line lets operations proceed regardless.
      *            The run's in/out/reject counts and master amount
      *            totals are appended to the control-totals file
      *            (CTLTOTS, CTLTREC layout) under the business date
      *            for the FLOWBAL end-of-night balancing.
      *            Transactions converted from a partner's file by
      *            PRTINTK arrive on ITEMTRAN as a batch framed by an
      *            HDR and a TRL record; the batch's transactions are
      *            counted and hashed as they are read and a batch
      *            that does not agree with its trailer is reported
      *            (return code 04).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMMAINT.
           SELECT REJECT-FILE ASSIGN TO "TRANREJ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRICE-REPORT-FILE ASSIGN TO "PRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  TR-ACTION               PIC X(01).
           05  TR-ITEM.
               COPY ITEMREC REPLACING LEADING ==PFX-== BY ==TR-==.
      *    Price adjustment (P) view of the item area.  The item
      *    code is not used - the transaction applies to every item
      *    on the master carrying TR-PA-CATEGORY and, when
      *    TR-PA-STATUS-FILTER is not blank, that status.  Status,
      *    effective date and category keep their ITEMREC positions,
      *    so the effective-date screen in 2050 warehouses a
      *    future-dated adjustment like any other transaction.  The
      *    adjustment is TR-PA-PERCENT (7 digits, 4 decimals, e.g.
      *    0050000 is 5 per cent) for type P or TR-PA-FIXED-AMOUNT
      *    for type F, raised or lowered by TR-PA-SIGN.  A 'Y' in
      *    TR-PA-PREVIEW-SW reports what the adjustment would do
      *    without applying or warehousing it.
           05  TR-PRICE-ADJUSTMENT REDEFINES TR-ITEM.
               10  FILLER              PIC X(10).
               10  TR-PA-TYPE          PIC X(01).
                   88  TR-PA-PERCENT-TYPE      VALUE 'P'.
                   88  TR-PA-FIXED-TYPE        VALUE 'F'.
               10  TR-PA-SIGN          PIC X(01).
                   88  TR-PA-INCREASE          VALUE '+'.
                   88  TR-PA-DECREASE          VALUE '-'.
               10  TR-PA-PREVIEW-SW    PIC X(01).
                   88  TR-PA-PREVIEW-ONLY      VALUE 'Y'.
               10  FILLER              PIC X(17).
               10  TR-PA-STATUS-FILTER PIC X(01).
               10  TR-PA-FIXED-AMOUNT  PIC 9(7)V99.
               10  TR-PA-PERCENT-AREA REDEFINES TR-PA-FIXED-AMOUNT.
                   15  TR-PA-PERCENT   PIC 9(3)V9(4).
                   15  FILLER          PIC X(02).
               10  TR-PA-EFF-DATE      PIC 9(08).
               10  TR-PA-CATEGORY      PIC X(02).
           05  TR-ATTRIBUTION.
               COPY TRANATTR REPLACING LEADING ==PFX-== BY ==TR-==.
      *    'N' applies the transaction on the run it arrives whatever
      *    its effective date - set by the ITMBKOUT reversals, which
      *    restore an image that may carry a future effective date.
           05  TR-TIMING-SW            PIC X(01).
               88  TR-APPLY-NOW                VALUE 'N'.
      *    Batch control records framing a partner file's
      *    transactions (PRTINTK): HDR before the first, TRL after
      *    the last, carrying the count and amount hash total of the
      *    transactions between them.
       01  TRAN-BATCH-HEADER-REC.
           05  TBH-RECORD-TYPE         PIC X(03).
           05  TBH-FILE-DATE           PIC 9(08).
           05  TBH-SOURCE-SYSTEM       PIC X(08).
           05  TBH-REFERENCE-NO        PIC X(12).
           05  FILLER                  PIC X(49).
       01  TRAN-BATCH-TRAILER-REC.
           05  TBT-RECORD-TYPE         PIC X(03).
           05  TBT-RECORD-COUNT        PIC 9(09).
           05  TBT-AMOUNT-TOTAL        PIC 9(13)V99.
           05  FILLER                  PIC X(53).

       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD.
           COPY ITEMREC REPLACING LEADING ==PFX-== BY ==NM-==.
      *    Control-record views matching the ITEMMAST feed convention
      *    ITMPROC balances against: one HDR record first, one TRL
      *    record last.  The HDR is also the generation stamp the
      *    next run checks when this file comes back as ITEMMAST.
       01  NEW-MASTER-HEADER-REC.
           05  NMH-STAMP.
               COPY GENSTAMP REPLACING LEADING ==PFX-== BY ==NMH-==.
           05  FILLER                  PIC X(26).
       01  NEW-MASTER-TRAILER-REC.
           05  NMT-RECORD-TYPE         PIC X(03).
           05  NMT-RECORD-COUNT        PIC 9(09).
      *    becomes ITEMMAST.  Records are the TRAN-RECORD image,
      *    re-examined every run until their effective date arrives.
       FD  PENDING-IN-FILE.
       01  PENDING-IN-RECORD            PIC X(80).

       FD  PENDING-OUT-FILE.
       01  PENDING-OUT-RECORD           PIC X(80).
       01  PENDING-OUT-STAMP-REC.
           05  PO-STAMP.
               COPY GENSTAMP REPLACING LEADING ==PFX-== BY ==PO-==.
           05  FILLER                  PIC X(56).

       FD  PENDING-REPORT-FILE.
       01  PENDING-REPORT-RECORD.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CHG-ITEM.
               COPY ITEMREC REPLACING LEADING ==PFX-== BY ==CHG-==.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CHG-ATTRIBUTION.
               COPY TRANATTR REPLACING LEADING ==PFX-== BY ==CHG-==.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
               COPY ITEMREC REPLACING LEADING ==PFX-== BY ==REJ-==.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REJ-REASON              PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REJ-ATTRIBUTION.
               COPY TRANATTR REPLACING LEADING ==PFX-== BY ==REJ-==.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTREC REPLACING LEADING ==PFX-== BY ==RC-==.

       FD  CONTROL-TOTALS-FILE.
       01  CONTROL-TOTAL-RECORD.
           COPY CTLTREC REPLACING LEADING ==PFX-== BY ==CT-==.

      *    One heading per price adjustment transaction, one detail
      *    line per item it selects, one total line.
       FD  PRICE-REPORT-FILE.
       01  PRICE-REPORT-LINE           PIC X(100).
       01  PRICE-HEADING-RECORD.
           05  PRH-LABEL               PIC X(17).
           05  PRH-SEQ                 PIC Z(4)9.
           05  PRH-CAT-LABEL           PIC X(10).
           05  PRH-CATEGORY            PIC X(02).
           05  PRH-STATUS-LABEL        PIC X(08).
           05  PRH-STATUS-FILTER       PIC X(01).
           05  PRH-ADJ-LABEL           PIC X(05).
           05  PRH-SIGN                PIC X(01).
           05  PRH-ADJ-VALUE           PIC X(12).
           05  PRH-EFF-LABEL           PIC X(05).
           05  PRH-EFF-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PRH-MODE                PIC X(09).
           05  FILLER                  PIC X(16).
       01  PRICE-DETAIL-RECORD.
           05  FILLER                  PIC X(02).
           05  PRD-ITEM-CODE           PIC X(10).
           05  FILLER                  PIC X(01).
           05  PRD-ITEM-DESC           PIC X(20).
           05  FILLER                  PIC X(01).
           05  PRD-ITEM-STATUS         PIC X(01).
           05  FILLER                  PIC X(01).
           05  PRD-OLD-AMOUNT          PIC Z(6)9.99.
           05  PRD-ARROW               PIC X(04).
           05  PRD-NEW-AMOUNT          PIC -(9)9.99.
           05  FILLER                  PIC X(01).
           05  PRD-DISPOSITION         PIC X(13).
           05  FILLER                  PIC X(23).
       01  PRICE-TOTAL-RECORD.
           05  PRT-LABEL               PIC X(10).
           05  PRT-SELECTED            PIC Z(4)9.
           05  PRT-CHANGED-LABEL       PIC X(10).
           05  PRT-CHANGED             PIC Z(4)9.
           05  PRT-SKIPPED-LABEL       PIC X(10).
           05  PRT-SKIPPED             PIC Z(4)9.
           05  PRT-OLD-LABEL           PIC X(06).
           05  PRT-OLD-TOTAL           PIC Z(12)9.99.
           05  PRT-NEW-LABEL           PIC X(06).
           05  PRT-NEW-TOTAL           PIC Z(12)9.99.
           05  FILLER                  PIC X(11).

       WORKING-STORAGE SECTION.

           05  WS-OUTPUT-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-QUEUED-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-RELEASED-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-CHGLOG-COUNT         PIC 9(7) VALUE ZEROS.

       01  WS-PENDING-CONTROL.
           05  WS-PEND-FILE-STATUS     PIC X(02) VALUE '00'.

       01  WS-CONTROL-TOTALS.
           05  WS-OUTPUT-AMOUNT-TOTAL  PIC 9(13)V99 VALUE ZEROS.
           05  WS-INPUT-AMOUNT-TOTAL   PIC 9(13)V99 VALUE ZEROS.

      *    The ITEMTRAN batch being read, between its HDR and TRL.
       01  WS-TRAN-BATCH-CONTROL.
           05  WS-BATCH-OPEN-SW        PIC X(01) VALUE 'N'.
               88  WS-BATCH-OPEN                VALUE 'Y'.
           05  WS-BATCH-SOURCE         PIC X(08) VALUE SPACES.
           05  WS-BATCH-REFERENCE      PIC X(12) VALUE SPACES.
           05  WS-BATCH-TRAN-COUNT     PIC 9(09) VALUE ZEROS.
           05  WS-BATCH-AMOUNT-TOTAL   PIC 9(13)V99 VALUE ZEROS.
           05  WS-BATCH-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-BATCH-BREAK-COUNT    PIC 9(5) VALUE ZEROS.

      *    One CTLTOTS record is built here per count recorded.
       01  WS-FLOW-CONTROL.
           05  WS-CTLT-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-CTLT-FILE-OK              VALUE '00'.
           05  WS-FLOW-TOTAL-ID        PIC X(12) VALUE SPACES.
           05  WS-FLOW-COUNT           PIC 9(09) VALUE ZEROS.
           05  WS-FLOW-AMOUNT          PIC 9(13)V99 VALUE ZEROS.
           05  WS-FLOW-STATUS          PIC X(08) VALUE SPACES.
           05  WS-FLOW-TIME            PIC 9(08) VALUE ZEROS.

      *    Price adjustment working fields.  The adjustment for each
      *    item is rounded half-up to the cent (ROUNDED) before it is
      *    added or subtracted, so an item moves by exactly the
      *    amount shown on PRCRPT.  A result below zero or above the
      *    9(7)V99 ITEM-AMOUNT limit is not applied: the item keeps
      *    its amount and is listed as skipped.  So is an item whose
      *    amount is not numeric.
       01  WS-PRICE-FIELDS.
           05  WS-PA-MODE              PIC X(09) VALUE SPACES.
               88  WS-PA-APPLYING              VALUE 'APPLIED'.
           05  WS-PA-ADJUSTMENT        PIC S9(9)V99 VALUE ZEROS.
           05  WS-PA-NEW-AMOUNT        PIC S9(9)V99 VALUE ZEROS.
           05  WS-PA-AMOUNT-LIMIT      PIC S9(9)V99
                                       VALUE 9999999.99.
           05  WS-PA-DISPOSITION       PIC X(13) VALUE SPACES.
           05  WS-PA-SELECTED-COUNT    PIC 9(5) VALUE ZEROS.
           05  WS-PA-CHANGED-COUNT     PIC 9(5) VALUE ZEROS.
           05  WS-PA-SKIPPED-COUNT     PIC 9(5) VALUE ZEROS.
           05  WS-PA-OLD-TOTAL         PIC 9(13)V99 VALUE ZEROS.
           05  WS-PA-NEW-TOTAL         PIC 9(13)V99 VALUE ZEROS.
           05  WS-PA-PERCENT-EDITED    PIC ZZ9.9999.
           05  WS-PA-FIXED-EDITED      PIC Z(6)9.99.
           05  WS-PRICE-ITEM-COUNT     PIC 9(7) VALUE ZEROS.

      *    Generation control.  The run control record gives this
      *    run's business date and sequence; each carried-forward
      *    input must carry the stamp of the sequence before it.
      *    Sequence 1 is the first stamped run, whose inputs were
      *    written before stamping existed, so nothing is checked.
       01  WS-GENERATION-CONTROL.
           05  WS-RUNCTL-FILE-STATUS   PIC X(02) VALUE '00'.
               88  WS-RUNCTL-FILE-OK            VALUE '00'.
           05  WS-RUN-CONTROL.
               COPY RUNCTREC REPLACING LEADING ==PFX-== BY ==CTL-==.
           05  WS-COMMAND-LINE         PIC X(80) VALUE SPACES.
           05  WS-GEN-OVRD-COUNT       PIC 9(3) VALUE ZEROS.
           05  WS-GEN-OVERRIDE-SW      PIC X(01) VALUE 'N'.
               88  WS-GEN-OVERRIDE              VALUE 'Y'.
           05  WS-GEN-FAILED-SW        PIC X(01) VALUE 'N'.
               88  WS-GENERATION-FAILED         VALUE 'Y'.
           05  WS-GEN-FILE-SW          PIC X(01) VALUE 'N'.
               88  WS-GEN-FILE-PRESENT          VALUE 'Y'.
           05  WS-GEN-FILE-NAME        PIC X(08) VALUE SPACES.
           05  WS-GEN-EXPECTED-ID      PIC X(08) VALUE SPACES.
           05  WS-GEN-EXPECTED-SEQ     PIC 9(05) VALUE ZEROS.
           05  WS-GEN-PROBLEM          PIC X(22) VALUE SPACES.
           05  WS-MAST-STAMP           PIC X(24) VALUE SPACES.
           05  WS-GEN-STAMP.
               COPY GENSTAMP REPLACING LEADING ==PFX-== BY ==GEN-==.

       01  WS-LOG-FIELDS.
           05  WS-LOG-TAG              PIC X(07).

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-BOUNDS-EXCEEDED AND NOT WS-GENERATION-FAILED
               PERFORM 2000-APPLY-TRANSACTIONS
               PERFORM 3000-WRITE-NEW-MASTER
           END-IF
           GOBACK.

       1000-INITIALIZE.
      *    The inputs are proved to be the previous run's generation
      *    before any output is opened, so a stopped run leaves last
      *    night's NEWMAST and PENDOUT exactly as they were.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1050-READ-RUN-CONTROL
           IF NOT WS-GENERATION-FAILED
               OPEN INPUT ITEM-MASTER-FILE
               PERFORM 1100-LOAD-CURRENT-MASTER
               PERFORM 1060-CHECK-GENERATIONS
           END-IF
           IF NOT WS-GENERATION-FAILED
               OPEN INPUT TRAN-FILE
               OPEN OUTPUT NEW-MASTER-FILE
               OPEN OUTPUT CHANGE-LOG-FILE
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT PENDING-OUT-FILE
               OPEN OUTPUT PENDING-REPORT-FILE
               OPEN OUTPUT PRICE-REPORT-FILE
               MOVE SPACES TO PENDING-OUT-STAMP-REC
               MOVE 'HDR' TO PO-STAMP-TYPE
               MOVE CTL-BUSINESS-DATE TO PO-STAMP-BUSINESS-DATE
               MOVE CTL-RUN-SEQ TO PO-STAMP-RUN-SEQ
               MOVE 'PENDOUT' TO PO-STAMP-FILE-ID
               WRITE PENDING-OUT-STAMP-REC
           END-IF.

       1050-READ-RUN-CONTROL.
      *    GENOVRD anywhere on the command line is the operator's
      *    override: a generation break is reported but the run
      *    continues, with return code 4 so the override shows.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE ZEROS TO WS-GEN-OVRD-COUNT
           INSPECT WS-COMMAND-LINE TALLYING WS-GEN-OVRD-COUNT
               FOR ALL 'GENOVRD'
           IF WS-GEN-OVRD-COUNT > 0
               SET WS-GEN-OVERRIDE TO TRUE
           END-IF
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
                        AND RC-PRIOR-BUSINESS-DATE IS NUMERIC
                           MOVE RUN-CONTROL-RECORD TO WS-RUN-CONTROL
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF CTL-RUN-SEQ = ZEROS
               IF WS-GEN-OVERRIDE
                   DISPLAY 'ITMMAINT: NO RUN CONTROL RECORD - '
                       'GENOVRD GIVEN, GENERATIONS NOT CHECKED AND '
                       'TODAY TAKEN AS THE BUSINESS DATE' UPON CONSOLE
                   MOVE WS-CURRENT-DATE TO CTL-BUSINESS-DATE
                   MOVE 04 TO RETURN-CODE
               ELSE
                   DISPLAY 'ITMMAINT: NO RUN CONTROL RECORD (RUNCTL) '
                       '- RUNSTART HAS NOT OPENED THE BUSINESS DAY - '
                       'RUN STOPPED' UPON CONSOLE
                   SET WS-GENERATION-FAILED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       1060-CHECK-GENERATIONS.
      *    ITEMMAST's stamp is its HDR record, captured during the
      *    load in 1100; PENDTRAN's is its first record.  A missing
      *    or empty PENDTRAN is itself a break - every run writes at
      *    least the stamp to PENDOUT.
           IF CTL-RUN-SEQ > 1
               COMPUTE WS-GEN-EXPECTED-SEQ = CTL-RUN-SEQ - 1
               MOVE 'ITEMMAST' TO WS-GEN-FILE-NAME
               MOVE 'NEWMAST' TO WS-GEN-EXPECTED-ID
               MOVE WS-MAST-STAMP TO WS-GEN-STAMP
               SET WS-GEN-FILE-PRESENT TO TRUE
               PERFORM 1070-VERIFY-GENERATION
               MOVE 'PENDTRAN' TO WS-GEN-FILE-NAME
               MOVE 'PENDOUT' TO WS-GEN-EXPECTED-ID
               MOVE SPACES TO WS-GEN-STAMP
               MOVE 'N' TO WS-GEN-FILE-SW
               OPEN INPUT PENDING-IN-FILE
               IF WS-PEND-FILE-OK
                   SET WS-GEN-FILE-PRESENT TO TRUE
                   READ PENDING-IN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE PENDING-IN-RECORD (1:24)
                               TO WS-GEN-STAMP
                   END-READ
                   CLOSE PENDING-IN-FILE
               END-IF
               PERFORM 1070-VERIFY-GENERATION
           END-IF.

       1070-VERIFY-GENERATION.
      *    The caller has set WS-GEN-FILE-NAME, WS-GEN-EXPECTED-ID and
      *    the stamp read from the file.  An older sequence means a
      *    copy was missed; a newer one means the file was already
      *    carried forward past this run (a re-run after the copy).
           MOVE SPACES TO WS-GEN-PROBLEM
           EVALUATE TRUE
               WHEN NOT WS-GEN-FILE-PRESENT
                   MOVE 'FILE NOT FOUND' TO WS-GEN-PROBLEM
               WHEN GEN-STAMP-TYPE NOT = 'HDR'
                 OR GEN-STAMP-BUSINESS-DATE IS NOT NUMERIC
                 OR GEN-STAMP-RUN-SEQ IS NOT NUMERIC
                   MOVE 'NO GENERATION STAMP' TO WS-GEN-PROBLEM
               WHEN GEN-STAMP-FILE-ID NOT = WS-GEN-EXPECTED-ID
                   MOVE 'WRONG FILE' TO WS-GEN-PROBLEM
               WHEN GEN-STAMP-RUN-SEQ < WS-GEN-EXPECTED-SEQ
                   MOVE 'STALE GENERATION' TO WS-GEN-PROBLEM
               WHEN GEN-STAMP-RUN-SEQ > WS-GEN-EXPECTED-SEQ
                   MOVE 'GENERATION TOO NEW' TO WS-GEN-PROBLEM
               WHEN GEN-STAMP-BUSINESS-DATE
                    NOT = CTL-PRIOR-BUSINESS-DATE
                   MOVE 'BUSINESS DATE MISMATCH' TO WS-GEN-PROBLEM
           END-EVALUATE
           IF WS-GEN-PROBLEM NOT = SPACES
               DISPLAY 'ITMMAINT: ' WS-GEN-FILE-NAME ' '
                   WS-GEN-PROBLEM ' - EXPECTED ' WS-GEN-EXPECTED-ID
                   ' OF ' CTL-PRIOR-BUSINESS-DATE ' RUN '
                   WS-GEN-EXPECTED-SEQ UPON CONSOLE
               IF WS-GEN-FILE-PRESENT
                AND GEN-STAMP-TYPE = 'HDR'
                   DISPLAY 'ITMMAINT: ' WS-GEN-FILE-NAME ' CARRIES '
                       GEN-STAMP-FILE-ID ' OF '
                       GEN-STAMP-BUSINESS-DATE ' RUN '
                       GEN-STAMP-RUN-SEQ UPON CONSOLE
               END-IF
               IF WS-GEN-OVERRIDE
                   DISPLAY 'ITMMAINT: GENERATION CHECK ON '
                       WS-GEN-FILE-NAME ' OVERRIDDEN BY GENOVRD - '
                       'RUN CONTINUES' UPON CONSOLE
                   IF RETURN-CODE < 04
                       MOVE 04 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY 'ITMMAINT: RUN STOPPED - ' WS-GEN-FILE-NAME
                       ' IS NOT THE PREVIOUS RUN''S GENERATION'
                       UPON CONSOLE
                   SET WS-GENERATION-FAILED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       1100-LOAD-CURRENT-MASTER.
      *    Reads the current item master sequentially into WS-TABLE so
      *                The inbound master's HDR/TRL control records
      *                describe the old generation - skip them here;
      *                fresh controls for the new generation are
      *                written in 3000-WRITE-NEW-MASTER.  The HDR is
      *                kept as the generation stamp checked in 1060.
                       IF ITEM-MASTER-RECORD (1:3) = 'HDR'
                        OR ITEM-MASTER-RECORD (1:3) = 'TRL'
                           IF ITEM-MASTER-RECORD (1:3) = 'HDR'
                               MOVE ITEM-MASTER-RECORD (1:24)
                                   TO WS-MAST-STAMP
                           END-IF
                       ELSE
                           PERFORM 1110-LOAD-MASTER-ENTRY
                       END-IF
           SET WS-IDX TO WS-COUNT
           MOVE SPACES TO WS-ITEM (WS-IDX)
           MOVE ITEM-MASTER-RECORD TO WS-ITEM (WS-IDX)
           MOVE 'N' TO WS-DELETE-SW (WS-IDX)
           IF WS-ITEM-AMOUNT (WS-IDX) IS NUMERIC
               ADD WS-ITEM-AMOUNT (WS-IDX) TO WS-INPUT-AMOUNT-TOTAL
           END-IF.

       1200-SORT-MASTER-TABLE.
      *    In-place insertion sort of the loaded master by item code,
      *    change queued days ago lands ahead of anything arriving
      *    against the same item today, then the day's ITEMTRAN.
      *    Every transaction passes through the effective-date screen
      *    in 2050 on its way to 2100.  Batch HDR/TRL records are not
      *    transactions; they only frame the count in 2020/2030.
           PERFORM 2010-PROCESS-PENDING-WAREHOUSE
           MOVE 'N' TO WS-WAREHOUSE-SW
           PERFORM UNTIL WS-TRAN-EOF
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRAN-RECORD (1:3)
                           WHEN 'HDR'
                               PERFORM 2020-OPEN-TRAN-BATCH
                           WHEN 'TRL'
                               PERFORM 2030-CLOSE-TRAN-BATCH
                           WHEN OTHER
                               ADD 1 TO WS-TRAN-COUNT
                               IF WS-BATCH-OPEN
                                   ADD 1 TO WS-BATCH-TRAN-COUNT
                                   IF TR-ITEM-AMOUNT IS NUMERIC
                                       ADD TR-ITEM-AMOUNT
                                           TO WS-BATCH-AMOUNT-TOTAL
                                   END-IF
                               END-IF
                               PERFORM 2050-SCREEN-EFFECTIVE-DATE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-BATCH-OPEN
               PERFORM 2040-REPORT-BATCH-BREAK
           END-IF
           CLOSE TRAN-FILE.

       2010-PROCESS-PENDING-WAREHOUSE.
      *    are TRAN-RECORD images, so they re-enter through the same
      *    screen and apply path as a fresh transaction - the
      *    BEFORE/AFTER change-log entries come out identical to a
      *    same-day apply.  Absent file means nothing is queued.  The
      *    generation stamp record heading the file is skipped.
           OPEN INPUT PENDING-IN-FILE
           IF WS-PEND-FILE-OK
               SET WS-FROM-WAREHOUSE TO TRUE
                       AT END
                           SET WS-PEND-EOF TO TRUE
                       NOT AT END
                           IF PENDING-IN-RECORD (1:3) NOT = 'HDR'
                               MOVE PENDING-IN-RECORD TO TRAN-RECORD
                               ADD 1 TO WS-TRAN-COUNT
                               PERFORM 2050-SCREEN-EFFECTIVE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-IN-FILE
           END-IF.

       2020-OPEN-TRAN-BATCH.
      *    A header arriving inside an open batch means the earlier
      *    batch lost its trailer.
           IF WS-BATCH-OPEN
               PERFORM 2040-REPORT-BATCH-BREAK
           END-IF
           SET WS-BATCH-OPEN TO TRUE
           ADD 1 TO WS-BATCH-COUNT
           MOVE TBH-SOURCE-SYSTEM TO WS-BATCH-SOURCE
           MOVE TBH-REFERENCE-NO TO WS-BATCH-REFERENCE
           MOVE ZEROS TO WS-BATCH-TRAN-COUNT
           MOVE ZEROS TO WS-BATCH-AMOUNT-TOTAL.

       2030-CLOSE-TRAN-BATCH.
      *    The batch's transactions have already gone through 2050
      *    as they were read, so a break cannot hold them back; it is
      *    reported for the file to be traced, since the intake
      *    program wrote the trailer from what it wrote.
           IF NOT WS-BATCH-OPEN
            OR TBT-RECORD-COUNT IS NOT NUMERIC
            OR TBT-AMOUNT-TOTAL IS NOT NUMERIC
            OR TBT-RECORD-COUNT NOT = WS-BATCH-TRAN-COUNT
            OR TBT-AMOUNT-TOTAL NOT = WS-BATCH-AMOUNT-TOTAL
               PERFORM 2040-REPORT-BATCH-BREAK
           END-IF
           MOVE 'N' TO WS-BATCH-OPEN-SW
           MOVE SPACES TO WS-BATCH-SOURCE
           MOVE SPACES TO WS-BATCH-REFERENCE
           MOVE ZEROS TO WS-BATCH-TRAN-COUNT
           MOVE ZEROS TO WS-BATCH-AMOUNT-TOTAL.

       2040-REPORT-BATCH-BREAK.
           ADD 1 TO WS-BATCH-BREAK-COUNT
           DISPLAY 'ITMMAINT: ITEMTRAN BATCH ' WS-BATCH-SOURCE ' '
               WS-BATCH-REFERENCE ' DOES NOT BALANCE - '
               WS-BATCH-TRAN-COUNT ' TRANSACTIONS READ, AMOUNT '
               WS-BATCH-AMOUNT-TOTAL UPON CONSOLE
           IF RETURN-CODE < 04
               MOVE 04 TO RETURN-CODE
           END-IF.

       2050-SCREEN-EFFECTIVE-DATE.
      *    A transaction effective after the RUNCTL business date is
      *    not applied: it goes to the pending warehouse and is
      *    re-examined every run until the first business date on or
      *    after its effective date - a catch-up night releases only
      *    what was due on the date it is catching up.
      *    Anything else - today, past, blank or unusable date -
      *    falls through to 2100 and applies now, as it always did,
      *    and so does a transaction flagged to apply now.  A queued
      *    price adjustment is previewed against tonight's master
      *    each run it waits; a preview-only one is never queued.
           IF TR-ITEM-EFF-DATE IS NUMERIC
            AND TR-ITEM-EFF-DATE > CTL-BUSINESS-DATE
            AND NOT TR-APPLY-NOW
            AND NOT (TR-ACTION = 'P' AND TR-PA-PREVIEW-ONLY)
               MOVE TRAN-RECORD TO PENDING-OUT-RECORD
               WRITE PENDING-OUT-RECORD
               MOVE 'QUEUED  ' TO WS-PND-DISPOSITION
               PERFORM 2060-WRITE-PENDING-REPORT-LINE
               ADD 1 TO WS-QUEUED-COUNT
               IF TR-ACTION = 'P'
                   MOVE 'QUEUED' TO WS-PA-MODE
                   PERFORM 2810-PREVIEW-PRICE-ADJUSTMENT
               END-IF
           ELSE
               IF WS-FROM-WAREHOUSE
                   MOVE 'RELEASED' TO WS-PND-DISPOSITION
                   TO WS-REJECT-REASON
               PERFORM 2700-WRITE-REJECT-RECORD
           ELSE
      *        A price adjustment names a category, not an item.
               IF TR-ITEM-CODE = SPACES
                AND TR-ACTION NOT = 'P'
                   MOVE 'MISSING ITEM CODE' TO WS-REJECT-REASON
                   PERFORM 2700-WRITE-REJECT-RECORD
               ELSE
                   MOVE 'RESERVED CODE PREFIX' TO WS-REJECT-REASON
                   PERFORM 2700-WRITE-REJECT-RECORD
               ELSE
      *        An unattributed change cannot be answered for at audit,
      *        so it does not reach the master.
               IF TR-OPERATOR-ID = SPACES
                   MOVE 'MISSING OPERATOR ID' TO WS-REJECT-REASON
                   PERFORM 2700-WRITE-REJECT-RECORD
               ELSE
               IF TR-SOURCE-SYSTEM = SPACES
                   MOVE 'MISSING SOURCE SYSTEM' TO WS-REJECT-REASON
                   PERFORM 2700-WRITE-REJECT-RECORD
               ELSE
                   EVALUATE TR-ACTION
                       WHEN 'A'
                           PERFORM 2200-APPLY-ADD
                           PERFORM 2300-APPLY-CHANGE
                       WHEN 'D'
                           PERFORM 2400-APPLY-DELETE
                       WHEN 'R'
                           PERFORM 2500-APPLY-RECLASSIFY
                       WHEN 'P'
                           PERFORM 2800-APPLY-PRICE-ADJUSTMENT
                       WHEN OTHER
                           MOVE 'INVALID ACTION CODE'
                               TO WS-REJECT-REASON
                   END-EVALUATE
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       2110-LOCATE-ITEM-CODE.
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       2500-APPLY-RECLASSIFY.
      *    Category-only change, written by the CATMAINT merge for
      *    every item carrying the category being merged away.  Only
      *    ITEM-CATEGORY is replaced, so a full-image change applied
      *    earlier in the run is not undone, and the blank effective
      *    date on the transaction means 2050 never warehouses it.
           PERFORM 2110-LOCATE-ITEM-CODE
           IF WS-CODE-NOT-FOUND
               MOVE 'ITEM CODE NOT ON MASTER' TO WS-REJECT-REASON
               PERFORM 2700-WRITE-REJECT-RECORD
           ELSE
               MOVE 'BEFORE ' TO WS-LOG-TAG
               MOVE WS-ITEM (WS-IDX) TO WS-LOG-ITEM
               PERFORM 2600-WRITE-CHANGE-LOG
               MOVE TR-ITEM-CATEGORY TO WS-ITEM-CATEGORY (WS-IDX)
               MOVE 'AFTER  ' TO WS-LOG-TAG
               MOVE WS-ITEM (WS-IDX) TO WS-LOG-ITEM
               PERFORM 2600-WRITE-CHANGE-LOG
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       2600-WRITE-CHANGE-LOG.
      *    One BEFORE line and one AFTER line per applied transaction,
      *    each carrying the full item image - an add logs a blank
      *    BEFORE image, a delete logs a blank AFTER image.  Both
      *    lines carry the transaction's attribution.
           MOVE SPACES TO CHANGE-LOG-RECORD
           MOVE WS-TRAN-COUNT TO CHG-SEQ
           MOVE TR-ACTION TO CHG-ACTION
           MOVE WS-LOG-TAG TO CHG-TAG
           MOVE WS-LOG-ITEM TO CHG-ITEM
           MOVE TR-ATTRIBUTION TO CHG-ATTRIBUTION
           WRITE CHANGE-LOG-RECORD
           ADD 1 TO WS-CHGLOG-COUNT.

       2700-WRITE-REJECT-RECORD.
      *    A transaction rejected for a disallowed character still
           IF REJ-ACTION IS NOT WS-PRINTABLE-CLASS
               MOVE SPACE TO REJ-ACTION
           END-IF
           MOVE TR-ATTRIBUTION TO REJ-ATTRIBUTION
           PERFORM VARYING WS-SANITIZE-IDX FROM 1 BY 1
                   UNTIL WS-SANITIZE-IDX > LENGTH OF REJ-ATTRIBUTION
               MOVE REJ-ATTRIBUTION (WS-SANITIZE-IDX:1)
                   TO WS-SANITIZE-CHAR
               IF WS-SANITIZE-CHAR IS NOT WS-PRINTABLE-CLASS
                   MOVE SPACE TO REJ-ATTRIBUTION (WS-SANITIZE-IDX:1)
               END-IF
           END-PERFORM
           MOVE WS-REJECT-REASON TO REJ-REASON
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT.

       2800-APPLY-PRICE-ADJUSTMENT.
      *    Applies the adjustment to every selected item, or only
      *    reports it when flagged preview-only.  A transaction that
      *    fails its edits, or selects no item, is rejected whole.
           IF TR-PA-PREVIEW-ONLY
               MOVE 'PREVIEW' TO WS-PA-MODE
           ELSE
               MOVE 'APPLIED' TO WS-PA-MODE
           END-IF
           PERFORM 2810-PREVIEW-PRICE-ADJUSTMENT
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2700-WRITE-REJECT-RECORD
           ELSE
               IF WS-PA-SELECTED-COUNT = ZEROS
                   MOVE 'NO ITEMS IN CATEGORY/STATUS'
                       TO WS-REJECT-REASON
                   PERFORM 2700-WRITE-REJECT-RECORD
               ELSE
                   IF WS-PA-APPLYING
                       ADD 1 TO WS-APPLIED-COUNT
                   END-IF
               END-IF
           END-IF.

       2810-PREVIEW-PRICE-ADJUSTMENT.
      *    Edits the adjustment, heads it on PRCRPT and walks the
      *    master table for the items it selects.  Only an APPLIED
      *    run changes the table and the change log; QUEUED and
      *    PREVIEW runs list the same before/after amounts as a
      *    projection against the master as it stands.  On exit
      *    WS-REJECT-REASON is blank when the edits passed.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZEROS TO WS-PA-SELECTED-COUNT
           MOVE ZEROS TO WS-PA-CHANGED-COUNT
           MOVE ZEROS TO WS-PA-SKIPPED-COUNT
           MOVE ZEROS TO WS-PA-OLD-TOTAL
           MOVE ZEROS TO WS-PA-NEW-TOTAL
           EVALUATE TRUE
               WHEN TR-PA-CATEGORY = SPACES
                   MOVE 'MISSING CATEGORY' TO WS-REJECT-REASON
               WHEN NOT TR-PA-PERCENT-TYPE
                AND NOT TR-PA-FIXED-TYPE
                   MOVE 'INVALID ADJUSTMENT TYPE' TO WS-REJECT-REASON
               WHEN NOT TR-PA-INCREASE
                AND NOT TR-PA-DECREASE
                   MOVE 'INVALID ADJUSTMENT SIGN' TO WS-REJECT-REASON
               WHEN TR-PA-PERCENT-TYPE
                AND TR-PA-PERCENT IS NOT NUMERIC
                   MOVE 'ADJUSTMENT NOT NUMERIC' TO WS-REJECT-REASON
               WHEN TR-PA-FIXED-TYPE
                AND TR-PA-FIXED-AMOUNT IS NOT NUMERIC
                   MOVE 'ADJUSTMENT NOT NUMERIC' TO WS-REJECT-REASON
               WHEN TR-PA-STATUS-FILTER NOT = SPACE
                AND TR-PA-STATUS-FILTER NOT = 'A'
                AND TR-PA-STATUS-FILTER NOT = 'I'
                AND TR-PA-STATUS-FILTER NOT = 'P'
                   MOVE 'INVALID STATUS FILTER' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2820-WRITE-PRICE-HEADING
           IF WS-REJECT-REASON NOT = SPACES
               MOVE SPACES TO PRICE-REPORT-LINE
               STRING '  REJECTED - ' WS-REJECT-REASON
                   DELIMITED BY SIZE INTO PRICE-REPORT-LINE
               END-STRING
               WRITE PRICE-REPORT-LINE
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-COUNT
                   IF NOT WS-ENTRY-DELETED (WS-IDX)
                    AND WS-ITEM-CATEGORY (WS-IDX) = TR-PA-CATEGORY
                    AND (TR-PA-STATUS-FILTER = SPACE
                     OR WS-ITEM-STATUS (WS-IDX) = TR-PA-STATUS-FILTER)
                       PERFORM 2830-ADJUST-ONE-ITEM
                   END-IF
               END-PERFORM
               PERFORM 2850-WRITE-PRICE-TOTALS
           END-IF.

       2820-WRITE-PRICE-HEADING.
           MOVE SPACES TO PRICE-REPORT-LINE
           WRITE PRICE-REPORT-LINE
           MOVE SPACES TO PRICE-HEADING-RECORD
           MOVE 'PRICE ADJUSTMENT ' TO PRH-LABEL
           MOVE WS-TRAN-COUNT TO PRH-SEQ
           MOVE ' CATEGORY ' TO PRH-CAT-LABEL
           MOVE TR-PA-CATEGORY TO PRH-CATEGORY
           MOVE ' STATUS ' TO PRH-STATUS-LABEL
           IF TR-PA-STATUS-FILTER = SPACE
               MOVE '*' TO PRH-STATUS-FILTER
           ELSE
               MOVE TR-PA-STATUS-FILTER TO PRH-STATUS-FILTER
           END-IF
           MOVE ' ADJ ' TO PRH-ADJ-LABEL
           MOVE TR-PA-SIGN TO PRH-SIGN
           IF TR-PA-PERCENT-TYPE
            AND TR-PA-PERCENT IS NUMERIC
               MOVE TR-PA-PERCENT TO WS-PA-PERCENT-EDITED
               STRING WS-PA-PERCENT-EDITED ' PCT'
                   DELIMITED BY SIZE INTO PRH-ADJ-VALUE
               END-STRING
           END-IF
           IF TR-PA-FIXED-TYPE
            AND TR-PA-FIXED-AMOUNT IS NUMERIC
               MOVE TR-PA-FIXED-AMOUNT TO WS-PA-FIXED-EDITED
               MOVE WS-PA-FIXED-EDITED TO PRH-ADJ-VALUE
           END-IF
           MOVE ' EFF ' TO PRH-EFF-LABEL
           IF TR-PA-EFF-DATE IS NUMERIC
               MOVE TR-PA-EFF-DATE TO PRH-EFF-DATE
           ELSE
               MOVE ZEROS TO PRH-EFF-DATE
           END-IF
           MOVE WS-PA-MODE TO PRH-MODE
           WRITE PRICE-HEADING-RECORD.

       2830-ADJUST-ONE-ITEM.
           ADD 1 TO WS-PA-SELECTED-COUNT
           MOVE SPACES TO PRICE-DETAIL-RECORD
           MOVE WS-ITEM-CODE (WS-IDX) TO PRD-ITEM-CODE
           MOVE WS-ITEM-DESC (WS-IDX) TO PRD-ITEM-DESC
           MOVE WS-ITEM-STATUS (WS-IDX) TO PRD-ITEM-STATUS
           MOVE ' -> ' TO PRD-ARROW
           IF WS-ITEM-AMOUNT (WS-IDX) IS NOT NUMERIC
               MOVE ZEROS TO PRD-OLD-AMOUNT
               MOVE ZEROS TO PRD-NEW-AMOUNT
               MOVE 'SKIP NOT NUM' TO WS-PA-DISPOSITION
               ADD 1 TO WS-PA-SKIPPED-COUNT
           ELSE
               MOVE WS-ITEM-AMOUNT (WS-IDX) TO PRD-OLD-AMOUNT
               IF TR-PA-PERCENT-TYPE
                   COMPUTE WS-PA-ADJUSTMENT ROUNDED =
                       WS-ITEM-AMOUNT (WS-IDX) * TR-PA-PERCENT / 100
               ELSE
                   MOVE TR-PA-FIXED-AMOUNT TO WS-PA-ADJUSTMENT
               END-IF
               IF TR-PA-DECREASE
                   COMPUTE WS-PA-NEW-AMOUNT =
                       WS-ITEM-AMOUNT (WS-IDX) - WS-PA-ADJUSTMENT
               ELSE
                   COMPUTE WS-PA-NEW-AMOUNT =
                       WS-ITEM-AMOUNT (WS-IDX) + WS-PA-ADJUSTMENT
               END-IF
               MOVE WS-PA-NEW-AMOUNT TO PRD-NEW-AMOUNT
               EVALUATE TRUE
                   WHEN WS-PA-NEW-AMOUNT < ZEROS
                       MOVE 'SKIP NEGATIVE' TO WS-PA-DISPOSITION
                       ADD 1 TO WS-PA-SKIPPED-COUNT
                   WHEN WS-PA-NEW-AMOUNT > WS-PA-AMOUNT-LIMIT
                       MOVE 'SKIP OVER MAX' TO WS-PA-DISPOSITION
                       ADD 1 TO WS-PA-SKIPPED-COUNT
                   WHEN WS-PA-NEW-AMOUNT = WS-ITEM-AMOUNT (WS-IDX)
                       MOVE 'NO CHANGE' TO WS-PA-DISPOSITION
                   WHEN OTHER
                       PERFORM 2840-CHANGE-ITEM-AMOUNT
               END-EVALUATE
           END-IF
           MOVE WS-PA-DISPOSITION TO PRD-DISPOSITION
           WRITE PRICE-DETAIL-RECORD.

       2840-CHANGE-ITEM-AMOUNT.
      *    Each item moved gets its own BEFORE/AFTER pair in the
      *    change log under the P transaction's sequence number and
      *    attribution, so CHGARCH archives it like any item change.
           ADD 1 TO WS-PA-CHANGED-COUNT
           ADD WS-ITEM-AMOUNT (WS-IDX) TO WS-PA-OLD-TOTAL
           ADD WS-PA-NEW-AMOUNT TO WS-PA-NEW-TOTAL
           IF WS-PA-APPLYING
               MOVE 'BEFORE ' TO WS-LOG-TAG
               MOVE WS-ITEM (WS-IDX) TO WS-LOG-ITEM
               PERFORM 2600-WRITE-CHANGE-LOG
               MOVE WS-PA-NEW-AMOUNT TO WS-ITEM-AMOUNT (WS-IDX)
               MOVE 'AFTER  ' TO WS-LOG-TAG
               MOVE WS-ITEM (WS-IDX) TO WS-LOG-ITEM
               PERFORM 2600-WRITE-CHANGE-LOG
               ADD 1 TO WS-PRICE-ITEM-COUNT
               MOVE 'CHANGED' TO WS-PA-DISPOSITION
           ELSE
               MOVE 'WOULD CHANGE' TO WS-PA-DISPOSITION
           END-IF.

       2850-WRITE-PRICE-TOTALS.
           MOVE SPACES TO PRICE-TOTAL-RECORD
           MOVE '  ITEMS: ' TO PRT-LABEL
           MOVE WS-PA-SELECTED-COUNT TO PRT-SELECTED
           MOVE '  CHANGED ' TO PRT-CHANGED-LABEL
           MOVE WS-PA-CHANGED-COUNT TO PRT-CHANGED
           MOVE '  SKIPPED ' TO PRT-SKIPPED-LABEL
           MOVE WS-PA-SKIPPED-COUNT TO PRT-SKIPPED
           MOVE '  OLD ' TO PRT-OLD-LABEL
           MOVE WS-PA-OLD-TOTAL TO PRT-OLD-TOTAL
           MOVE '  NEW ' TO PRT-NEW-LABEL
           MOVE WS-PA-NEW-TOTAL TO PRT-NEW-TOTAL
           WRITE PRICE-TOTAL-RECORD.

       3000-WRITE-NEW-MASTER.
      *    Writes every surviving (not deleted) table entry back out
      *    in item code order (the table's order since the 1200 sort)
      *    The trailer hash total sums the amounts of detail records
      *    whose amount field is numeric, matching how
      *    1108-BALANCE-CONTROL-TOTALS accumulates on the read side.
      *    The header carries the business date from RUNCTL, which
      *    ITMPROC expects, and this run's sequence.
           MOVE SPACES TO NEW-MASTER-HEADER-REC
           MOVE 'HDR' TO NMH-STAMP-TYPE
           MOVE CTL-BUSINESS-DATE TO NMH-STAMP-BUSINESS-DATE
           MOVE CTL-RUN-SEQ TO NMH-STAMP-RUN-SEQ
           MOVE 'NEWMAST' TO NMH-STAMP-FILE-ID
           WRITE NEW-MASTER-HEADER-REC
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-COUNT
               IF NOT WS-ENTRY-DELETED (WS-IDX)
           WRITE NEW-MASTER-TRAILER-REC.

       9000-TERMINATE.
           IF NOT WS-GENERATION-FAILED
               CLOSE NEW-MASTER-FILE
               CLOSE CHANGE-LOG-FILE
               CLOSE REJECT-FILE
               CLOSE PENDING-OUT-FILE
               CLOSE PENDING-REPORT-FILE
               CLOSE PRICE-REPORT-FILE
           END-IF
           DISPLAY 'ITMMAINT MAINTENANCE TOTALS' UPON CONSOLE
           DISPLAY '  MASTER RECORDS IN   : ' WS-MASTER-IN-COUNT
               UPON CONSOLE
           DISPLAY '  FUTURE-DATED QUEUED : ' WS-QUEUED-COUNT
               UPON CONSOLE
           DISPLAY '  PENDING RELEASED    : ' WS-RELEASED-COUNT
               UPON CONSOLE
           DISPLAY '  PRICE ITEMS CHANGED : ' WS-PRICE-ITEM-COUNT
               UPON CONSOLE
           DISPLAY '  TRAN BATCHES READ   : ' WS-BATCH-COUNT
               UPON CONSOLE
           DISPLAY '  BATCHES NOT BALANCED: ' WS-BATCH-BREAK-COUNT
               UPON CONSOLE
           PERFORM 9100-RECORD-CONTROL-TOTALS.

       9100-RECORD-CONTROL-TOTALS.
      *    The run's counts go to the cumulative control-totals file
      *    for FLOWBAL, on every run - a stopped run records its
      *    FAILED status and zero counts, so the balancing shows
      *    where the night broke.  MASTER-OUT is the NEWMAST trailer
      *    count and hash total ITMPROC balances its load against;
      *    CHGLOG-OUT is what CHGARCH should read.  Created on the
      *    first run, like the ITMPROC run log; any other open
      *    failure must not fall through to OPEN OUTPUT and truncate
      *    the file.
           OPEN EXTEND CONTROL-TOTALS-FILE
           IF WS-CTLT-FILE-STATUS = '35'
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF
           IF WS-CTLT-FILE-OK
               ACCEPT WS-FLOW-TIME FROM TIME
               IF RETURN-CODE >= 12
                   MOVE 'FAILED' TO WS-FLOW-STATUS
               ELSE
                   MOVE 'OK' TO WS-FLOW-STATUS
               END-IF
               MOVE 'MASTER-IN' TO WS-FLOW-TOTAL-ID
               MOVE WS-MASTER-IN-COUNT TO WS-FLOW-COUNT
               MOVE WS-INPUT-AMOUNT-TOTAL TO WS-FLOW-AMOUNT
               PERFORM 9110-WRITE-CONTROL-TOTAL
               MOVE 'TRAN-IN' TO WS-FLOW-TOTAL-ID
               MOVE WS-TRAN-COUNT TO WS-FLOW-COUNT
               MOVE ZEROS TO WS-FLOW-AMOUNT
               PERFORM 9110-WRITE-CONTROL-TOTAL
               MOVE 'TRAN-APPLIED' TO WS-FLOW-TOTAL-ID
               MOVE WS-APPLIED-COUNT TO WS-FLOW-COUNT
               PERFORM 9110-WRITE-CONTROL-TOTAL
               MOVE 'TRAN-REJECT' TO WS-FLOW-TOTAL-ID
               MOVE WS-REJECT-COUNT TO WS-FLOW-COUNT
               PERFORM 9110-WRITE-CONTROL-TOTAL
               MOVE 'TRAN-QUEUED' TO WS-FLOW-TOTAL-ID
               MOVE WS-QUEUED-COUNT TO WS-FLOW-COUNT
               PERFORM 9110-WRITE-CONTROL-TOTAL
               MOVE 'CHGLOG-OUT' TO WS-FLOW-TOTAL-ID
               MOVE WS-CHGLOG-COUNT TO WS-FLOW-COUNT
               PERFORM 9110-WRITE-CONTROL-TOTAL
               MOVE 'MASTER-OUT' TO WS-FLOW-TOTAL-ID
               MOVE WS-OUTPUT-COUNT TO WS-FLOW-COUNT
               MOVE WS-OUTPUT-AMOUNT-TOTAL TO WS-FLOW-AMOUNT
               PERFORM 9110-WRITE-CONTROL-TOTAL
               CLOSE CONTROL-TOTALS-FILE
           ELSE
               DISPLAY 'ITMMAINT: CONTROL TOTALS NOT RECORDED - OPEN '
                   'STATUS ' WS-CTLT-FILE-STATUS UPON CONSOLE
           END-IF.

       9110-WRITE-CONTROL-TOTAL.
           MOVE SPACES TO CONTROL-TOTAL-RECORD
           MOVE CTL-BUSINESS-DATE TO CT-BUSINESS-DATE
           MOVE CTL-RUN-SEQ TO CT-RUN-SEQ
           MOVE 'ITMMAINT' TO CT-PROGRAM
           MOVE WS-FLOW-TOTAL-ID TO CT-TOTAL-ID
           MOVE WS-FLOW-COUNT TO CT-COUNT
           MOVE WS-FLOW-AMOUNT TO CT-AMOUNT
           MOVE WS-FLOW-STATUS TO CT-STEP-STATUS
           MOVE RETURN-CODE TO CT-RETURN-CODE
           MOVE WS-FLOW-TIME TO CT-RECORDED-TIME
           WRITE CONTROL-TOTAL-RECORD.
