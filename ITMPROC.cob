               RECORD KEY IS KM-ITEM-CODE
               FILE STATUS IS WS-KSDS-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           COPY ITEMREC REPLACING LEADING ==PFX-== BY ==SNP-==.
      *    Generation stamp heading the snapshot, checked by the next
      *    run when the file comes back as SNAPPREV.
       01  SNAPSHOT-STAMP-REC.
           05  SNP-STAMP.
               COPY GENSTAMP REPLACING LEADING ==PFX-== BY ==SNP-==.
           05  FILLER                   PIC X(26).

       FD  DELTA-REPORT-FILE.
       01  DELTA-RECORD.
           05  HO-NEW-AMOUNT            PIC 9(7)V99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  HO-FIRST-DATE            PIC 9(08).
       01  HOLD-OUT-STAMP-REC.
           05  HO-STAMP.
               COPY GENSTAMP REPLACING LEADING ==PFX-== BY ==HO-==.
           05  FILLER                   PIC X(15).

      *    Operations approval transactions against held items:
      *    R releases the held (new) amount into the outputs, J
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DUP-DROP-AMOUNT          PIC Z(6)9.99.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTREC REPLACING LEADING ==PFX-== BY ==RC-==.

       FD  CONTROL-TOTALS-FILE.
       01  CONTROL-TOTAL-RECORD.
           COPY CTLTREC REPLACING LEADING ==PFX-== BY ==CT-==.

       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-RECORD.
           05  BAL-LABEL                PIC X(22).

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE          PIC 9(8) VALUE ZEROS.
           05  WS-BUSINESS-DATE-INT     PIC 9(7) VALUE ZEROS.

       01  WS-LIFECYCLE-CONTROL.
           05  WS-INACTIVE-CUTOFF-DAYS PIC 9(5) VALUE 90.
           05  WS-FEED-RECORD          PIC X(50).
           05  WS-FEED-DETAIL REDEFINES WS-FEED-RECORD.
               COPY ITEMREC REPLACING LEADING ==PFX-== BY ==FEED-==.
      *    ITMMAINT's NEWMAST header is also its generation stamp
      *    (GENSTAMP): run sequence and file id follow the date.
           05  WS-FEED-HEADER REDEFINES WS-FEED-RECORD.
               10  FEEDH-RECORD-TYPE   PIC X(03).
               10  FEEDH-FILE-DATE     PIC 9(08).
               10  FEEDH-RUN-SEQ       PIC 9(05).
               10  FEEDH-FILE-ID       PIC X(08).
               10  FILLER              PIC X(26).
           05  WS-FEED-TRAILER REDEFINES WS-FEED-RECORD.
               10  FEEDT-RECORD-TYPE   PIC X(03).
               10  FEEDT-RECORD-COUNT  PIC 9(09).
       01  WS-CONTROL-TOTALS.
           05  WS-EXPECTED-DATE         PIC 9(8) VALUE ZEROS.
           05  WS-HEADER-DATE           PIC 9(8) VALUE ZEROS.
           05  WS-HEADER-RUN-SEQ        PIC 9(5) VALUE ZEROS.
           05  WS-RUN-SEQ-CHECK-SW      PIC X(01) VALUE 'N'.
               88  WS-RUN-SEQ-CHECKED            VALUE 'Y'.
           05  WS-EXPECTED-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-RECEIVED-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-EXPECTED-AMOUNT       PIC 9(13)V99 VALUE ZEROS.
           05  WS-RC-DISPLAY           PIC 9(4) VALUE ZEROS.
           05  WS-REJECT-THRESHOLD-PCT PIC 9(3) VALUE ZEROS.

      *    Per-feed receipts and per-output writes recorded on
      *    CTLTOTS for the FLOWBAL balancing; one CTLTOTS record is
      *    built in the WS-FLOW fields per count recorded.
       01  WS-FLOW-CONTROL.
           05  WS-CTLT-FILE-STATUS      PIC X(02) VALUE '00'.
               88  WS-CTLT-FILE-OK               VALUE '00'.
           05  WS-FLOW-TOTAL-ID         PIC X(12) VALUE SPACES.
           05  WS-FLOW-COUNT            PIC 9(09) VALUE ZEROS.
           05  WS-FLOW-AMOUNT           PIC 9(13)V99 VALUE ZEROS.
           05  WS-FLOW-STATUS           PIC X(08) VALUE SPACES.
           05  WS-FLOW-TIME             PIC 9(08) VALUE ZEROS.
           05  WS-MAST-FEED-COUNT       PIC 9(09) VALUE ZEROS.
           05  WS-MAST-FEED-AMOUNT      PIC 9(13)V99 VALUE ZEROS.
           05  WS-RECY-FEED-COUNT       PIC 9(09) VALUE ZEROS.
           05  WS-RECY-FEED-AMOUNT      PIC 9(13)V99 VALUE ZEROS.
           05  WS-SNAP-OUT-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-SNAP-OUT-AMOUNT       PIC 9(13)V99 VALUE ZEROS.
           05  WS-KSDS-OUT-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-KSDS-OUT-AMOUNT       PIC 9(13)V99 VALUE ZEROS.
           05  WS-HIST-OUT-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-HIST-OUT-AMOUNT       PIC 9(13)V99 VALUE ZEROS.

       01  WS-KSDS-CONTROL.
           05  WS-KSDS-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-KSDS-FILE-OK              VALUE '00'.
           05  WS-RELEASED-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-REJECTED-COUNT       PIC 9(5) VALUE ZEROS.

      *    Generation control.  The run control record gives this
      *    run's business date and sequence; SNAPPREV and HOLDPREV
      *    must carry the stamp of the sequence before it, and the
      *    ITEMMAST feed - written by tonight's ITMMAINT - this
      *    run's own sequence.  Sequence 1 is the first stamped run,
      *    whose carried files predate stamping, so they are not
      *    checked.
       01  WS-GENERATION-CONTROL.
           05  WS-RUNCTL-FILE-STATUS    PIC X(02) VALUE '00'.
               88  WS-RUNCTL-FILE-OK             VALUE '00'.
           05  WS-RUN-CONTROL.
               COPY RUNCTREC REPLACING LEADING ==PFX-== BY ==CTL-==.
           05  WS-GEN-OVRD-COUNT        PIC 9(3) VALUE ZEROS.
           05  WS-GEN-OVERRIDE-SW       PIC X(01) VALUE 'N'.
               88  WS-GEN-OVERRIDE               VALUE 'Y'.
           05  WS-GEN-FAILED-SW         PIC X(01) VALUE 'N'.
               88  WS-GENERATION-FAILED          VALUE 'Y'.
           05  WS-GEN-FILE-SW           PIC X(01) VALUE 'N'.
               88  WS-GEN-FILE-PRESENT           VALUE 'Y'.
           05  WS-GEN-FILE-NAME         PIC X(08) VALUE SPACES.
           05  WS-GEN-EXPECTED-ID       PIC X(08) VALUE SPACES.
           05  WS-GEN-EXPECTED-SEQ      PIC 9(05) VALUE ZEROS.
           05  WS-GEN-PROBLEM           PIC X(22) VALUE SPACES.
           05  WS-GEN-STAMP.
               COPY GENSTAMP REPLACING LEADING ==PFX-== BY ==GEN-==.

       01  WS-VALIDATION-CONTROL.
           05  WS-SOURCE-SEQ            PIC 9(5) VALUE ZEROS.
           05  WS-ENTRY-VALID-SW        PIC X(01) VALUE 'Y'.
           IF NOT WS-CONTROL-FAILED
               PERFORM 2000-PROCESS-TABLE
           END-IF
      *    A generation break never falls back - the prior snapshot
      *    is the very file that could not be trusted.
           IF WS-CONTROL-FAILED AND WS-FALLBACK-SELECTED
            AND NOT WS-BOUNDS-EXCEEDED
            AND NOT WS-GENERATION-FAILED
               PERFORM 1500-ACTIVATE-FALLBACK
           END-IF
           IF NOT WS-BOUNDS-EXCEEDED
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN OUTPUT AUDIT-FILE
           PERFORM 1070-CHECK-GENERATIONS
      *    The status lifecycle runs as of the business date being
      *    processed, so a catch-up night promotes and deactivates as
      *    of that date, not the day it happens to run.
           IF CTL-BUSINESS-DATE > ZEROS
               COMPUTE WS-BUSINESS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (CTL-BUSINESS-DATE)
           END-IF
           PERFORM 1010-READ-PARAMETERS
           PERFORM 1020-LOAD-CATEGORY-MASTER
           PERFORM 1030-LOAD-EXTRACT-DEFINITIONS
           IF NOT WS-GENERATION-FAILED
               PERFORM 1100-LOAD-ITEM-MASTER-FILE
               PERFORM 1300-LOAD-PRIOR-SNAPSHOT
               PERFORM 1310-LOAD-PRIOR-HOLDS
               PERFORM 1320-LOAD-APPROVALS
           END-IF
           PERFORM 1050-CHECK-RESTART.

       1010-READ-PARAMETERS.
               CLOSE PARM-FILE
           END-IF
      *    With no operations override the expected business date for
      *    the header-date check is the one RUNSTART opened, or
      *    simply today when there is no run control record.
           IF WS-EXPECTED-DATE = ZEROS
               IF CTL-BUSINESS-DATE > ZEROS
                   MOVE CTL-BUSINESS-DATE TO WS-EXPECTED-DATE
               ELSE
                   MOVE WS-CURRENT-DATE TO WS-EXPECTED-DATE
               END-IF
           END-IF.

       1020-LOAD-CATEGORY-MASTER.
           END-IF
           COMPUTE WS-START-IDX = CKPT-COUNT + 1.

       1070-CHECK-GENERATIONS.
      *    SNAPPREV and HOLDPREV are the previous run's SNAPCURR and
      *    HOLDOUT; the stamp is the first record of each.  A missing
      *    or empty file is itself a break - every completed run
      *    writes at least the stamp.  A break stops the run like a
      *    balancing failure (WS-CONTROL-FAILED, return code 16)
      *    unless GENOVRD is on the command line.
           PERFORM 1075-READ-RUN-CONTROL
           IF NOT WS-GENERATION-FAILED AND CTL-RUN-SEQ > 1
               COMPUTE WS-GEN-EXPECTED-SEQ = CTL-RUN-SEQ - 1
               MOVE 'SNAPPREV' TO WS-GEN-FILE-NAME
               MOVE 'SNAPCURR' TO WS-GEN-EXPECTED-ID
               MOVE SPACES TO WS-GEN-STAMP
               MOVE 'N' TO WS-GEN-FILE-SW
               OPEN INPUT PRIOR-SNAPSHOT-FILE
               IF WS-SNAP-FILE-OK
                   SET WS-GEN-FILE-PRESENT TO TRUE
                   READ PRIOR-SNAPSHOT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE PRIOR-SNAPSHOT-RECORD (1:24)
                               TO WS-GEN-STAMP
                   END-READ
                   CLOSE PRIOR-SNAPSHOT-FILE
               END-IF
               PERFORM 1080-VERIFY-GENERATION
               MOVE 'HOLDPREV' TO WS-GEN-FILE-NAME
               MOVE 'HOLDOUT' TO WS-GEN-EXPECTED-ID
               MOVE SPACES TO WS-GEN-STAMP
               MOVE 'N' TO WS-GEN-FILE-SW
               OPEN INPUT PRIOR-HOLD-FILE
               IF WS-HOLDPREV-FILE-OK
                   SET WS-GEN-FILE-PRESENT TO TRUE
                   READ PRIOR-HOLD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE PRIOR-HOLD-RECORD (1:24)
                               TO WS-GEN-STAMP
                   END-READ
                   CLOSE PRIOR-HOLD-FILE
               END-IF
               PERFORM 1080-VERIFY-GENERATION
           END-IF
           IF WS-GENERATION-FAILED
               SET WS-CONTROL-FAILED TO TRUE
           END-IF.

       1075-READ-RUN-CONTROL.
      *    GENOVRD anywhere on the command line is the operator's
      *    override: a generation break is reported but the run
      *    continues, with warning return code 4 so the override
      *    shows.
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
                   DISPLAY 'ITMPROC: NO RUN CONTROL RECORD - '
                       'GENOVRD GIVEN, GENERATIONS NOT CHECKED AND '
                       'TODAY TAKEN AS THE BUSINESS DATE' UPON CONSOLE
                   MOVE WS-CURRENT-DATE TO CTL-BUSINESS-DATE
                   MOVE 04 TO RETURN-CODE
               ELSE
                   DISPLAY 'ITMPROC: NO RUN CONTROL RECORD (RUNCTL) '
                       '- RUNSTART HAS NOT OPENED THE BUSINESS DAY - '
                       'RUN STOPPED' UPON CONSOLE
                   SET WS-GENERATION-FAILED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       1080-VERIFY-GENERATION.
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
               DISPLAY 'ITMPROC: ' WS-GEN-FILE-NAME ' '
                   WS-GEN-PROBLEM ' - EXPECTED ' WS-GEN-EXPECTED-ID
                   ' OF ' CTL-PRIOR-BUSINESS-DATE ' RUN '
                   WS-GEN-EXPECTED-SEQ UPON CONSOLE
               IF WS-GEN-FILE-PRESENT
                AND GEN-STAMP-TYPE = 'HDR'
                   DISPLAY 'ITMPROC: ' WS-GEN-FILE-NAME ' CARRIES '
                       GEN-STAMP-FILE-ID ' OF '
                       GEN-STAMP-BUSINESS-DATE ' RUN '
                       GEN-STAMP-RUN-SEQ UPON CONSOLE
               END-IF
               IF WS-GEN-OVERRIDE
                   DISPLAY 'ITMPROC: GENERATION CHECK ON '
                       WS-GEN-FILE-NAME ' OVERRIDDEN BY GENOVRD - '
                       'RUN CONTINUES' UPON CONSOLE
                   IF RETURN-CODE < 04
                       MOVE 04 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY 'ITMPROC: RUN STOPPED - ' WS-GEN-FILE-NAME
                       ' IS NOT THE PREVIOUS RUN''S GENERATION'
                       UPON CONSOLE
                   SET WS-GENERATION-FAILED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       1100-LOAD-ITEM-MASTER-FILE.
      *    Fills WS-TABLE from the business day's feeds - the day's
      *    ITEMMAST first, then the day's RECYCOUT suspense recycle -
           MOVE 'N' TO WS-HEADER-SEEN-SW
           MOVE 'N' TO WS-TRAILER-SEEN-SW
           MOVE ZEROS TO WS-HEADER-DATE
           MOVE ZEROS TO WS-HEADER-RUN-SEQ
           MOVE ZEROS TO WS-EXPECTED-COUNT
           MOVE ZEROS TO WS-RECEIVED-COUNT
           MOVE ZEROS TO WS-EXPECTED-AMOUNT
               MOVE FEEDH-FILE-DATE TO WS-HEADER-DATE
           ELSE
               MOVE ZEROS TO WS-HEADER-DATE
           END-IF
           IF FEEDH-RUN-SEQ IS NUMERIC
               MOVE FEEDH-RUN-SEQ TO WS-HEADER-RUN-SEQ
           ELSE
               MOVE ZEROS TO WS-HEADER-RUN-SEQ
           END-IF.

       1106-PROCESS-TRAILER-RECORD.
      *    amounts, per the feed specification.  Any failure stops
      *    the run before the table is processed.  The balance
      *    report (opened in 1100) gets one section per feed.
      *    ITEMMAST must also carry this run's sequence - it is
      *    tonight's NEWMAST, not an earlier night's left in place -
      *    unless there is no run control record or GENOVRD was
      *    given.
           MOVE SPACES TO BALANCE-REPORT-RECORD
           MOVE 'FEEDNAME BALANCING' TO BAL-LABEL
           MOVE WS-FEED-NAME TO BAL-LABEL (1:8)
           MOVE WS-EXPECTED-DATE TO BAL-EXPECTED
           MOVE WS-HEADER-DATE TO BAL-RECEIVED
           WRITE BALANCE-REPORT-RECORD
           MOVE 'N' TO WS-RUN-SEQ-CHECK-SW
           IF WS-FEED-NAME = 'ITEMMAST'
            AND CTL-RUN-SEQ > ZEROS
            AND NOT WS-GEN-OVERRIDE
               SET WS-RUN-SEQ-CHECKED TO TRUE
               MOVE SPACES TO BALANCE-REPORT-RECORD
               MOVE 'RUN SEQUENCE' TO BAL-LABEL
               MOVE CTL-RUN-SEQ TO BAL-EXPECTED
               MOVE WS-HEADER-RUN-SEQ TO BAL-RECEIVED
               WRITE BALANCE-REPORT-RECORD
           END-IF
           MOVE SPACES TO BALANCE-REPORT-RECORD
           MOVE 'RECORD COUNT' TO BAL-LABEL
           MOVE WS-EXPECTED-COUNT TO WS-BAL-COUNT-EDITED
           MOVE WS-BAL-AMOUNT-EDITED TO BAL-RECEIVED
           WRITE BALANCE-REPORT-RECORD
           MOVE SPACES TO BALANCE-REPORT-RECORD
           IF WS-FEED-NAME = 'ITEMMAST'
               MOVE WS-RECEIVED-COUNT TO WS-MAST-FEED-COUNT
               MOVE WS-RECEIVED-AMOUNT TO WS-MAST-FEED-AMOUNT
           ELSE
               MOVE WS-RECEIVED-COUNT TO WS-RECY-FEED-COUNT
               MOVE WS-RECEIVED-AMOUNT TO WS-RECY-FEED-AMOUNT
           END-IF
           IF NOT WS-HEADER-SEEN
            OR NOT WS-TRAILER-SEEN
            OR WS-HEADER-DATE NOT = WS-EXPECTED-DATE
            OR (WS-RUN-SEQ-CHECKED
                AND WS-HEADER-RUN-SEQ NOT = CTL-RUN-SEQ)
            OR WS-EXPECTED-COUNT NOT = WS-RECEIVED-COUNT
            OR WS-EXPECTED-AMOUNT NOT = WS-RECEIVED-AMOUNT
               SET WS-CONTROL-FAILED TO TRUE
       1300-LOAD-PRIOR-SNAPSHOT.
      *    The previous run's SNAPCURR, carried in as SNAPPREV by the
      *    job stream.  Absent on a first run - the delta report then
      *    simply shows every current entry as added.  The generation
      *    stamp heading the file was checked in 1070 and is skipped.
           OPEN INPUT PRIOR-SNAPSHOT-FILE
           IF WS-SNAP-FILE-OK
               PERFORM UNTIL WS-SNAP-EOF
                       AT END
                           SET WS-SNAP-EOF TO TRUE
                       NOT AT END
                           IF PRIOR-SNAPSHOT-RECORD (1:3) NOT = 'HDR'
                               ADD 1 TO WS-PRIOR-COUNT
                               SET WS-PIDX TO WS-PRIOR-COUNT
                               MOVE PRIOR-SNAPSHOT-RECORD
                                   TO WS-PRIOR-ITEM (WS-PIDX)
                               MOVE 'N'
                                   TO WS-PRIOR-MATCHED-SW (WS-PIDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-SNAPSHOT-FILE
      *    hold gate re-derives old and new amounts against today's
      *    prior snapshot and feed; the carried amounts are kept so
      *    a fallback run can re-write the holds verbatim.  Absent
      *    on a first run.  The generation stamp heading the file was
      *    checked in 1070 and is skipped.
           OPEN INPUT PRIOR-HOLD-FILE
           IF WS-HOLDPREV-FILE-OK
               PERFORM UNTIL WS-HOLDPREV-EOF
                       AT END
                           SET WS-HOLDPREV-EOF TO TRUE
                       NOT AT END
                           IF PRIOR-HOLD-RECORD (1:3) NOT = 'HDR'
                               PERFORM 1315-LOAD-PRIOR-HOLD-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-HOLD-FILE
           END-IF.

       1315-LOAD-PRIOR-HOLD-ENTRY.
           ADD 1 TO WS-HOLD-COUNT
           SET WS-HDX TO WS-HOLD-COUNT
           MOVE PH-ITEM-CODE TO WS-HOLD-CODE (WS-HDX)
           MOVE 'N' TO WS-HOLD-USED-SW (WS-HDX)
           IF PH-FIRST-DATE IS NUMERIC
            AND PH-FIRST-DATE > 0
               MOVE PH-FIRST-DATE TO WS-HOLD-FIRST-DATE (WS-HDX)
           ELSE
               MOVE WS-CURRENT-DATE TO WS-HOLD-FIRST-DATE (WS-HDX)
           END-IF
           IF PH-OLD-AMOUNT IS NUMERIC
               MOVE PH-OLD-AMOUNT TO WS-HOLD-OLD-AMOUNT (WS-HDX)
           ELSE
               MOVE ZEROS TO WS-HOLD-OLD-AMOUNT (WS-HDX)
           END-IF
           IF PH-NEW-AMOUNT IS NUMERIC
               MOVE PH-NEW-AMOUNT TO WS-HOLD-NEW-AMOUNT (WS-HDX)
           ELSE
               MOVE ZEROS TO WS-HOLD-NEW-AMOUNT (WS-HDX)
           END-IF.

       1320-LOAD-APPROVALS.
      *    Operations release/reject decisions against held items.
      *    The action is not edited here: one that matches a hold
      *    HOLDPREV into the next real run and quietly release every
      *    pending hold.  Re-write the carried holds verbatim.
           OPEN OUTPUT HOLD-OUT-FILE
           PERFORM 2505-WRITE-HOLD-OUT-STAMP
           PERFORM VARYING WS-HDX FROM 1 BY 1
                   UNTIL WS-HDX > WS-HOLD-COUNT
               MOVE SPACES TO HOLD-OUT-RECORD
                NOT = ZERO
               EVALUATE WORK-ITEM-STATUS
                   WHEN 'P'
                       IF WORK-ITEM-EFF-DATE <= CTL-BUSINESS-DATE
                           PERFORM 2210-PROMOTE-ITEM
                       END-IF
                   WHEN 'A'
                       COMPUTE WS-EFF-AGE-DAYS =
                           WS-BUSINESS-DATE-INT
                         - FUNCTION INTEGER-OF-DATE
                               (WORK-ITEM-EFF-DATE)
                       IF WS-EFF-AGE-DAYS > WS-INACTIVE-CUTOFF-DAYS
      *    still-held item trips the tolerance again next run; the
      *    carried hold keeps its original first-held date.
           OPEN OUTPUT HOLD-OUT-FILE
           PERFORM 2505-WRITE-HOLD-OUT-STAMP
           OPEN OUTPUT HOLD-REPORT-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-COUNT
               IF WS-ITEM (WS-IDX) NOT = SPACES
           CLOSE HOLD-OUT-FILE
           CLOSE HOLD-REPORT-FILE.

       2505-WRITE-HOLD-OUT-STAMP.
      *    Generation stamp heading HOLDOUT, on the normal and the
      *    fallback path alike, checked by the next run when the file
      *    comes back as HOLDPREV.
           MOVE SPACES TO HOLD-OUT-STAMP-REC
           MOVE 'HDR' TO HO-STAMP-TYPE
           MOVE CTL-BUSINESS-DATE TO HO-STAMP-BUSINESS-DATE
           MOVE CTL-RUN-SEQ TO HO-STAMP-RUN-SEQ
           MOVE 'HOLDOUT' TO HO-STAMP-FILE-ID
           WRITE HOLD-OUT-STAMP-REC.

       2510-EVALUATE-AMOUNT-HOLD.
           MOVE WS-ITEM-AMOUNT (WS-IDX) TO WS-FEED-AMOUNT
           PERFORM 2520-LOCATE-CARRIED-HOLD
      *    End-of-run image of the populated table entries, after
      *    lifecycle processing, for the next run's delta comparison.
      *    The job stream carries SNAPCURR forward as the next run's
      *    SNAPPREV, the same way NEWMAST becomes ITEMMAST, headed by
      *    this run's generation stamp.
           OPEN OUTPUT SNAPSHOT-FILE
           MOVE SPACES TO SNAPSHOT-STAMP-REC
           MOVE 'HDR' TO SNP-STAMP-TYPE
           MOVE CTL-BUSINESS-DATE TO SNP-STAMP-BUSINESS-DATE
           MOVE CTL-RUN-SEQ TO SNP-STAMP-RUN-SEQ
           MOVE 'SNAPCURR' TO SNP-STAMP-FILE-ID
           WRITE SNAPSHOT-STAMP-REC
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-COUNT
               IF WS-ITEM (WS-IDX) NOT = SPACES
                   MOVE WS-ITEM (WS-IDX) TO SNAPSHOT-RECORD
                   WRITE SNAPSHOT-RECORD
                   ADD 1 TO WS-SNAP-OUT-COUNT
                   IF WS-ITEM-AMOUNT (WS-IDX) IS NUMERIC
                       ADD WS-ITEM-AMOUNT (WS-IDX)
                           TO WS-SNAP-OUT-AMOUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SNAPSHOT-FILE.
                   IF WS-ITEM (WS-IDX) NOT = SPACES
                       MOVE WS-ITEM (WS-IDX) TO KEYED-MASTER-RECORD
                       WRITE KEYED-MASTER-RECORD
                       IF WS-KSDS-FILE-OK
                           ADD 1 TO WS-KSDS-OUT-COUNT
                           IF WS-ITEM-AMOUNT (WS-IDX) IS NUMERIC
                               ADD WS-ITEM-AMOUNT (WS-IDX)
                                   TO WS-KSDS-OUT-AMOUNT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE KEYED-MASTER-FILE
           END-IF.

       3700-WRITE-ITEM-HISTORY.
      *    Appends this run's populated entries, stamped with the
      *    RUNCTL business date (today when run without one, under
      *    GENOVRD), to the cumulative item history so month-over-month
      *    questions ("what was this item's amount three weeks ago")
      *    stop requiring archived EXTRACT archaeology.  ITMHIST owns
      *    retention purging and the trend report over this file.
                       UNTIL WS-IDX > WS-COUNT
                   IF WS-ITEM (WS-IDX) NOT = SPACES
                       MOVE SPACES TO ITEM-HISTORY-RECORD
                       MOVE CTL-BUSINESS-DATE TO HIST-RUN-DATE
                       MOVE WS-ITEM (WS-IDX) TO HIST-ITEM
                       WRITE ITEM-HISTORY-RECORD
                       ADD 1 TO WS-HIST-OUT-COUNT
                       IF WS-ITEM-AMOUNT (WS-IDX) IS NUMERIC
                           ADD WS-ITEM-AMOUNT (WS-IDX)
                               TO WS-HIST-OUT-AMOUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ITEM-HISTORY-FILE
                   UPON CONSOLE
           END-IF
           PERFORM 9100-CHECK-REJECT-RATE
           PERFORM 9200-WRITE-RUN-STATISTICS
           PERFORM 9300-RECORD-CONTROL-TOTALS.

       9100-CHECK-REJECT-RATE.
      *    A feed that suddenly rejects a large share of its records
               END-STRING
               WRITE RUN-LOG-RECORD
           END-PERFORM.

       9300-RECORD-CONTROL-TOTALS.
      *    The run's counts go to the cumulative control-totals file
      *    for FLOWBAL, on every run, with the same OK / FALLBACK /
      *    FAILED status as the run log.  The feed counts and hash
      *    totals are the details received on each feed (1108); the
      *    details less the suspensed and the dropped duplicates are
      *    the items written to SNAPCURR, ITEMKSDS and - except in
      *    fallback - ITEMHIST.  Created on the first run; any other
      *    open failure must not fall through to OPEN OUTPUT and
      *    truncate the file.
           OPEN EXTEND CONTROL-TOTALS-FILE
           IF WS-CTLT-FILE-STATUS = '35'
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF
           IF WS-CTLT-FILE-OK
               ACCEPT WS-FLOW-TIME FROM TIME
               EVALUATE TRUE
                   WHEN WS-FALLBACK-ACTIVE
                       MOVE 'FALLBACK' TO WS-FLOW-STATUS
                   WHEN RETURN-CODE >= 12
                       MOVE 'FAILED' TO WS-FLOW-STATUS
                   WHEN OTHER
                       MOVE 'OK' TO WS-FLOW-STATUS
               END-EVALUATE
               MOVE 'ITEMMAST-IN' TO WS-FLOW-TOTAL-ID
               MOVE WS-MAST-FEED-COUNT TO WS-FLOW-COUNT
               MOVE WS-MAST-FEED-AMOUNT TO WS-FLOW-AMOUNT
               PERFORM 9310-WRITE-CONTROL-TOTAL
               MOVE 'RECYCOUT-IN' TO WS-FLOW-TOTAL-ID
               MOVE WS-RECY-FEED-COUNT TO WS-FLOW-COUNT
               MOVE WS-RECY-FEED-AMOUNT TO WS-FLOW-AMOUNT
               PERFORM 9310-WRITE-CONTROL-TOTAL
               MOVE 'SUSPENSED' TO WS-FLOW-TOTAL-ID
               MOVE WS-SUSPENSE-COUNT TO WS-FLOW-COUNT
               MOVE ZEROS TO WS-FLOW-AMOUNT
               PERFORM 9310-WRITE-CONTROL-TOTAL
               MOVE 'DUPS-DROPPED' TO WS-FLOW-TOTAL-ID
               MOVE WS-DUP-DROP-COUNT TO WS-FLOW-COUNT
               MOVE ZEROS TO WS-FLOW-AMOUNT
               PERFORM 9310-WRITE-CONTROL-TOTAL
               MOVE 'SNAPCURR-OUT' TO WS-FLOW-TOTAL-ID
               MOVE WS-SNAP-OUT-COUNT TO WS-FLOW-COUNT
               MOVE WS-SNAP-OUT-AMOUNT TO WS-FLOW-AMOUNT
               PERFORM 9310-WRITE-CONTROL-TOTAL
               MOVE 'ITEMKSDS-OUT' TO WS-FLOW-TOTAL-ID
               MOVE WS-KSDS-OUT-COUNT TO WS-FLOW-COUNT
               MOVE WS-KSDS-OUT-AMOUNT TO WS-FLOW-AMOUNT
               PERFORM 9310-WRITE-CONTROL-TOTAL
               MOVE 'ITEMHIST-OUT' TO WS-FLOW-TOTAL-ID
               MOVE WS-HIST-OUT-COUNT TO WS-FLOW-COUNT
               MOVE WS-HIST-OUT-AMOUNT TO WS-FLOW-AMOUNT
               PERFORM 9310-WRITE-CONTROL-TOTAL
               CLOSE CONTROL-TOTALS-FILE
           ELSE
               DISPLAY 'ITMPROC: CONTROL TOTALS NOT RECORDED - OPEN '
                   'STATUS ' WS-CTLT-FILE-STATUS UPON CONSOLE
           END-IF.

       9310-WRITE-CONTROL-TOTAL.
           MOVE SPACES TO CONTROL-TOTAL-RECORD
           MOVE CTL-BUSINESS-DATE TO CT-BUSINESS-DATE
           MOVE CTL-RUN-SEQ TO CT-RUN-SEQ
           MOVE 'ITMPROC' TO CT-PROGRAM
           MOVE WS-FLOW-TOTAL-ID TO CT-TOTAL-ID
           MOVE WS-FLOW-COUNT TO CT-COUNT
           MOVE WS-FLOW-AMOUNT TO CT-AMOUNT
           MOVE WS-FLOW-STATUS TO CT-STEP-STATUS
           MOVE RETURN-CODE TO CT-RETURN-CODE
           MOVE WS-FLOW-TIME TO CT-RECORDED-TIME
           WRITE CONTROL-TOTAL-RECORD.
