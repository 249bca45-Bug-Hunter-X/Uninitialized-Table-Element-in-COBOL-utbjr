      *            stream carries it back as the next ITEMHIST), and
      *            produces a trend report of entry counts and amount
      *            totals by ITEM-STATUS - per retained run date and
      *            across all retained runs.  ITEMHIST is the
      *            previous run's HISTOUT (with tonight's ITMPROC
      *            append behind it) and must carry that run's
      *            generation stamp (GENSTAMP, against the RUNCTL run
      *            control record); otherwise the run stops before
      *            writing anything, unless GENOVRD is on the command
      *            line.  HISTOUT is headed by this run's stamp.
      *            The run's in/purged/out counts, and the count and
      *            amount total of tonight's appended run, go to the
      *            control-totals file (CTLTOTS, CTLTREC layout) for
      *            the FLOWBAL balancing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMHIST.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.


       FD  HISTORY-OUT-FILE.
       01  HISTORY-OUT-RECORD           PIC X(59).
       01  HISTORY-OUT-STAMP-REC.
           05  HO-STAMP.
               COPY GENSTAMP REPLACING LEADING ==PFX-== BY ==HO-==.
           05  FILLER                   PIC X(35).

       FD  TREND-REPORT-FILE.
       01  TREND-RECORD.
       01  PARM-RECORD.
           05  PARM-RETENTION-DAYS      PIC 9(5).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTREC REPLACING LEADING ==PFX-== BY ==RC-==.

       FD  CONTROL-TOTALS-FILE.
       01  CONTROL-TOTAL-RECORD.
           COPY CTLTREC REPLACING LEADING ==PFX-== BY ==CT-==.

       WORKING-STORAGE SECTION.

      *    One bucket per ITEM-STATUS value the edits allow ('A',
           05  WS-READ-COUNT            PIC 9(7) VALUE ZEROS.
           05  WS-KEPT-COUNT            PIC 9(7) VALUE ZEROS.
           05  WS-PURGED-COUNT          PIC 9(7) VALUE ZEROS.
           05  WS-RUN-DATE-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-RUN-DATE-AMOUNT       PIC 9(13)V99 VALUE ZEROS.

      *    One CTLTOTS record is built here per count recorded.
       01  WS-FLOW-CONTROL.
           05  WS-CTLT-FILE-STATUS      PIC X(02) VALUE '00'.
               88  WS-CTLT-FILE-OK               VALUE '00'.
           05  WS-FLOW-TOTAL-ID         PIC X(12) VALUE SPACES.
           05  WS-FLOW-COUNT            PIC 9(09) VALUE ZEROS.
           05  WS-FLOW-AMOUNT           PIC 9(13)V99 VALUE ZEROS.
           05  WS-FLOW-STATUS           PIC X(08) VALUE SPACES.
           05  WS-FLOW-TIME             PIC 9(08) VALUE ZEROS.

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-BREAK-CONTROL.
           05  WS-PRIOR-RUN-DATE        PIC 9(8) VALUE ZEROS.

      *    Generation control.  The run control record gives this
      *    run's business date and sequence; ITEMHIST must carry the
      *    stamp of the sequence before it.  Sequence 1 is the first
      *    stamped run, whose ITEMHIST predates stamping, so it is
      *    not checked.
       01  WS-GENERATION-CONTROL.
           05  WS-RUNCTL-FILE-STATUS    PIC X(02) VALUE '00'.
               88  WS-RUNCTL-FILE-OK             VALUE '00'.
           05  WS-RUN-CONTROL.
               COPY RUNCTREC REPLACING LEADING ==PFX-== BY ==CTL-==.
           05  WS-COMMAND-LINE          PIC X(80) VALUE SPACES.
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

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-GENERATION-FAILED
               PERFORM 2000-PURGE-AND-TALLY
               PERFORM 9000-TERMINATE
           END-IF
           PERFORM 9100-RECORD-CONTROL-TOTALS
           GOBACK.

       1000-INITIALIZE.
      *    A generation break stops the run before HISTOUT is
      *    opened, so the accumulated history is left as it was.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CURRENT-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
           PERFORM 1200-CHECK-GENERATIONS
           IF NOT WS-GENERATION-FAILED
               PERFORM 1010-READ-PARAMETERS
               PERFORM 1100-INITIALIZE-BUCKETS
               OPEN INPUT ITEM-HISTORY-FILE
               OPEN OUTPUT HISTORY-OUT-FILE
               MOVE SPACES TO HISTORY-OUT-STAMP-REC
               MOVE 'HDR' TO HO-STAMP-TYPE
               MOVE CTL-BUSINESS-DATE TO HO-STAMP-BUSINESS-DATE
               MOVE CTL-RUN-SEQ TO HO-STAMP-RUN-SEQ
               MOVE 'HISTOUT' TO HO-STAMP-FILE-ID
               WRITE HISTORY-OUT-STAMP-REC
               OPEN OUTPUT TREND-REPORT-FILE
           END-IF.

       1010-READ-PARAMETERS.
      *    Retention period in days from the operations parameter
               MOVE ZEROS TO WS-ALL-BUCKET-AMOUNT (WS-BDX)
           END-PERFORM.

       1200-CHECK-GENERATIONS.
      *    ITEMHIST's stamp is its first record; ITMPROC appends
      *    behind it.  A missing or empty ITEMHIST is itself a break
      *    - every run writes at least the stamp to HISTOUT.
           PERFORM 1210-READ-RUN-CONTROL
           IF NOT WS-GENERATION-FAILED AND CTL-RUN-SEQ > 1
               COMPUTE WS-GEN-EXPECTED-SEQ = CTL-RUN-SEQ - 1
               MOVE 'ITEMHIST' TO WS-GEN-FILE-NAME
               MOVE 'HISTOUT' TO WS-GEN-EXPECTED-ID
               MOVE SPACES TO WS-GEN-STAMP
               MOVE 'N' TO WS-GEN-FILE-SW
               OPEN INPUT ITEM-HISTORY-FILE
               IF WS-HIST-FILE-OK
                   SET WS-GEN-FILE-PRESENT TO TRUE
                   READ ITEM-HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE ITEM-HISTORY-RECORD (1:24)
                               TO WS-GEN-STAMP
                   END-READ
                   CLOSE ITEM-HISTORY-FILE
               END-IF
               PERFORM 1220-VERIFY-GENERATION
           END-IF.

       1210-READ-RUN-CONTROL.
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
                   DISPLAY 'ITMHIST: NO RUN CONTROL RECORD - '
                       'GENOVRD GIVEN, GENERATIONS NOT CHECKED AND '
                       'TODAY TAKEN AS THE BUSINESS DATE' UPON CONSOLE
                   MOVE WS-CURRENT-DATE TO CTL-BUSINESS-DATE
                   MOVE 04 TO RETURN-CODE
               ELSE
                   DISPLAY 'ITMHIST: NO RUN CONTROL RECORD (RUNCTL) '
                       '- RUNSTART HAS NOT OPENED THE BUSINESS DAY - '
                       'RUN STOPPED' UPON CONSOLE
                   SET WS-GENERATION-FAILED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       1220-VERIFY-GENERATION.
      *    An older sequence means a copy was missed; a newer one
      *    means the file was already carried forward past this run
      *    (a re-run after the copy).
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
               DISPLAY 'ITMHIST: ' WS-GEN-FILE-NAME ' '
                   WS-GEN-PROBLEM ' - EXPECTED ' WS-GEN-EXPECTED-ID
                   ' OF ' CTL-PRIOR-BUSINESS-DATE ' RUN '
                   WS-GEN-EXPECTED-SEQ UPON CONSOLE
               IF WS-GEN-FILE-PRESENT
                AND GEN-STAMP-TYPE = 'HDR'
                   DISPLAY 'ITMHIST: ' WS-GEN-FILE-NAME ' CARRIES '
                       GEN-STAMP-FILE-ID ' OF '
                       GEN-STAMP-BUSINESS-DATE ' RUN '
                       GEN-STAMP-RUN-SEQ UPON CONSOLE
               END-IF
               IF WS-GEN-OVERRIDE
                   DISPLAY 'ITMHIST: GENERATION CHECK ON '
                       WS-GEN-FILE-NAME ' OVERRIDDEN BY GENOVRD - '
                       'RUN CONTINUES' UPON CONSOLE
                   IF RETURN-CODE < 04
                       MOVE 04 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY 'ITMHIST: RUN STOPPED - ' WS-GEN-FILE-NAME
                       ' IS NOT THE PREVIOUS RUN''S GENERATION'
                       UPON CONSOLE
                   SET WS-GENERATION-FAILED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       2000-PURGE-AND-TALLY.
      *    ITMPROC appends runs in date order, so the history arrives
      *    grouped by run date - a change in HIST-RUN-DATE is the
      *    control break that flushes the per-run trend lines.  The
      *    generation stamp heading the file was checked in 1200; it
      *    is not history and is neither counted nor copied (HISTOUT
      *    has its own).
           IF WS-HIST-FILE-OK
               PERFORM UNTIL WS-HIST-EOF
                   READ ITEM-HISTORY-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           IF ITEM-HISTORY-RECORD (1:3) NOT = 'HDR'
                               ADD 1 TO WS-READ-COUNT
                               PERFORM 2050-COUNT-TONIGHTS-RUN
                               PERFORM 2100-PROCESS-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-HISTORY-FILE
           END-IF
           PERFORM 2500-WRITE-GRAND-TREND-LINES.

       2050-COUNT-TONIGHTS-RUN.
      *    Tonight's ITMPROC append carries the RUNCTL business date;
      *    its count and hash total are what FLOWBAL ties to the
      *    history ITMPROC says it wrote.
           IF HIST-RUN-DATE IS NUMERIC
            AND HIST-RUN-DATE = CTL-BUSINESS-DATE
               ADD 1 TO WS-RUN-DATE-COUNT
               IF HIST-ITEM-AMOUNT IS NUMERIC
                   ADD HIST-ITEM-AMOUNT TO WS-RUN-DATE-AMOUNT
               END-IF
           END-IF.

       2100-PROCESS-HISTORY-RECORD.
           IF HIST-RUN-DATE NOT NUMERIC
            OR FUNCTION INTEGER-OF-DATE (HIST-RUN-DATE) = ZERO
               UPON CONSOLE
           DISPLAY '  PURGED PAST ' WS-RETENTION-DAYS ' DAYS: '
               WS-PURGED-COUNT UPON CONSOLE.

       9100-RECORD-CONTROL-TOTALS.
      *    The run's counts go to the cumulative control-totals file
      *    for FLOWBAL, on every run - a stopped run records its
      *    FAILED status and zero counts.  HIST-RUN is the count and
      *    amount total of the records stamped with tonight's
      *    business date - what ITMPROC appended this run; every
      *    record in is either purged or copied to HISTOUT.  Created
      *    on the first run; any other open failure must not fall
      *    through to OPEN OUTPUT and truncate the file.
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
               MOVE 'HIST-IN' TO WS-FLOW-TOTAL-ID
               MOVE WS-READ-COUNT TO WS-FLOW-COUNT
               MOVE ZEROS TO WS-FLOW-AMOUNT
               PERFORM 9110-WRITE-CONTROL-TOTAL
               MOVE 'HIST-RUN' TO WS-FLOW-TOTAL-ID
               MOVE WS-RUN-DATE-COUNT TO WS-FLOW-COUNT
               MOVE WS-RUN-DATE-AMOUNT TO WS-FLOW-AMOUNT
               PERFORM 9110-WRITE-CONTROL-TOTAL
               MOVE 'HIST-PURGED' TO WS-FLOW-TOTAL-ID
               MOVE WS-PURGED-COUNT TO WS-FLOW-COUNT
               MOVE ZEROS TO WS-FLOW-AMOUNT
               PERFORM 9110-WRITE-CONTROL-TOTAL
               MOVE 'HIST-OUT' TO WS-FLOW-TOTAL-ID
               MOVE WS-KEPT-COUNT TO WS-FLOW-COUNT
               MOVE ZEROS TO WS-FLOW-AMOUNT
               PERFORM 9110-WRITE-CONTROL-TOTAL
               CLOSE CONTROL-TOTALS-FILE
           ELSE
               DISPLAY 'ITMHIST: CONTROL TOTALS NOT RECORDED - OPEN '
                   'STATUS ' WS-CTLT-FILE-STATUS UPON CONSOLE
           END-IF.

       9110-WRITE-CONTROL-TOTAL.
           MOVE SPACES TO CONTROL-TOTAL-RECORD
           MOVE CTL-BUSINESS-DATE TO CT-BUSINESS-DATE
           MOVE CTL-RUN-SEQ TO CT-RUN-SEQ
           MOVE 'ITMHIST' TO CT-PROGRAM
           MOVE WS-FLOW-TOTAL-ID TO CT-TOTAL-ID
           MOVE WS-FLOW-COUNT TO CT-COUNT
           MOVE WS-FLOW-AMOUNT TO CT-AMOUNT
           MOVE WS-FLOW-STATUS TO CT-STEP-STATUS
           MOVE RETURN-CODE TO CT-RETURN-CODE
           MOVE WS-FLOW-TIME TO CT-RECORDED-TIME
           WRITE CONTROL-TOTAL-RECORD.
