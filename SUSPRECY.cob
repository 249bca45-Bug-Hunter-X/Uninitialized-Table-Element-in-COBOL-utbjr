      *            forward with their original first-seen date; any
      *            record unrepaired longer than the parameter-driven
      *            age limit is flagged on the aged-suspense report.
      *            SUSPPREV is the previous run's SUSPFWD and must
      *            carry that run's generation stamp (GENSTAMP,
      *            against the RUNCTL run control record); otherwise
      *            the run stops before writing anything, unless
      *            GENOVRD is on the command line.  RECYCOUT's header
      *            carries the RUNCTL business date ITMPROC expects.
      *            The run's in/out counts and recycle amount total
      *            are appended to the control-totals file (CTLTOTS,
      *            CTLTREC layout) for the FLOWBAL balancing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPRECY.
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


       FD  FORWARD-SUSPENSE-FILE.
       01  FORWARD-SUSPENSE-RECORD      PIC X(96).
      *    Generation stamp heading SUSPFWD, checked by the next run
      *    when the file comes back as SUSPPREV.
       01  FORWARD-SUSPENSE-STAMP-REC.
           05  FWD-STAMP.
               COPY GENSTAMP REPLACING LEADING ==PFX-== BY ==FWD-==.
           05  FILLER                   PIC X(72).

       FD  AGED-REPORT-FILE.
       01  AGED-REPORT-RECORD.
       01  PARM-RECORD.
           05  PARM-AGE-LIMIT-DAYS      PIC 9(3).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTREC REPLACING LEADING ==PFX-== BY ==RC-==.

       FD  CONTROL-TOTALS-FILE.
       01  CONTROL-TOTAL-RECORD.
           COPY CTLTREC REPLACING LEADING ==PFX-== BY ==CT-==.

       WORKING-STORAGE SECTION.

      *    Mirror of the SUSPENSE-RECORD layout written by ITMPROC
           05  WS-FORWARDED-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-AGED-COUNT            PIC 9(5) VALUE ZEROS.

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
           05  WS-AGE-LIMIT-DAYS        PIC 9(3) VALUE 007.
           05  WS-AGE-DAYS              PIC S9(5) VALUE ZEROS.

      *    Generation control.  The run control record gives this
      *    run's business date and sequence; SUSPPREV must carry the
      *    stamp of the sequence before it.  Sequence 1 is the first
      *    stamped run, whose SUSPPREV predates stamping, so it is
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

       01  WS-VALIDATION-CONTROL.
           05  WS-REJECT-REASON         PIC X(30).
           05  WS-SEQ-CONVERT           PIC X(05).

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-GENERATION-FAILED
               PERFORM 2000-RECYCLE-SUSPENSE
               PERFORM 9000-TERMINATE
           END-IF
           PERFORM 9100-RECORD-CONTROL-TOTALS
           GOBACK.

       1000-INITIALIZE.
      *    A generation break stops the run before any output is
      *    opened, so last night's RECYCOUT and SUSPFWD are left as
      *    they were.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1200-CHECK-GENERATIONS
           IF NOT WS-GENERATION-FAILED
               PERFORM 1010-READ-PARAMETERS
               PERFORM 1050-LOAD-CATEGORY-MASTER
               PERFORM 1100-LOAD-CORRECTIONS
               OPEN OUTPUT RECYCLE-FILE
               MOVE SPACES TO RECYCLE-HEADER-REC
               MOVE 'HDR' TO RCYH-RECORD-TYPE
               MOVE CTL-BUSINESS-DATE TO RCYH-FILE-DATE
               WRITE RECYCLE-HEADER-REC
               OPEN OUTPUT FORWARD-SUSPENSE-FILE
               MOVE SPACES TO FORWARD-SUSPENSE-STAMP-REC
               MOVE 'HDR' TO FWD-STAMP-TYPE
               MOVE CTL-BUSINESS-DATE TO FWD-STAMP-BUSINESS-DATE
               MOVE CTL-RUN-SEQ TO FWD-STAMP-RUN-SEQ
               MOVE 'SUSPFWD' TO FWD-STAMP-FILE-ID
               WRITE FORWARD-SUSPENSE-STAMP-REC
               OPEN OUTPUT AGED-REPORT-FILE
           END-IF.

       1010-READ-PARAMETERS.
      *    The unrepaired-age limit comes from an operations parameter
               CLOSE CORRECTION-FILE
           END-IF.

       1200-CHECK-GENERATIONS.
      *    SUSPPREV's stamp is its first record.  A missing or empty
      *    SUSPPREV is itself a break - every run writes at least the
      *    stamp to SUSPFWD.
           PERFORM 1210-READ-RUN-CONTROL
           IF NOT WS-GENERATION-FAILED AND CTL-RUN-SEQ > 1
               COMPUTE WS-GEN-EXPECTED-SEQ = CTL-RUN-SEQ - 1
               MOVE 'SUSPPREV' TO WS-GEN-FILE-NAME
               MOVE 'SUSPFWD' TO WS-GEN-EXPECTED-ID
               MOVE SPACES TO WS-GEN-STAMP
               MOVE 'N' TO WS-GEN-FILE-SW
               OPEN INPUT PRIOR-SUSPENSE-FILE
               IF WS-PREV-FILE-OK
                   SET WS-GEN-FILE-PRESENT TO TRUE
                   READ PRIOR-SUSPENSE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE PRIOR-SUSPENSE-RECORD (1:24)
                               TO WS-GEN-STAMP
                   END-READ
                   CLOSE PRIOR-SUSPENSE-FILE
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
                   DISPLAY 'SUSPRECY: NO RUN CONTROL RECORD - '
                       'GENOVRD GIVEN, GENERATIONS NOT CHECKED AND '
                       'TODAY TAKEN AS THE BUSINESS DATE' UPON CONSOLE
                   MOVE WS-CURRENT-DATE TO CTL-BUSINESS-DATE
                   MOVE 04 TO RETURN-CODE
               ELSE
                   DISPLAY 'SUSPRECY: NO RUN CONTROL RECORD (RUNCTL) '
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
               DISPLAY 'SUSPRECY: ' WS-GEN-FILE-NAME ' '
                   WS-GEN-PROBLEM ' - EXPECTED ' WS-GEN-EXPECTED-ID
                   ' OF ' CTL-PRIOR-BUSINESS-DATE ' RUN '
                   WS-GEN-EXPECTED-SEQ UPON CONSOLE
               IF WS-GEN-FILE-PRESENT
                AND GEN-STAMP-TYPE = 'HDR'
                   DISPLAY 'SUSPRECY: ' WS-GEN-FILE-NAME ' CARRIES '
                       GEN-STAMP-FILE-ID ' OF '
                       GEN-STAMP-BUSINESS-DATE ' RUN '
                       GEN-STAMP-RUN-SEQ UPON CONSOLE
               END-IF
               IF WS-GEN-OVERRIDE
                   DISPLAY 'SUSPRECY: GENERATION CHECK ON '
                       WS-GEN-FILE-NAME ' OVERRIDDEN BY GENOVRD - '
                       'RUN CONTINUES' UPON CONSOLE
                   IF RETURN-CODE < 04
                       MOVE 04 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY 'SUSPRECY: RUN STOPPED - ' WS-GEN-FILE-NAME
                       ' IS NOT THE PREVIOUS RUN''S GENERATION'
                       UPON CONSOLE
                   SET WS-GENERATION-FAILED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       2000-RECYCLE-SUSPENSE.
      *    Unresolved records carried forward from the previous run
      *    are processed first, then the current run's new suspense
      *    records, so repeat rejects keep their original first-seen
      *    date ahead of today's arrivals.  The generation stamp
      *    heading SUSPPREV was checked in 1200 and is skipped.
           OPEN INPUT PRIOR-SUSPENSE-FILE
           IF WS-PREV-FILE-OK
               PERFORM UNTIL WS-PREV-EOF
                       AT END
                           SET WS-PREV-EOF TO TRUE
                       NOT AT END
                           IF PRIOR-SUSPENSE-RECORD (1:3) NOT = 'HDR'
                               MOVE PRIOR-SUSPENSE-RECORD
                                   TO WS-SUSP-WORK
                               PERFORM 2100-PROCESS-SUSPENSE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-SUSPENSE-FILE
               UPON CONSOLE
           DISPLAY '  AGED PAST ' WS-AGE-LIMIT-DAYS ' DAYS   : '
               WS-AGED-COUNT UPON CONSOLE.

       9100-RECORD-CONTROL-TOTALS.
      *    The run's counts go to the cumulative control-totals file
      *    for FLOWBAL, on every run - a stopped run records its
      *    FAILED status and zero counts.  Every suspense record in
      *    is either RECYCLED (the RECYCOUT trailer count and hash
      *    total ITMPROC balances that feed against) or FORWARDED.
      *    Created on the first run; any other open failure must not
      *    fall through to OPEN OUTPUT and truncate the file.
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
               MOVE 'SUSP-IN' TO WS-FLOW-TOTAL-ID
               MOVE WS-INPUT-COUNT TO WS-FLOW-COUNT
               MOVE ZEROS TO WS-FLOW-AMOUNT
               PERFORM 9110-WRITE-CONTROL-TOTAL
               MOVE 'RECYCLED' TO WS-FLOW-TOTAL-ID
               MOVE WS-RECYCLED-COUNT TO WS-FLOW-COUNT
               MOVE WS-RECYCLE-AMOUNT-TOTAL TO WS-FLOW-AMOUNT
               PERFORM 9110-WRITE-CONTROL-TOTAL
               MOVE 'FORWARDED' TO WS-FLOW-TOTAL-ID
               MOVE WS-FORWARDED-COUNT TO WS-FLOW-COUNT
               MOVE ZEROS TO WS-FLOW-AMOUNT
               PERFORM 9110-WRITE-CONTROL-TOTAL
               CLOSE CONTROL-TOTALS-FILE
           ELSE
               DISPLAY 'SUSPRECY: CONTROL TOTALS NOT RECORDED - OPEN '
                   'STATUS ' WS-CTLT-FILE-STATUS UPON CONSOLE
           END-IF.

       9110-WRITE-CONTROL-TOTAL.
           MOVE SPACES TO CONTROL-TOTAL-RECORD
           MOVE CTL-BUSINESS-DATE TO CT-BUSINESS-DATE
           MOVE CTL-RUN-SEQ TO CT-RUN-SEQ
           MOVE 'SUSPRECY' TO CT-PROGRAM
           MOVE WS-FLOW-TOTAL-ID TO CT-TOTAL-ID
           MOVE WS-FLOW-COUNT TO CT-COUNT
           MOVE WS-FLOW-AMOUNT TO CT-AMOUNT
           MOVE WS-FLOW-STATUS TO CT-STEP-STATUS
           MOVE RETURN-CODE TO CT-RETURN-CODE
           MOVE WS-FLOW-TIME TO CT-RECORDED-TIME
           WRITE CONTROL-TOTAL-RECORD.
