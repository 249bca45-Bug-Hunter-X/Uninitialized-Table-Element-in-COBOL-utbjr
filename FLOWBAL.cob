      ******************************************************************
      *  PROGRAM:  FLOWBAL
      *  PURPOSE:  End-of-night control-total flow balancing.  Runs
      *            last in the nightly stream, after ITMHIST.  Each
      *            step - ITMMAINT, SUSPRECY, ITMPROC, CHGARCH and
      *            ITMHIST - appends its in / out / reject counts and
      *            amount hash totals to the cumulative control-totals
      *            file (CTLTOTS, CTLTREC layout) under the RUNCTL
      *            business date.  This program selects the night's
      *            records and proves the numbers agree from one step
      *            to the next: what ITMMAINT wrote to NEWMAST is what
      *            ITMPROC loaded, what SUSPRECY recycled is what
      *            ITMPROC took in from the recycle feed, what ITMPROC
      *            loaded less suspense and duplicate drops reached
      *            SNAPCURR, ITEMKSDS and the ITEMHIST run, and so on.
      *            The FLOWRPT report lists each step's status, the
      *            totals recorded and every check with the step where
      *            it broke.  A step rerun the same night appends again
      *            and its later totals are the ones balanced.  The
      *            business date is RUNCTL's, or a YYYYMMDD on the
      *            command line to re-balance an earlier night.
      *            Return codes for the scheduler: 16 when any check
      *            breaks, a required step did not record or a step
      *            FAILED; 12 when RUNCTL or CTLTOTS cannot be read;
      *            04 when SUSPRECY, the one optional step, did not
      *            record or ITMPROC ran in fallback.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLOWBAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLT-FILE-STATUS.

           SELECT FLOW-REPORT-FILE ASSIGN TO "FLOWRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTREC REPLACING LEADING ==PFX-== BY ==RC-==.

       FD  CONTROL-TOTALS-FILE.
       01  CONTROL-TOTAL-RECORD.
           COPY CTLTREC REPLACING LEADING ==PFX-== BY ==CT-==.

       FD  FLOW-REPORT-FILE.
       01  FLOW-REPORT-LINE            PIC X(120).
       01  FLOW-STEP-LINE.
           05  FST-STEP                PIC X(08).
           05  FILLER                  PIC X(02).
           05  FST-STATUS              PIC X(08).
           05  FILLER                  PIC X(02).
           05  FST-RETURN-CODE         PIC Z(3)9.
           05  FILLER                  PIC X(02).
           05  FST-RUN-SEQ             PIC Z(4)9.
           05  FILLER                  PIC X(02).
           05  FST-RECORDED-TIME       PIC 9(08).
           05  FILLER                  PIC X(02).
           05  FST-NOTE                PIC X(40).
           05  FILLER                  PIC X(37).
       01  FLOW-TOTAL-LINE.
           05  FTL-PROGRAM             PIC X(08).
           05  FILLER                  PIC X(02).
           05  FTL-TOTAL-ID            PIC X(12).
           05  FILLER                  PIC X(02).
           05  FTL-COUNT               PIC Z(8)9.
           05  FILLER                  PIC X(02).
           05  FTL-AMOUNT              PIC Z(12)9.99.
           05  FILLER                  PIC X(69).
       01  FLOW-CHECK-LINE.
           05  FCK-LABEL               PIC X(30).
           05  FILLER                  PIC X(01).
           05  FCK-STEP                PIC X(20).
           05  FILLER                  PIC X(01).
           05  FCK-EXPECTED-COUNT      PIC -(8)9.
           05  FILLER                  PIC X(01).
           05  FCK-RECEIVED-COUNT      PIC -(8)9.
           05  FILLER                  PIC X(01).
           05  FCK-EXPECTED-AMOUNT     PIC -(13)9.99.
           05  FILLER                  PIC X(01).
           05  FCK-RECEIVED-AMOUNT     PIC -(13)9.99.
           05  FILLER                  PIC X(01).
           05  FCK-RESULT              PIC X(12).

       WORKING-STORAGE SECTION.

       01  WS-RUN-CONTROL.
           COPY RUNCTREC REPLACING LEADING ==PFX-== BY ==CTL-==.

       01  WS-REQUEST-CONTROL.
           05  WS-COMMAND-LINE         PIC X(80) VALUE SPACES.
           05  WS-TARGET-DATE          PIC 9(08) VALUE ZEROS.
           05  WS-DATE-CHECK           PIC X(08).
           05  WS-DATE-CHECK-N REDEFINES WS-DATE-CHECK
                                       PIC 9(08).

       01  WS-SWITCHES.
           05  WS-CTLT-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-CTLT-EOF                  VALUE 'Y'.
           05  WS-INPUT-READY-SW       PIC X(01) VALUE 'N'.
               88  WS-INPUT-READY               VALUE 'Y'.
           05  WS-TOTAL-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-TOTAL-FOUND               VALUE 'Y'.
           05  WS-CHECK-AMOUNTS-SW     PIC X(01) VALUE 'N'.
               88  WS-CHECK-AMOUNTS             VALUE 'Y'.
           05  WS-CHECK-SKIP-SW        PIC X(01) VALUE 'N'.
               88  WS-CHECK-SKIPPED             VALUE 'Y'.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-RUNCTL-FILE-STATUS   PIC X(02) VALUE '00'.
               88  WS-RUNCTL-FILE-OK            VALUE '00'.
           05  WS-CTLT-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-CTLT-FILE-OK              VALUE '00'.

       01  WS-COUNTERS.
           05  WS-CTLT-READ-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-SELECTED-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-CHECK-COUNT          PIC 9(3) VALUE ZEROS.
           05  WS-BALANCED-COUNT       PIC 9(3) VALUE ZEROS.
           05  WS-BREAK-COUNT          PIC 9(3) VALUE ZEROS.
           05  WS-NOT-CHECKED-COUNT    PIC 9(3) VALUE ZEROS.
           05  WS-WARNING-COUNT        PIC 9(3) VALUE ZEROS.
           05  WS-OVERFLOW-COUNT       PIC 9(7) VALUE ZEROS.

      *    The nightly steps in stream order.  A required step that
      *    records nothing for the night is a break - CHGLOG is
      *    rewritten every run, so a night without CHGARCH loses its
      *    change images.  SUSPRECY only runs when there is suspense
      *    to recycle, so its absence is a warning and its totals
      *    balance as zero.
       01  WS-STEP-DEFINITIONS.
           05  FILLER                  PIC X(09) VALUE 'ITMMAINTY'.
           05  FILLER                  PIC X(09) VALUE 'SUSPRECYN'.
           05  FILLER                  PIC X(09) VALUE 'ITMPROC Y'.
           05  FILLER                  PIC X(09) VALUE 'CHGARCH Y'.
           05  FILLER                  PIC X(09) VALUE 'ITMHIST Y'.
       01  WS-STEP-DEFINITION-TABLE REDEFINES WS-STEP-DEFINITIONS.
           05  WS-STEP-DEFINITION OCCURS 5 TIMES.
               10  WS-STEP-DEF-NAME    PIC X(08).
               10  WS-STEP-DEF-REQ-SW  PIC X(01).

       01  WS-STEP-AREA.
           05  WS-STEP-MAX-OCCURS      PIC 9(3) VALUE 5.
           05  WS-STEP-TABLE OCCURS 5 TIMES
                       INDEXED BY WS-STX.
               10  WS-STEP-NAME        PIC X(08).
               10  WS-STEP-REQUIRED-SW PIC X(01).
                   88  WS-STEP-REQUIRED         VALUE 'Y'.
               10  WS-STEP-FOUND-SW    PIC X(01).
                   88  WS-STEP-FOUND            VALUE 'Y'.
               10  WS-STEP-STATUS      PIC X(08).
                   88  WS-STEP-FAILED           VALUE 'FAILED'.
                   88  WS-STEP-FALLBACK         VALUE 'FALLBACK'.
               10  WS-STEP-RETURN-CODE PIC 9(04).
               10  WS-STEP-RUN-SEQ     PIC 9(05).
               10  WS-STEP-TIME        PIC 9(08).

      *    The step indexes the checks name - positions in the table
      *    above.
       01  WS-STEP-INDEXES.
           05  WS-MAINT-STEP           PIC 9(1) VALUE 1.
           05  WS-RECYCLE-STEP         PIC 9(1) VALUE 2.
           05  WS-PROC-STEP            PIC 9(1) VALUE 3.
           05  WS-ARCH-STEP            PIC 9(1) VALUE 4.
           05  WS-HIST-STEP            PIC 9(1) VALUE 5.
           05  WS-CHECK-STEP-A         PIC 9(1) VALUE ZEROS.
           05  WS-CHECK-STEP-B         PIC 9(1) VALUE ZEROS.
           05  WS-CHECK-STEP-IDX       PIC 9(1) VALUE ZEROS.

      *    The night's totals, one entry per program and total id.  A
      *    rerun step's later record overwrites its earlier entry.
       01  WS-TOTAL-AREA.
           05  WS-TOT-COUNT-USED       PIC 9(3) VALUE ZEROS.
           05  WS-TOT-MAX-OCCURS       PIC 9(3) VALUE 100.
           05  WS-TOT-TABLE OCCURS 100 TIMES
                       INDEXED BY WS-TTX.
               10  WS-TOT-PROGRAM      PIC X(08).
               10  WS-TOT-ID           PIC X(12).
               10  WS-TOT-COUNT        PIC 9(09).
               10  WS-TOT-AMOUNT       PIC 9(13)V99.

       01  WS-CHECK-FIELDS.
           05  WS-CHECK-LABEL          PIC X(30).
           05  WS-CHECK-STEP           PIC X(20).
           05  WS-CHECK-RESULT         PIC X(12).
           05  WS-EXPECTED-COUNT       PIC S9(10) VALUE ZEROS.
           05  WS-RECEIVED-COUNT       PIC S9(10) VALUE ZEROS.
           05  WS-EXPECTED-AMOUNT      PIC S9(14)V99 VALUE ZEROS.
           05  WS-RECEIVED-AMOUNT      PIC S9(14)V99 VALUE ZEROS.
           05  WS-GET-PROGRAM          PIC X(08).
           05  WS-GET-TOTAL-ID         PIC X(12).
           05  WS-GET-COUNT            PIC 9(09) VALUE ZEROS.
           05  WS-GET-AMOUNT           PIC 9(13)V99 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-INPUT-READY
               PERFORM 2000-SELECT-NIGHTS-TOTALS
               PERFORM 3000-REPORT-STEPS
               PERFORM 3100-REPORT-TOTALS
               PERFORM 4000-BALANCE-FLOW
               PERFORM 5000-REPORT-FLOW-STATUS
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM VARYING WS-STX FROM 1 BY 1
                   UNTIL WS-STX > WS-STEP-MAX-OCCURS
               MOVE WS-STEP-DEF-NAME (WS-STX) TO WS-STEP-NAME (WS-STX)
               MOVE WS-STEP-DEF-REQ-SW (WS-STX)
                   TO WS-STEP-REQUIRED-SW (WS-STX)
               MOVE 'N' TO WS-STEP-FOUND-SW (WS-STX)
               MOVE 'NOT RUN' TO WS-STEP-STATUS (WS-STX)
               MOVE ZEROS TO WS-STEP-RETURN-CODE (WS-STX)
               MOVE ZEROS TO WS-STEP-RUN-SEQ (WS-STX)
               MOVE ZEROS TO WS-STEP-TIME (WS-STX)
           END-PERFORM
           PERFORM 1010-READ-RUN-CONTROL
           PERFORM 1020-EDIT-BUSINESS-DATE
           IF WS-TARGET-DATE > ZEROS
               OPEN INPUT CONTROL-TOTALS-FILE
               IF WS-CTLT-FILE-OK
                   SET WS-INPUT-READY TO TRUE
                   OPEN OUTPUT FLOW-REPORT-FILE
                   MOVE SPACES TO FLOW-REPORT-LINE
                   STRING 'NIGHTLY CONTROL-TOTAL FLOW BALANCING - '
                       'BUSINESS DATE ' WS-TARGET-DATE
                       DELIMITED BY SIZE INTO FLOW-REPORT-LINE
                   END-STRING
                   WRITE FLOW-REPORT-LINE
               ELSE
                   DISPLAY 'FLOWBAL: CONTROL TOTALS FILE NOT '
                       'AVAILABLE - OPEN STATUS ' WS-CTLT-FILE-STATUS
                       UPON CONSOLE
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       1010-READ-RUN-CONTROL.
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
           END-IF.

       1020-EDIT-BUSINESS-DATE.
      *    A business date on the command line re-balances an earlier
      *    night; otherwise the night balanced is the one RUNSTART
      *    opened.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE WS-COMMAND-LINE (1:8) TO WS-DATE-CHECK
           IF WS-DATE-CHECK IS NUMERIC
            AND WS-DATE-CHECK-N > 0
               MOVE WS-DATE-CHECK-N TO WS-TARGET-DATE
           ELSE
               MOVE CTL-BUSINESS-DATE TO WS-TARGET-DATE
           END-IF
           IF WS-TARGET-DATE = ZEROS
               DISPLAY 'FLOWBAL: NO BUSINESS DATE - RUN CONTROL NOT '
                   'AVAILABLE, STATUS ' WS-RUNCTL-FILE-STATUS
                   UPON CONSOLE
               MOVE 12 TO RETURN-CODE
           END-IF.

       2000-SELECT-NIGHTS-TOTALS.
           PERFORM UNTIL WS-CTLT-EOF
               READ CONTROL-TOTALS-FILE
                   AT END
                       SET WS-CTLT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTLT-READ-COUNT
                       IF CT-BUSINESS-DATE IS NUMERIC
                        AND CT-BUSINESS-DATE = WS-TARGET-DATE
                           ADD 1 TO WS-SELECTED-COUNT
                           PERFORM 2100-NOTE-STEP
                           PERFORM 2200-STORE-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

       2100-NOTE-STEP.
      *    Every record carries its step's ending status, so the last
      *    one read for a step is that step's latest run.
           SET WS-STX TO 1
           SEARCH WS-STEP-TABLE
               AT END
                   CONTINUE
               WHEN WS-STEP-NAME (WS-STX) = CT-PROGRAM
                   MOVE 'Y' TO WS-STEP-FOUND-SW (WS-STX)
                   MOVE CT-STEP-STATUS TO WS-STEP-STATUS (WS-STX)
                   MOVE CT-RETURN-CODE TO WS-STEP-RETURN-CODE (WS-STX)
                   MOVE CT-RUN-SEQ TO WS-STEP-RUN-SEQ (WS-STX)
                   MOVE CT-RECORDED-TIME TO WS-STEP-TIME (WS-STX)
           END-SEARCH.

       2200-STORE-TOTAL.
           MOVE 'N' TO WS-TOTAL-FOUND-SW
           PERFORM VARYING WS-TTX FROM 1 BY 1
                   UNTIL WS-TTX > WS-TOT-COUNT-USED
                      OR WS-TOTAL-FOUND
               IF WS-TOT-PROGRAM (WS-TTX) = CT-PROGRAM
                AND WS-TOT-ID (WS-TTX) = CT-TOTAL-ID
                   SET WS-TOTAL-FOUND TO TRUE
                   MOVE CT-COUNT TO WS-TOT-COUNT (WS-TTX)
                   MOVE CT-AMOUNT TO WS-TOT-AMOUNT (WS-TTX)
               END-IF
           END-PERFORM
           IF NOT WS-TOTAL-FOUND
               IF WS-TOT-COUNT-USED < WS-TOT-MAX-OCCURS
                   ADD 1 TO WS-TOT-COUNT-USED
                   SET WS-TTX TO WS-TOT-COUNT-USED
                   MOVE CT-PROGRAM TO WS-TOT-PROGRAM (WS-TTX)
                   MOVE CT-TOTAL-ID TO WS-TOT-ID (WS-TTX)
                   MOVE CT-COUNT TO WS-TOT-COUNT (WS-TTX)
                   MOVE CT-AMOUNT TO WS-TOT-AMOUNT (WS-TTX)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       3000-REPORT-STEPS.
      *    A required step that did not record, or any step that
      *    FAILED, is a break in its own right - the checks that
      *    depend on it are then reported NOT CHECKED rather than
      *    as a string of knock-on breaks.
           MOVE SPACES TO FLOW-REPORT-LINE
           WRITE FLOW-REPORT-LINE
           MOVE 'STEP      STATUS      RC    RUN  RECORDED'
               TO FLOW-REPORT-LINE
           WRITE FLOW-REPORT-LINE
           PERFORM VARYING WS-STX FROM 1 BY 1
                   UNTIL WS-STX > WS-STEP-MAX-OCCURS
               MOVE SPACES TO FLOW-STEP-LINE
               MOVE WS-STEP-NAME (WS-STX) TO FST-STEP
               MOVE WS-STEP-STATUS (WS-STX) TO FST-STATUS
               MOVE WS-STEP-RETURN-CODE (WS-STX) TO FST-RETURN-CODE
               MOVE WS-STEP-RUN-SEQ (WS-STX) TO FST-RUN-SEQ
               MOVE WS-STEP-TIME (WS-STX) TO FST-RECORDED-TIME
               EVALUATE TRUE
                   WHEN NOT WS-STEP-FOUND (WS-STX)
                    AND WS-STEP-REQUIRED (WS-STX)
                       MOVE 'BREAK - NO TOTALS RECORDED' TO FST-NOTE
                       PERFORM 3010-REPORT-STEP-BREAK
                   WHEN NOT WS-STEP-FOUND (WS-STX)
                       MOVE 'WARNING - NOT RUN, TOTALS TAKEN AS ZERO'
                           TO FST-NOTE
                       ADD 1 TO WS-WARNING-COUNT
                   WHEN WS-STEP-FAILED (WS-STX)
                       MOVE 'BREAK - STEP FAILED' TO FST-NOTE
                       PERFORM 3010-REPORT-STEP-BREAK
                   WHEN WS-STEP-FALLBACK (WS-STX)
                       MOVE 'WARNING - PRIOR SNAPSHOT REISSUED'
                           TO FST-NOTE
                       ADD 1 TO WS-WARNING-COUNT
               END-EVALUATE
               WRITE FLOW-STEP-LINE
           END-PERFORM.

       3010-REPORT-STEP-BREAK.
           ADD 1 TO WS-BREAK-COUNT
           DISPLAY 'FLOWBAL: BREAK AT ' WS-STEP-NAME (WS-STX)
               ' - ' FST-NOTE (9:32) UPON CONSOLE.

       3100-REPORT-TOTALS.
           MOVE SPACES TO FLOW-REPORT-LINE
           WRITE FLOW-REPORT-LINE
           MOVE 'PROGRAM   TOTAL ID          COUNT            AMOUNT'
               TO FLOW-REPORT-LINE
           WRITE FLOW-REPORT-LINE
           PERFORM VARYING WS-TTX FROM 1 BY 1
                   UNTIL WS-TTX > WS-TOT-COUNT-USED
               MOVE SPACES TO FLOW-TOTAL-LINE
               MOVE WS-TOT-PROGRAM (WS-TTX) TO FTL-PROGRAM
               MOVE WS-TOT-ID (WS-TTX) TO FTL-TOTAL-ID
               MOVE WS-TOT-COUNT (WS-TTX) TO FTL-COUNT
               MOVE WS-TOT-AMOUNT (WS-TTX) TO FTL-AMOUNT
               WRITE FLOW-TOTAL-LINE
           END-PERFORM
           IF WS-OVERFLOW-COUNT > 0
               MOVE SPACES TO FLOW-REPORT-LINE
               STRING 'TOTALS TABLE FULL - ' WS-OVERFLOW-COUNT
                   ' RECORDS NOT BALANCED'
                   DELIMITED BY SIZE INTO FLOW-REPORT-LINE
               END-STRING
               WRITE FLOW-REPORT-LINE
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

       4000-BALANCE-FLOW.
      *    The checks in stream order.  Amounts are balanced where
      *    both sides carry the same hash total; ITMPROC's amount
      *    holds can revert a loaded amount, so its outputs are
      *    balanced against each other, not against the feeds.
           MOVE SPACES TO FLOW-REPORT-LINE
           WRITE FLOW-REPORT-LINE
           MOVE SPACES TO FLOW-REPORT-LINE
           STRING 'CHECK                          STEP                 '
               ' EXPECTED  RECEIVED  EXPECTED AMOUNT  RECEIVED AMOUNT'
               ' RESULT'
               DELIMITED BY SIZE INTO FLOW-REPORT-LINE
           END-STRING
           WRITE FLOW-REPORT-LINE
           PERFORM 4010-CHECK-MASTER-HANDOFF
           PERFORM 4020-CHECK-CHANGE-LOG-HANDOFF
           PERFORM 4030-CHECK-ARCHIVE-RUN
           PERFORM 4040-CHECK-RECYCLE-RUN
           PERFORM 4050-CHECK-RECYCLE-HANDOFF
           PERFORM 4060-CHECK-LOAD-TO-SNAPSHOT
           PERFORM 4070-CHECK-SNAPSHOT-TO-KSDS
           PERFORM 4080-CHECK-SNAPSHOT-TO-HIST
           PERFORM 4090-CHECK-HISTORY-HANDOFF
           PERFORM 4100-CHECK-HISTORY-RUN.

       4010-CHECK-MASTER-HANDOFF.
           PERFORM 4700-CLEAR-CHECK
           MOVE 'NEWMAST WRITTEN = LOADED' TO WS-CHECK-LABEL
           MOVE 'ITMMAINT -> ITMPROC' TO WS-CHECK-STEP
           MOVE WS-MAINT-STEP TO WS-CHECK-STEP-A
           MOVE WS-PROC-STEP TO WS-CHECK-STEP-B
           SET WS-CHECK-AMOUNTS TO TRUE
           MOVE 'ITMMAINT' TO WS-GET-PROGRAM
           MOVE 'MASTER-OUT' TO WS-GET-TOTAL-ID
           PERFORM 4810-ADD-TO-EXPECTED
           MOVE 'ITMPROC' TO WS-GET-PROGRAM
           MOVE 'ITEMMAST-IN' TO WS-GET-TOTAL-ID
           PERFORM 4830-ADD-TO-RECEIVED
           PERFORM 4900-REPORT-CHECK.

       4020-CHECK-CHANGE-LOG-HANDOFF.
           PERFORM 4700-CLEAR-CHECK
           MOVE 'CHGLOG WRITTEN = READ' TO WS-CHECK-LABEL
           MOVE 'ITMMAINT -> CHGARCH' TO WS-CHECK-STEP
           MOVE WS-MAINT-STEP TO WS-CHECK-STEP-A
           MOVE WS-ARCH-STEP TO WS-CHECK-STEP-B
           MOVE 'ITMMAINT' TO WS-GET-PROGRAM
           MOVE 'CHGLOG-OUT' TO WS-GET-TOTAL-ID
           PERFORM 4810-ADD-TO-EXPECTED
           MOVE 'CHGARCH' TO WS-GET-PROGRAM
           MOVE 'CHGLOG-IN' TO WS-GET-TOTAL-ID
           PERFORM 4830-ADD-TO-RECEIVED
           PERFORM 4900-REPORT-CHECK.

       4030-CHECK-ARCHIVE-RUN.
           PERFORM 4700-CLEAR-CHECK
           MOVE 'CHGLOG READ = ARCHIVED + DUPS' TO WS-CHECK-LABEL
           MOVE 'CHGARCH' TO WS-CHECK-STEP
           MOVE WS-ARCH-STEP TO WS-CHECK-STEP-A
           MOVE WS-ARCH-STEP TO WS-CHECK-STEP-B
           MOVE 'CHGARCH' TO WS-GET-PROGRAM
           MOVE 'CHGLOG-IN' TO WS-GET-TOTAL-ID
           PERFORM 4810-ADD-TO-EXPECTED
           MOVE 'ARCHIVED' TO WS-GET-TOTAL-ID
           PERFORM 4830-ADD-TO-RECEIVED
           MOVE 'ALREADY-ARCH' TO WS-GET-TOTAL-ID
           PERFORM 4830-ADD-TO-RECEIVED
           PERFORM 4900-REPORT-CHECK.

       4040-CHECK-RECYCLE-RUN.
           PERFORM 4700-CLEAR-CHECK
           MOVE 'SUSPENSE IN = RECYCLED + FWD' TO WS-CHECK-LABEL
           MOVE 'SUSPRECY' TO WS-CHECK-STEP
           MOVE WS-RECYCLE-STEP TO WS-CHECK-STEP-A
           MOVE WS-RECYCLE-STEP TO WS-CHECK-STEP-B
           MOVE 'SUSPRECY' TO WS-GET-PROGRAM
           MOVE 'SUSP-IN' TO WS-GET-TOTAL-ID
           PERFORM 4810-ADD-TO-EXPECTED
           MOVE 'RECYCLED' TO WS-GET-TOTAL-ID
           PERFORM 4830-ADD-TO-RECEIVED
           MOVE 'FORWARDED' TO WS-GET-TOTAL-ID
           PERFORM 4830-ADD-TO-RECEIVED
           PERFORM 4900-REPORT-CHECK.

       4050-CHECK-RECYCLE-HANDOFF.
      *    With no SUSPRECY run tonight the recycle feed must be empty.
           PERFORM 4700-CLEAR-CHECK
           MOVE 'RECYCOUT WRITTEN = LOADED' TO WS-CHECK-LABEL
           MOVE 'SUSPRECY -> ITMPROC' TO WS-CHECK-STEP
           MOVE WS-RECYCLE-STEP TO WS-CHECK-STEP-A
           MOVE WS-PROC-STEP TO WS-CHECK-STEP-B
           SET WS-CHECK-AMOUNTS TO TRUE
           MOVE 'SUSPRECY' TO WS-GET-PROGRAM
           MOVE 'RECYCLED' TO WS-GET-TOTAL-ID
           PERFORM 4810-ADD-TO-EXPECTED
           MOVE 'ITMPROC' TO WS-GET-PROGRAM
           MOVE 'RECYCOUT-IN' TO WS-GET-TOTAL-ID
           PERFORM 4830-ADD-TO-RECEIVED
           PERFORM 4900-REPORT-CHECK.

       4060-CHECK-LOAD-TO-SNAPSHOT.
      *    Every detail loaded is suspensed, dropped as a duplicate
      *    or carried to the snapshot.  A fallback run reissues the
      *    prior snapshot instead of tonight's load.
           PERFORM 4700-CLEAR-CHECK
           MOVE 'LOADED - SUSP - DUPS = SNAP' TO WS-CHECK-LABEL
           MOVE 'ITMPROC' TO WS-CHECK-STEP
           MOVE WS-PROC-STEP TO WS-CHECK-STEP-A
           MOVE WS-PROC-STEP TO WS-CHECK-STEP-B
           IF WS-STEP-FALLBACK (WS-PROC-STEP)
               SET WS-CHECK-SKIPPED TO TRUE
           END-IF
           MOVE 'ITMPROC' TO WS-GET-PROGRAM
           MOVE 'ITEMMAST-IN' TO WS-GET-TOTAL-ID
           PERFORM 4810-ADD-TO-EXPECTED
           MOVE 'RECYCOUT-IN' TO WS-GET-TOTAL-ID
           PERFORM 4810-ADD-TO-EXPECTED
           MOVE 'SUSPENSED' TO WS-GET-TOTAL-ID
           PERFORM 4820-SUBTRACT-FROM-EXPECTED
           MOVE 'DUPS-DROPPED' TO WS-GET-TOTAL-ID
           PERFORM 4820-SUBTRACT-FROM-EXPECTED
           MOVE 'SNAPCURR-OUT' TO WS-GET-TOTAL-ID
           PERFORM 4830-ADD-TO-RECEIVED
           PERFORM 4900-REPORT-CHECK.

       4070-CHECK-SNAPSHOT-TO-KSDS.
           PERFORM 4700-CLEAR-CHECK
           MOVE 'SNAPCURR = ITEMKSDS' TO WS-CHECK-LABEL
           MOVE 'ITMPROC' TO WS-CHECK-STEP
           MOVE WS-PROC-STEP TO WS-CHECK-STEP-A
           MOVE WS-PROC-STEP TO WS-CHECK-STEP-B
           SET WS-CHECK-AMOUNTS TO TRUE
           MOVE 'ITMPROC' TO WS-GET-PROGRAM
           MOVE 'SNAPCURR-OUT' TO WS-GET-TOTAL-ID
           PERFORM 4810-ADD-TO-EXPECTED
           MOVE 'ITEMKSDS-OUT' TO WS-GET-TOTAL-ID
           PERFORM 4830-ADD-TO-RECEIVED
           PERFORM 4900-REPORT-CHECK.

       4080-CHECK-SNAPSHOT-TO-HIST.
      *    A fallback run does not append to the item history.
           PERFORM 4700-CLEAR-CHECK
           MOVE 'SNAPCURR = ITEMHIST RUN' TO WS-CHECK-LABEL
           MOVE 'ITMPROC' TO WS-CHECK-STEP
           MOVE WS-PROC-STEP TO WS-CHECK-STEP-A
           MOVE WS-PROC-STEP TO WS-CHECK-STEP-B
           SET WS-CHECK-AMOUNTS TO TRUE
           IF WS-STEP-FALLBACK (WS-PROC-STEP)
               SET WS-CHECK-SKIPPED TO TRUE
           END-IF
           MOVE 'ITMPROC' TO WS-GET-PROGRAM
           MOVE 'SNAPCURR-OUT' TO WS-GET-TOTAL-ID
           PERFORM 4810-ADD-TO-EXPECTED
           MOVE 'ITEMHIST-OUT' TO WS-GET-TOTAL-ID
           PERFORM 4830-ADD-TO-RECEIVED
           PERFORM 4900-REPORT-CHECK.

       4090-CHECK-HISTORY-HANDOFF.
      *    ITMHIST counts the history records stamped with tonight's
      *    business date - what ITMPROC appended.
           PERFORM 4700-CLEAR-CHECK
           MOVE 'ITEMHIST APPENDED = FOUND' TO WS-CHECK-LABEL
           MOVE 'ITMPROC -> ITMHIST' TO WS-CHECK-STEP
           MOVE WS-PROC-STEP TO WS-CHECK-STEP-A
           MOVE WS-HIST-STEP TO WS-CHECK-STEP-B
           SET WS-CHECK-AMOUNTS TO TRUE
           MOVE 'ITMPROC' TO WS-GET-PROGRAM
           MOVE 'ITEMHIST-OUT' TO WS-GET-TOTAL-ID
           PERFORM 4810-ADD-TO-EXPECTED
           MOVE 'ITMHIST' TO WS-GET-PROGRAM
           MOVE 'HIST-RUN' TO WS-GET-TOTAL-ID
           PERFORM 4830-ADD-TO-RECEIVED
           PERFORM 4900-REPORT-CHECK.

       4100-CHECK-HISTORY-RUN.
           PERFORM 4700-CLEAR-CHECK
           MOVE 'HISTORY IN = KEPT + PURGED' TO WS-CHECK-LABEL
           MOVE 'ITMHIST' TO WS-CHECK-STEP
           MOVE WS-HIST-STEP TO WS-CHECK-STEP-A
           MOVE WS-HIST-STEP TO WS-CHECK-STEP-B
           MOVE 'ITMHIST' TO WS-GET-PROGRAM
           MOVE 'HIST-IN' TO WS-GET-TOTAL-ID
           PERFORM 4810-ADD-TO-EXPECTED
           MOVE 'HIST-OUT' TO WS-GET-TOTAL-ID
           PERFORM 4830-ADD-TO-RECEIVED
           MOVE 'HIST-PURGED' TO WS-GET-TOTAL-ID
           PERFORM 4830-ADD-TO-RECEIVED
           PERFORM 4900-REPORT-CHECK.

       4700-CLEAR-CHECK.
           MOVE SPACES TO WS-CHECK-LABEL
           MOVE SPACES TO WS-CHECK-STEP
           MOVE ZEROS TO WS-EXPECTED-COUNT
           MOVE ZEROS TO WS-RECEIVED-COUNT
           MOVE ZEROS TO WS-EXPECTED-AMOUNT
           MOVE ZEROS TO WS-RECEIVED-AMOUNT
           MOVE 'N' TO WS-CHECK-AMOUNTS-SW
           MOVE 'N' TO WS-CHECK-SKIP-SW.

       4800-GET-TOTAL.
      *    A total the night did not record balances as zero.
           MOVE ZEROS TO WS-GET-COUNT
           MOVE ZEROS TO WS-GET-AMOUNT
           PERFORM VARYING WS-TTX FROM 1 BY 1
                   UNTIL WS-TTX > WS-TOT-COUNT-USED
               IF WS-TOT-PROGRAM (WS-TTX) = WS-GET-PROGRAM
                AND WS-TOT-ID (WS-TTX) = WS-GET-TOTAL-ID
                   MOVE WS-TOT-COUNT (WS-TTX) TO WS-GET-COUNT
                   MOVE WS-TOT-AMOUNT (WS-TTX) TO WS-GET-AMOUNT
               END-IF
           END-PERFORM.

       4810-ADD-TO-EXPECTED.
           PERFORM 4800-GET-TOTAL
           ADD WS-GET-COUNT TO WS-EXPECTED-COUNT
           ADD WS-GET-AMOUNT TO WS-EXPECTED-AMOUNT.

       4820-SUBTRACT-FROM-EXPECTED.
           PERFORM 4800-GET-TOTAL
           SUBTRACT WS-GET-COUNT FROM WS-EXPECTED-COUNT
           SUBTRACT WS-GET-AMOUNT FROM WS-EXPECTED-AMOUNT.

       4830-ADD-TO-RECEIVED.
           PERFORM 4800-GET-TOTAL
           ADD WS-GET-COUNT TO WS-RECEIVED-COUNT
           ADD WS-GET-AMOUNT TO WS-RECEIVED-AMOUNT.

       4900-REPORT-CHECK.
      *    A check is not made when either step it ties together
      *    already broke - missing when required, or FAILED.
           MOVE WS-CHECK-STEP-A TO WS-CHECK-STEP-IDX
           PERFORM 4910-CHECK-STEP-USABLE
           MOVE WS-CHECK-STEP-B TO WS-CHECK-STEP-IDX
           PERFORM 4910-CHECK-STEP-USABLE
           ADD 1 TO WS-CHECK-COUNT
           EVALUATE TRUE
               WHEN WS-CHECK-SKIPPED
                   MOVE 'NOT CHECKED' TO WS-CHECK-RESULT
                   ADD 1 TO WS-NOT-CHECKED-COUNT
               WHEN WS-EXPECTED-COUNT NOT = WS-RECEIVED-COUNT
                   MOVE 'BREAK' TO WS-CHECK-RESULT
               WHEN WS-CHECK-AMOUNTS
                AND WS-EXPECTED-AMOUNT NOT = WS-RECEIVED-AMOUNT
                   MOVE 'BREAK' TO WS-CHECK-RESULT
               WHEN OTHER
                   MOVE 'IN BALANCE' TO WS-CHECK-RESULT
                   ADD 1 TO WS-BALANCED-COUNT
           END-EVALUATE
           IF WS-CHECK-RESULT = 'BREAK'
               ADD 1 TO WS-BREAK-COUNT
               DISPLAY 'FLOWBAL: BREAK AT ' WS-CHECK-STEP
                   ' - ' WS-CHECK-LABEL UPON CONSOLE
           END-IF
           MOVE SPACES TO FLOW-CHECK-LINE
           MOVE WS-CHECK-LABEL TO FCK-LABEL
           MOVE WS-CHECK-STEP TO FCK-STEP
           MOVE WS-EXPECTED-COUNT TO FCK-EXPECTED-COUNT
           MOVE WS-RECEIVED-COUNT TO FCK-RECEIVED-COUNT
           IF WS-CHECK-AMOUNTS
               MOVE WS-EXPECTED-AMOUNT TO FCK-EXPECTED-AMOUNT
               MOVE WS-RECEIVED-AMOUNT TO FCK-RECEIVED-AMOUNT
           END-IF
           MOVE WS-CHECK-RESULT TO FCK-RESULT
           WRITE FLOW-CHECK-LINE.

       4910-CHECK-STEP-USABLE.
           SET WS-STX TO WS-CHECK-STEP-IDX
           IF WS-STEP-FAILED (WS-STX)
            OR (WS-STEP-REQUIRED (WS-STX)
                AND NOT WS-STEP-FOUND (WS-STX))
               SET WS-CHECK-SKIPPED TO TRUE
           END-IF.

       5000-REPORT-FLOW-STATUS.
           MOVE SPACES TO FLOW-REPORT-LINE
           WRITE FLOW-REPORT-LINE
           MOVE SPACES TO FLOW-REPORT-LINE
           IF WS-BREAK-COUNT = ZEROS
               MOVE 'FLOW STATUS: IN BALANCE' TO FLOW-REPORT-LINE
               IF WS-WARNING-COUNT > ZEROS
                   MOVE 04 TO RETURN-CODE
               END-IF
           ELSE
               STRING 'FLOW STATUS: OUT OF BALANCE - '
                   WS-BREAK-COUNT ' BREAK(S)'
                   DELIMITED BY SIZE INTO FLOW-REPORT-LINE
               END-STRING
               MOVE 16 TO RETURN-CODE
           END-IF
           WRITE FLOW-REPORT-LINE.

       9000-TERMINATE.
           IF WS-INPUT-READY
               CLOSE CONTROL-TOTALS-FILE
               CLOSE FLOW-REPORT-FILE
           END-IF
           DISPLAY 'FLOWBAL BALANCING TOTALS' UPON CONSOLE
           DISPLAY '  BUSINESS DATE       : ' WS-TARGET-DATE
               UPON CONSOLE
           DISPLAY '  CONTROL TOTALS READ : ' WS-CTLT-READ-COUNT
               UPON CONSOLE
           DISPLAY '  TOTALS FOR THE DATE : ' WS-SELECTED-COUNT
               UPON CONSOLE
           DISPLAY '  CHECKS MADE         : ' WS-CHECK-COUNT
               UPON CONSOLE
           DISPLAY '  IN BALANCE          : ' WS-BALANCED-COUNT
               UPON CONSOLE
           DISPLAY '  NOT CHECKED         : ' WS-NOT-CHECKED-COUNT
               UPON CONSOLE
           DISPLAY '  BREAKS              : ' WS-BREAK-COUNT
               UPON CONSOLE
           DISPLAY '  WARNINGS            : ' WS-WARNING-COUNT
               UPON CONSOLE.
