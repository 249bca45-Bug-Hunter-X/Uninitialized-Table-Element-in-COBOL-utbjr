      *            log (CHGLOG) is rewritten OPEN OUTPUT every run, so
      *            its BEFORE/AFTER images survive one night only.
      *            This step, run after ITMMAINT, appends each run's
      *            entries - stamped with the RUNCTL business date
      *            (today when there is no run control record) - into
      *            the cumulative keyed change-history (CHGHIST,
      *            CHGAREC layout) that CHGINQ answers audit questions
      *            from, then purges archive entries older than the
      *            parameter-driven retention period, the way ITMHIST
      *            purges ITEMHIST.  Re-running the step for the same
      *            business date is harmless: the already-archived
      *            entries fail the keyed WRITE and are counted, not
      *            duplicated.
      *            The run's counts are appended to the control-totals
      *            file (CTLTOTS, CTLTREC layout) under the RUNCTL
      *            business date for the FLOWBAL balancing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGARCH.
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

           05  CHG-TAG                 PIC X(07).
           05  FILLER                  PIC X(01).
           05  CHG-ITEM-IMAGE          PIC X(50).
           05  FILLER                  PIC X(01).
           05  CHG-ATTRIBUTION.
               COPY TRANATTR REPLACING LEADING ==PFX-== BY ==CHG-==.

       FD  CHANGE-ARCHIVE-FILE.
       01  CHANGE-ARCHIVE-RECORD.
       01  PARM-RECORD.
           05  PARM-RETENTION-DAYS     PIC 9(5).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTREC REPLACING LEADING ==PFX-== BY ==RC-==.

       FD  CONTROL-TOTALS-FILE.
       01  CONTROL-TOTAL-RECORD.
           COPY CTLTREC REPLACING LEADING ==PFX-== BY ==CT-==.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
               88  WS-ARCH-FILE-OK              VALUE '00'.
           05  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-PARM-FILE-OK              VALUE '00'.
           05  WS-RUNCTL-FILE-STATUS   PIC X(02) VALUE '00'.
               88  WS-RUNCTL-FILE-OK            VALUE '00'.

       01  WS-COUNTERS.
           05  WS-LOG-READ-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-DUPLICATE-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-PURGED-COUNT         PIC 9(7) VALUE ZEROS.

      *    The business date and sequence the archive entries and
      *    the control totals are recorded under; with no run control
      *    record the run is recorded under today's date.
       01  WS-RUN-CONTROL.
           COPY RUNCTREC REPLACING LEADING ==PFX-== BY ==CTL-==.

      *    One CTLTOTS record is built here per count recorded.
       01  WS-FLOW-CONTROL.
           05  WS-CTLT-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-CTLT-FILE-OK              VALUE '00'.
           05  WS-FLOW-TOTAL-ID        PIC X(12) VALUE SPACES.
           05  WS-FLOW-COUNT           PIC 9(09) VALUE ZEROS.
           05  WS-FLOW-AMOUNT          PIC 9(13)V99 VALUE ZEROS.
           05  WS-FLOW-STATUS          PIC X(08) VALUE SPACES.
           05  WS-FLOW-TIME            PIC 9(08) VALUE ZEROS.

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE         PIC 9(8) VALUE ZEROS.
           05  WS-CURRENT-DATE-INT     PIC 9(7) VALUE ZEROS.
           05  WS-PEND-ACTION          PIC X(01) VALUE SPACE.
           05  WS-PEND-TAG             PIC X(07) VALUE SPACES.
           05  WS-PEND-IMAGE           PIC X(50) VALUE SPACES.
           05  WS-PEND-ATTRIBUTION.
               COPY TRANATTR REPLACING LEADING ==PFX-== BY ==WS-PEND-==.

       PROCEDURE DIVISION.

           COMPUTE WS-CURRENT-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
           PERFORM 1010-READ-PARAMETERS
           PERFORM 1020-READ-RUN-CONTROL
           OPEN I-O CHANGE-ARCHIVE-FILE
           IF WS-ARCH-FILE-STATUS = '35'
      *        First-ever run - create the archive, then reopen it
               CLOSE PARM-FILE
           END-IF.

       1020-READ-RUN-CONTROL.
           MOVE WS-CURRENT-DATE TO CTL-BUSINESS-DATE
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
           END-IF.

       2000-APPEND-RUN-ENTRIES.
      *    Every change-log line becomes one archive record keyed by
      *    item code, run date, transaction sequence and image order
               MOVE CHG-ACTION TO WS-PEND-ACTION
               MOVE CHG-TAG TO WS-PEND-TAG
               MOVE CHG-ITEM-IMAGE TO WS-PEND-IMAGE
               MOVE CHG-ATTRIBUTION TO WS-PEND-ATTRIBUTION
           ELSE
      *        The pair's key code: the populated image wins, so an
      *        add keys on its AFTER image and a delete on its
               MOVE CHG-ACTION TO CHA-ARC-ACTION
               MOVE CHG-TAG TO CHA-ARC-TAG
               MOVE CHG-ITEM-IMAGE TO CHA-ARC-ITEM-IMAGE
               MOVE CHG-OPERATOR-ID TO CHA-ARC-OPERATOR-ID
               MOVE CHG-SOURCE-SYSTEM TO CHA-ARC-SOURCE-SYSTEM
               MOVE CHG-REFERENCE-NO TO CHA-ARC-REFERENCE-NO
               PERFORM 2300-WRITE-ARCHIVE-RECORD
           END-IF.

           MOVE WS-PEND-ACTION TO CHA-ARC-ACTION
           MOVE WS-PEND-TAG TO CHA-ARC-TAG
           MOVE WS-PEND-IMAGE TO CHA-ARC-ITEM-IMAGE
           MOVE WS-PEND-OPERATOR-ID TO CHA-ARC-OPERATOR-ID
           MOVE WS-PEND-SOURCE-SYSTEM TO CHA-ARC-SOURCE-SYSTEM
           MOVE WS-PEND-REFERENCE-NO TO CHA-ARC-REFERENCE-NO
           PERFORM 2300-WRITE-ARCHIVE-RECORD
           MOVE 'N' TO WS-PEND-HELD-SW.

      *    Key fields other than WS-ENTRY-CODE and the run date are
      *    set by the caller before the PERFORM.
           MOVE WS-ENTRY-CODE TO CHA-ARC-ITEM-CODE
           MOVE CTL-BUSINESS-DATE TO CHA-ARC-RUN-DATE
           WRITE CHANGE-ARCHIVE-RECORD
               INVALID KEY
      *            Already archived - a rerun of this step for the
      *            same business date.
                   ADD 1 TO WS-DUPLICATE-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ARCHIVED-COUNT
           DISPLAY '  ALREADY ARCHIVED    : ' WS-DUPLICATE-COUNT
               UPON CONSOLE
           DISPLAY '  PURGED PAST ' WS-RETENTION-DAYS ' DAYS: '
               WS-PURGED-COUNT UPON CONSOLE
           PERFORM 9100-RECORD-CONTROL-TOTALS.

       9100-RECORD-CONTROL-TOTALS.
      *    The run's counts go to the cumulative control-totals file
      *    for FLOWBAL, on every run.  Every change-log line read is
      *    either ARCHIVED or found ALREADY-ARCH by a same-day rerun;
      *    CHGLOG-IN must equal the lines ITMMAINT says it wrote.
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
               MOVE 'CHGLOG-IN' TO WS-FLOW-TOTAL-ID
               MOVE WS-LOG-READ-COUNT TO WS-FLOW-COUNT
               MOVE ZEROS TO WS-FLOW-AMOUNT
               PERFORM 9110-WRITE-CONTROL-TOTAL
               MOVE 'ARCHIVED' TO WS-FLOW-TOTAL-ID
               MOVE WS-ARCHIVED-COUNT TO WS-FLOW-COUNT
               MOVE ZEROS TO WS-FLOW-AMOUNT
               PERFORM 9110-WRITE-CONTROL-TOTAL
               MOVE 'ALREADY-ARCH' TO WS-FLOW-TOTAL-ID
               MOVE WS-DUPLICATE-COUNT TO WS-FLOW-COUNT
               MOVE ZEROS TO WS-FLOW-AMOUNT
               PERFORM 9110-WRITE-CONTROL-TOTAL
               MOVE 'PURGED' TO WS-FLOW-TOTAL-ID
               MOVE WS-PURGED-COUNT TO WS-FLOW-COUNT
               MOVE ZEROS TO WS-FLOW-AMOUNT
               PERFORM 9110-WRITE-CONTROL-TOTAL
               CLOSE CONTROL-TOTALS-FILE
           ELSE
               DISPLAY 'CHGARCH: CONTROL TOTALS NOT RECORDED - OPEN '
                   'STATUS ' WS-CTLT-FILE-STATUS UPON CONSOLE
           END-IF.

       9110-WRITE-CONTROL-TOTAL.
           MOVE SPACES TO CONTROL-TOTAL-RECORD
           MOVE CTL-BUSINESS-DATE TO CT-BUSINESS-DATE
           MOVE CTL-RUN-SEQ TO CT-RUN-SEQ
           MOVE 'CHGARCH' TO CT-PROGRAM
           MOVE WS-FLOW-TOTAL-ID TO CT-TOTAL-ID
           MOVE WS-FLOW-COUNT TO CT-COUNT
           MOVE WS-FLOW-AMOUNT TO CT-AMOUNT
           MOVE WS-FLOW-STATUS TO CT-STEP-STATUS
           MOVE RETURN-CODE TO CT-RETURN-CODE
           MOVE WS-FLOW-TIME TO CT-RECORDED-TIME
           WRITE CONTROL-TOTAL-RECORD.
