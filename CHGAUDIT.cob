      ******************************************************************
      *  PROGRAM:  CHGAUDIT
      *  PURPOSE:  Changes by operator / by source report over a range
      *            of run dates, from the cumulative change-history
      *            archive (CHGHIST, CHGAREC layout) that CHGARCH
      *            builds.  Lists every archived maintenance change in
      *            the range with the operator, source system and
      *            reference it was raised under, then totals the
      *            changes by operator and by source system, split
      *            into adds, changes and deletes - the quarterly
      *            audit question of who asked for what, and through
      *            which feed.  The range comes from the command line
      *            (from-date and to-date, either optional); blank or
      *            non-numeric tokens widen it to the whole retained
      *            archive, as CHGINQ does.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-ARCHIVE-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHA-ARC-KEY
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT AUDIT-REPORT-FILE ASSIGN TO "CHGAUDRP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CHANGE-ARCHIVE-FILE.
       01  CHANGE-ARCHIVE-RECORD.
           COPY CHGAREC REPLACING LEADING ==PFX-== BY ==CHA-==.

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE           PIC X(80).
       01  AUDIT-DETAIL-LINE.
           05  AUD-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  AUD-TRAN-SEQ            PIC Z(4)9.
           05  FILLER                  PIC X(01).
           05  AUD-ITEM-CODE           PIC X(10).
           05  FILLER                  PIC X(01).
           05  AUD-ACTION              PIC X(01).
           05  FILLER                  PIC X(01).
           05  AUD-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(01).
           05  AUD-SOURCE-SYSTEM       PIC X(08).
           05  FILLER                  PIC X(01).
           05  AUD-REFERENCE-NO        PIC X(12).
           05  FILLER                  PIC X(22).
       01  AUDIT-SUMMARY-LINE.
           05  AUS-NAME                PIC X(08).
           05  FILLER                  PIC X(04).
           05  AUS-ADD-COUNT           PIC Z(6)9.
           05  FILLER                  PIC X(02).
           05  AUS-CHANGE-COUNT        PIC Z(6)9.
           05  FILLER                  PIC X(02).
           05  AUS-DELETE-COUNT        PIC Z(6)9.
           05  FILLER                  PIC X(02).
           05  AUS-TOTAL-COUNT         PIC Z(6)9.
           05  FILLER                  PIC X(34).

       WORKING-STORAGE SECTION.

       01  WS-REQUEST-CONTROL.
           05  WS-COMMAND-LINE         PIC X(80) VALUE SPACES.
           05  WS-CMD-FROM             PIC X(08).
           05  WS-CMD-TO               PIC X(08).
           05  WS-FROM-DATE            PIC 9(08) VALUE ZEROS.
           05  WS-TO-DATE              PIC 9(08) VALUE 99999999.
           05  WS-DATE-CHECK           PIC X(08).
           05  WS-DATE-CHECK-N REDEFINES WS-DATE-CHECK
                                       PIC 9(08).

       01  WS-SWITCHES.
           05  WS-ARCH-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-ARCH-EOF                  VALUE 'Y'.
           05  WS-ARCH-OPEN-SW         PIC X(01) VALUE 'N'.
               88  WS-ARCH-OPEN                 VALUE 'Y'.
           05  WS-BUCKET-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-BUCKET-FOUND              VALUE 'Y'.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-ARCH-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-ARCH-FILE-OK              VALUE '00'.

       01  WS-COUNTERS.
           05  WS-ARCH-READ-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-LISTED-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-OVERFLOW-COUNT       PIC 9(7) VALUE ZEROS.

      *    One bucket per distinct operator and per distinct source
      *    system in the range.  Archive entries raised before the
      *    attribution fields existed total under '*NONE*'.  Anything
      *    beyond the table still lists in the detail section and is
      *    counted in WS-OVERFLOW-COUNT.
       01  WS-OPERATOR-AREA.
           05  WS-OPER-COUNT           PIC 9(3) VALUE ZEROS.
           05  WS-OPER-MAX-OCCURS      PIC 9(3) VALUE 999.
           05  WS-OPER-TABLE OCCURS 999 TIMES
                       INDEXED BY WS-OPX.
               10  WS-OPER-BUCKET.
                   15  WS-OPER-NAME    PIC X(08).
                   15  WS-OPER-ADDS    PIC 9(7).
                   15  WS-OPER-CHANGES PIC 9(7).
                   15  WS-OPER-DELETES PIC 9(7).

       01  WS-SOURCE-AREA.
           05  WS-SRC-COUNT            PIC 9(3) VALUE ZEROS.
           05  WS-SRC-MAX-OCCURS       PIC 9(3) VALUE 999.
           05  WS-SRC-TABLE OCCURS 999 TIMES
                       INDEXED BY WS-SRX.
               10  WS-SRC-BUCKET.
                   15  WS-SRC-NAME     PIC X(08).
                   15  WS-SRC-ADDS     PIC 9(7).
                   15  WS-SRC-CHANGES  PIC 9(7).
                   15  WS-SRC-DELETES  PIC 9(7).

       01  WS-WORK-FIELDS.
           05  WS-BUCKET-NAME          PIC X(08).
           05  WS-TOTAL-WORK           PIC 9(7) VALUE ZEROS.
           05  WS-SORT-I               PIC 9(4) VALUE ZEROS.
           05  WS-SORT-J               PIC 9(4) VALUE ZEROS.
           05  WS-SWAP-BUCKET          PIC X(29).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-ARCH-FILE-OK
               PERFORM 2000-LIST-CHANGES-IN-RANGE
               PERFORM 3000-WRITE-OPERATOR-SUMMARY
               PERFORM 3100-WRITE-SOURCE-SUMMARY
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-CMD-FROM
           MOVE SPACES TO WS-CMD-TO
           UNSTRING WS-COMMAND-LINE
               DELIMITED BY ALL ' '
               INTO WS-CMD-FROM WS-CMD-TO
           END-UNSTRING
           MOVE WS-CMD-FROM TO WS-DATE-CHECK
           IF WS-DATE-CHECK IS NUMERIC
               MOVE WS-DATE-CHECK-N TO WS-FROM-DATE
           END-IF
           MOVE WS-CMD-TO TO WS-DATE-CHECK
           IF WS-DATE-CHECK IS NUMERIC
            AND WS-DATE-CHECK-N > 0
               MOVE WS-DATE-CHECK-N TO WS-TO-DATE
           END-IF
           OPEN INPUT CHANGE-ARCHIVE-FILE
           IF WS-ARCH-FILE-OK
               SET WS-ARCH-OPEN TO TRUE
               OPEN OUTPUT AUDIT-REPORT-FILE
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING 'CHANGES BY OPERATOR / SOURCE - RUN DATES '
                   WS-FROM-DATE ' TO ' WS-TO-DATE
                   DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               END-STRING
               WRITE AUDIT-REPORT-LINE
               MOVE SPACES TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING 'RUN DATE  TRAN ITEM       A OPERATOR SOURCE   '
                   'REFERENCE' DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               END-STRING
               WRITE AUDIT-REPORT-LINE
           ELSE
               DISPLAY 'CHGAUDIT: CHANGE ARCHIVE NOT AVAILABLE - '
                   'OPEN STATUS ' WS-ARCH-FILE-STATUS UPON CONSOLE
               MOVE 12 TO RETURN-CODE
           END-IF.

       2000-LIST-CHANGES-IN-RANGE.
      *    The archive is keyed by item code first, so a run-date
      *    range is a full sweep in key order.  Each transaction is
      *    counted once, on its AFTER image (image sequence 2); both
      *    images carry the same attribution.
           MOVE LOW-VALUES TO CHA-ARC-KEY
           START CHANGE-ARCHIVE-FILE KEY NOT < CHA-ARC-KEY
               INVALID KEY
                   SET WS-ARCH-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ARCH-EOF
               READ CHANGE-ARCHIVE-FILE NEXT RECORD
                   AT END
                       SET WS-ARCH-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ARCH-READ-COUNT
                       IF CHA-ARC-IMAGE-SEQ = 2
                        AND CHA-ARC-RUN-DATE IS NUMERIC
                        AND CHA-ARC-RUN-DATE NOT < WS-FROM-DATE
                        AND CHA-ARC-RUN-DATE NOT > WS-TO-DATE
                           PERFORM 2100-LIST-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.

       2100-LIST-ONE-CHANGE.
           ADD 1 TO WS-LISTED-COUNT
           MOVE SPACES TO AUDIT-DETAIL-LINE
           MOVE CHA-ARC-RUN-DATE TO AUD-RUN-DATE
           MOVE CHA-ARC-TRAN-SEQ TO AUD-TRAN-SEQ
           MOVE CHA-ARC-ITEM-CODE TO AUD-ITEM-CODE
           MOVE CHA-ARC-ACTION TO AUD-ACTION
           MOVE CHA-ARC-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE CHA-ARC-SOURCE-SYSTEM TO AUD-SOURCE-SYSTEM
           MOVE CHA-ARC-REFERENCE-NO TO AUD-REFERENCE-NO
           WRITE AUDIT-DETAIL-LINE
           MOVE CHA-ARC-OPERATOR-ID TO WS-BUCKET-NAME
           PERFORM 2200-COUNT-BY-OPERATOR
           MOVE CHA-ARC-SOURCE-SYSTEM TO WS-BUCKET-NAME
           PERFORM 2300-COUNT-BY-SOURCE.

       2200-COUNT-BY-OPERATOR.
      *    Adds and deletes count as themselves; every other action
      *    (change, reclassify, ...) alters an existing item and
      *    counts as a change.
           IF WS-BUCKET-NAME = SPACES
               MOVE '*NONE*' TO WS-BUCKET-NAME
           END-IF
           MOVE 'N' TO WS-BUCKET-FOUND-SW
           PERFORM VARYING WS-OPX FROM 1 BY 1
                   UNTIL WS-BUCKET-FOUND
                      OR WS-OPX > WS-OPER-COUNT
               IF WS-OPER-NAME (WS-OPX) = WS-BUCKET-NAME
                   SET WS-BUCKET-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-BUCKET-FOUND
               SET WS-OPX DOWN BY 1
           ELSE
               IF WS-OPER-COUNT < WS-OPER-MAX-OCCURS
                   ADD 1 TO WS-OPER-COUNT
                   SET WS-OPX TO WS-OPER-COUNT
                   MOVE WS-BUCKET-NAME TO WS-OPER-NAME (WS-OPX)
                   MOVE ZEROS TO WS-OPER-ADDS (WS-OPX)
                   MOVE ZEROS TO WS-OPER-CHANGES (WS-OPX)
                   MOVE ZEROS TO WS-OPER-DELETES (WS-OPX)
                   SET WS-BUCKET-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF
           IF WS-BUCKET-FOUND
               EVALUATE CHA-ARC-ACTION
                   WHEN 'A'
                       ADD 1 TO WS-OPER-ADDS (WS-OPX)
                   WHEN 'D'
                       ADD 1 TO WS-OPER-DELETES (WS-OPX)
                   WHEN OTHER
                       ADD 1 TO WS-OPER-CHANGES (WS-OPX)
               END-EVALUATE
           END-IF.

       2300-COUNT-BY-SOURCE.
      *    Same bucketing as 2200, keyed on the source system.
           IF WS-BUCKET-NAME = SPACES
               MOVE '*NONE*' TO WS-BUCKET-NAME
           END-IF
           MOVE 'N' TO WS-BUCKET-FOUND-SW
           PERFORM VARYING WS-SRX FROM 1 BY 1
                   UNTIL WS-BUCKET-FOUND
                      OR WS-SRX > WS-SRC-COUNT
               IF WS-SRC-NAME (WS-SRX) = WS-BUCKET-NAME
                   SET WS-BUCKET-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-BUCKET-FOUND
               SET WS-SRX DOWN BY 1
           ELSE
               IF WS-SRC-COUNT < WS-SRC-MAX-OCCURS
                   ADD 1 TO WS-SRC-COUNT
                   SET WS-SRX TO WS-SRC-COUNT
                   MOVE WS-BUCKET-NAME TO WS-SRC-NAME (WS-SRX)
                   MOVE ZEROS TO WS-SRC-ADDS (WS-SRX)
                   MOVE ZEROS TO WS-SRC-CHANGES (WS-SRX)
                   MOVE ZEROS TO WS-SRC-DELETES (WS-SRX)
                   SET WS-BUCKET-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF
           IF WS-BUCKET-FOUND
               EVALUATE CHA-ARC-ACTION
                   WHEN 'A'
                       ADD 1 TO WS-SRC-ADDS (WS-SRX)
                   WHEN 'D'
                       ADD 1 TO WS-SRC-DELETES (WS-SRX)
                   WHEN OTHER
                       ADD 1 TO WS-SRC-CHANGES (WS-SRX)
               END-EVALUATE
           END-IF.

       3000-WRITE-OPERATOR-SUMMARY.
      *    Buckets print in name order - an insertion sort of the
      *    small bucket table, the same shape as ITMPROC 1400.
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-OPER-COUNT
               MOVE WS-OPER-BUCKET (WS-SORT-I) TO WS-SWAP-BUCKET
               COMPUTE WS-SORT-J = WS-SORT-I - 1
               PERFORM UNTIL WS-SORT-J < 1
                          OR WS-OPER-NAME (WS-SORT-J)
                             NOT > WS-SWAP-BUCKET (1:8)
                   MOVE WS-OPER-BUCKET (WS-SORT-J)
                       TO WS-OPER-BUCKET (WS-SORT-J + 1)
                   SUBTRACT 1 FROM WS-SORT-J
               END-PERFORM
               MOVE WS-SWAP-BUCKET TO WS-OPER-BUCKET (WS-SORT-J + 1)
           END-PERFORM
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE 'BY OPERATOR    ADDS  CHANGES  DELETES    TOTAL'
               TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           PERFORM VARYING WS-OPX FROM 1 BY 1
                   UNTIL WS-OPX > WS-OPER-COUNT
               MOVE SPACES TO AUDIT-SUMMARY-LINE
               MOVE WS-OPER-NAME (WS-OPX) TO AUS-NAME
               MOVE WS-OPER-ADDS (WS-OPX) TO AUS-ADD-COUNT
               MOVE WS-OPER-CHANGES (WS-OPX) TO AUS-CHANGE-COUNT
               MOVE WS-OPER-DELETES (WS-OPX) TO AUS-DELETE-COUNT
               COMPUTE WS-TOTAL-WORK = WS-OPER-ADDS (WS-OPX)
                                     + WS-OPER-CHANGES (WS-OPX)
                                     + WS-OPER-DELETES (WS-OPX)
               MOVE WS-TOTAL-WORK TO AUS-TOTAL-COUNT
               WRITE AUDIT-SUMMARY-LINE
           END-PERFORM.

       3100-WRITE-SOURCE-SUMMARY.
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-SRC-COUNT
               MOVE WS-SRC-BUCKET (WS-SORT-I) TO WS-SWAP-BUCKET
               COMPUTE WS-SORT-J = WS-SORT-I - 1
               PERFORM UNTIL WS-SORT-J < 1
                          OR WS-SRC-NAME (WS-SORT-J)
                             NOT > WS-SWAP-BUCKET (1:8)
                   MOVE WS-SRC-BUCKET (WS-SORT-J)
                       TO WS-SRC-BUCKET (WS-SORT-J + 1)
                   SUBTRACT 1 FROM WS-SORT-J
               END-PERFORM
               MOVE WS-SWAP-BUCKET TO WS-SRC-BUCKET (WS-SORT-J + 1)
           END-PERFORM
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE 'BY SOURCE      ADDS  CHANGES  DELETES    TOTAL'
               TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           PERFORM VARYING WS-SRX FROM 1 BY 1
                   UNTIL WS-SRX > WS-SRC-COUNT
               MOVE SPACES TO AUDIT-SUMMARY-LINE
               MOVE WS-SRC-NAME (WS-SRX) TO AUS-NAME
               MOVE WS-SRC-ADDS (WS-SRX) TO AUS-ADD-COUNT
               MOVE WS-SRC-CHANGES (WS-SRX) TO AUS-CHANGE-COUNT
               MOVE WS-SRC-DELETES (WS-SRX) TO AUS-DELETE-COUNT
               COMPUTE WS-TOTAL-WORK = WS-SRC-ADDS (WS-SRX)
                                     + WS-SRC-CHANGES (WS-SRX)
                                     + WS-SRC-DELETES (WS-SRX)
               MOVE WS-TOTAL-WORK TO AUS-TOTAL-COUNT
               WRITE AUDIT-SUMMARY-LINE
           END-PERFORM
           IF WS-OVERFLOW-COUNT > 0
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING 'BUCKET TABLE FULL - ' WS-OVERFLOW-COUNT
                   ' OPERATOR/SOURCE COUNTS NOT TOTALLED'
                   DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               END-STRING
               WRITE AUDIT-REPORT-LINE
               MOVE 04 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           IF WS-ARCH-OPEN
               CLOSE CHANGE-ARCHIVE-FILE
               CLOSE AUDIT-REPORT-FILE
           END-IF
           DISPLAY 'CHGAUDIT REPORT TOTALS' UPON CONSOLE
           DISPLAY '  ARCHIVE ENTRIES READ: ' WS-ARCH-READ-COUNT
               UPON CONSOLE
           DISPLAY '  CHANGES IN RANGE    : ' WS-LISTED-COUNT
               UPON CONSOLE
           DISPLAY '  OPERATORS           : ' WS-OPER-COUNT
               UPON CONSOLE
           DISPLAY '  SOURCE SYSTEMS      : ' WS-SRC-COUNT
               UPON CONSOLE.
