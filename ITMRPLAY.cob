      ******************************************************************
      *  PROGRAM:  ITMRPLAY
      *  PURPOSE:  Re-issue of a past business date's consumer
      *            extracts and detail listing.  SNAPCURR and the
      *            EXTRACT files are overwritten every night, so a
      *            pickup the analytics platform lost or could not
      *            read cannot otherwise be produced again.  Given the
      *            run date on the command line (YYYYMMDD), this step
      *            rebuilds that day's table from the ITEMHIST records
      *            ITMPROC 3700-WRITE-ITEM-HISTORY stamped with it and
      *            writes the detail listing and the consumer extracts
      *            exactly as ITMPROC 3100/3200 lay them out - the
      *            extracts from the CURRENT EXTRDEFS definitions (the
      *            classic single extract when there are none) and
      *            the category subtotals from the current CATMAST.
      *            Every re-issued output is marked as a re-issue
      *            ahead of its first data line, and goes to its own
      *            re-issue file (RPLDETL, RPLEXTR, RPLEXT1-RPLEXT4)
      *            so tonight's DETAILRPT and EXTRACT files are never
      *            overwritten.  Each replay, successful or not, is
      *            appended to the replay log (RPLLOG).  Read-only
      *            against every production store: ITEMHIST is only
      *            read, and ITEMKSDS, SNAPCURR and the run log are
      *            not referenced at all.
      *            Where ITMPROC ran more than once for the same
      *            business date, the history carries one append per
      *            run; the last one - what the consumers last
      *            received - is re-issued.
      *            Return codes: 12 no run date given, ITEMHIST
      *            unavailable, or no history for the date (nothing
      *            is re-issued), 16 the date's history exceeds the
      *            table (nothing is re-issued).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMRPLAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-HISTORY-FILE ASSIGN TO "ITEMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT CATEGORY-MASTER-FILE ASSIGN TO "CATMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATMAST-FILE-STATUS.

           SELECT EXTRACT-DEFS-FILE ASSIGN TO "EXTRDEFS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTDEF-FILE-STATUS.

           SELECT DETAIL-REPORT-FILE ASSIGN TO "RPLDETL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXTRACT-FILE ASSIGN TO "RPLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXTRACT1-FILE ASSIGN TO "RPLEXT1"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXTRACT2-FILE ASSIGN TO "RPLEXT2"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXTRACT3-FILE ASSIGN TO "RPLEXT3"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXTRACT4-FILE ASSIGN TO "RPLEXT4"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPLAY-LOG-FILE ASSIGN TO "RPLLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPLLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Layout written by ITMPROC 3700-WRITE-ITEM-HISTORY.  The
      *    generation stamp record heading the file ('HDR' in the
      *    first three bytes) is skipped.
       FD  ITEM-HISTORY-FILE.
       01  ITEM-HISTORY-RECORD.
           05  HIST-RUN-DATE            PIC 9(08).
           05  FILLER                   PIC X(01).
           05  HIST-ITEM.
               COPY ITEMREC REPLACING LEADING ==PFX-== BY ==HIST-==.

       FD  CATEGORY-MASTER-FILE.
       01  CATEGORY-MASTER-RECORD.
           COPY CATREC REPLACING LEADING ==PFX-== BY ==CM-==.

      *    Same definitions file, same layout, as ITMPROC reads.
       FD  EXTRACT-DEFS-FILE.
       01  EXTRACT-DEFS-RECORD.
           05  DEF-FILE-NO              PIC 9(01).
           05  FILLER                   PIC X(01).
           05  DEF-FORMAT               PIC X(01).
           05  FILLER                   PIC X(01).
           05  DEF-STATUS-FILTER        PIC X(01).
           05  FILLER                   PIC X(01).
           05  DEF-FIELD-LIST           PIC X(60).

      *    ITMPROC DETAILRPT layout, with a re-issue title line
      *    heading the listing.
       FD  DETAIL-REPORT-FILE.
       01  DETAIL-RECORD.
           05  DET-SEQ                 PIC Z(4)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DET-ITEM.
               COPY ITEMREC REPLACING LEADING ==PFX-== BY ==DET-==.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DET-FLAG                PIC X(09).
       01  DETAIL-TOTAL-RECORD.
           05  DTR-LABEL               PIC X(18).
           05  DTR-COUNT               PIC Z(4)9.
           05  DTR-AMOUNT-LABEL        PIC X(09).
           05  DTR-AMOUNT              PIC Z(10)9.99.
           05  FILLER                  PIC X(20).
       01  DETAIL-TITLE-RECORD.
           05  DTT-LABEL               PIC X(20).
           05  DTT-RUN-DATE            PIC 9(08).
           05  DTT-REISSUE-LABEL       PIC X(13).
           05  DTT-REISSUE-DATE        PIC 9(08).
           05  FILLER                  PIC X(17).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD               PIC X(100).

       FD  EXTRACT1-FILE.
       01  EXTRACT1-RECORD              PIC X(100).

       FD  EXTRACT2-FILE.
       01  EXTRACT2-RECORD              PIC X(100).

       FD  EXTRACT3-FILE.
       01  EXTRACT3-RECORD              PIC X(100).

       FD  EXTRACT4-FILE.
       01  EXTRACT4-RECORD              PIC X(100).

      *    Cumulative replay log, one line per replay in the RUNLOG
      *    manner: date,time,run date,entries,amount,rc,status -
      *    followed, for a replay with definitions, by one
      *    date,time,run date,EXTRACT<n>,records line per extract.
       FD  REPLAY-LOG-FILE.
       01  REPLAY-LOG-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.

      *    The replayed day's table.  History carries populated
      *    entries only, in the item code order ITMPROC 1400 sorted
      *    them into, so the rebuilt table needs no sort and has no
      *    blank slots to list.
       01  WS-AREA.
           05  WS-COUNT                PIC 9(5) VALUE ZEROS.
           05  WS-TABLE-MAX-OCCURS     PIC 9(4) VALUE 9999.
           05  WS-TABLE OCCURS 9999 TIMES
                       INDEXED BY WS-IDX.
               10  WS-ITEM.
                   COPY ITEMREC REPLACING LEADING ==PFX-== BY ==WS-==.

       01  WS-REQUEST-CONTROL.
           05  WS-COMMAND-LINE         PIC X(80) VALUE SPACES.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
           05  WS-DATE-CHECK           PIC X(08).
           05  WS-DATE-CHECK-N REDEFINES WS-DATE-CHECK
                                       PIC 9(08).

       01  WS-SWITCHES.
           05  WS-REPLAY-OK-SW         PIC X(01) VALUE 'Y'.
               88  WS-REPLAY-OK                 VALUE 'Y'.
               88  WS-REPLAY-FAILED             VALUE 'N'.
           05  WS-BOUNDS-EXCEEDED-SW   PIC X(01) VALUE 'N'.
               88  WS-BOUNDS-EXCEEDED          VALUE 'Y'.
           05  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-HIST-EOF                  VALUE 'Y'.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-HIST-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-HIST-FILE-OK              VALUE '00'.
           05  WS-RPLLOG-FILE-STATUS   PIC X(02) VALUE '00'.
               88  WS-RPLLOG-FILE-OK            VALUE '00'.

       01  WS-REPLAY-COUNTERS.
           05  WS-HIST-READ-COUNT      PIC 9(9) VALUE ZEROS.
           05  WS-APPEND-COUNT         PIC 9(3) VALUE ZEROS.
           05  WS-REPLAY-AMOUNT        PIC 9(11)V99 VALUE ZEROS.
           05  WS-LAST-CODE            PIC X(10) VALUE SPACES.

       01  WS-LISTING-CONTROL.
           05  WS-GROUP-STATUS         PIC X(01) VALUE SPACE.
           05  WS-GROUP-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-GROUP-AMOUNT         PIC 9(11)V99 VALUE ZEROS.
           05  WS-GRAND-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-GRAND-AMOUNT         PIC 9(11)V99 VALUE ZEROS.
           05  WS-GROUP-CATEGORY       PIC X(02) VALUE SPACES.

      *    Category codes for the subtotal section, as ITMPROC loads
      *    them; with no category master only the uncategorized line
      *    can print.
       01  WS-CATEGORY-AREA.
           05  WS-CAT-COUNT            PIC 9(3) VALUE ZEROS.
           05  WS-CATMAST-FILE-STATUS  PIC X(02) VALUE '00'.
               88  WS-CATMAST-FILE-OK           VALUE '00'.
           05  WS-CATMAST-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-CATMAST-EOF               VALUE 'Y'.
           05  WS-CAT-TABLE OCCURS 999 TIMES
                       INDEXED BY WS-CATX.
               10  WS-CAT-ENTRY-CODE   PIC X(02).

       01  WS-EXTRACT-FIELDS.
           05  WS-EXTRACT-AMOUNT-EDITED
                                        PIC Z(6)9.99.
           05  WS-REISSUE-BANNER       PIC X(100).

      *    Loaded extract definitions - the ITMPROC table, field
      *    codes 1 CODE, 2 DESC, 3 STATUS, 4 AMOUNT, 5 EFFDATE,
      *    6 CATEGORY.
       01  WS-EXTRACT-DEFS-AREA.
           05  WS-EXTDEF-FILE-STATUS   PIC X(02) VALUE '00'.
               88  WS-EXTDEF-FILE-OK            VALUE '00'.
           05  WS-EXTDEF-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-EXTDEF-EOF                VALUE 'Y'.
           05  WS-DEF-COUNT            PIC 9(1) VALUE ZERO.
           05  WS-DEF-TABLE OCCURS 4 TIMES
                       INDEXED BY WS-DDX.
               10  WS-DEF-OUT-NO       PIC 9(1).
               10  WS-DEF-OUT-FORMAT   PIC X(1).
                   88  WS-DEF-CSV               VALUE 'C'.
                   88  WS-DEF-FIXED             VALUE 'F'.
               10  WS-DEF-STATUS-PICK  PIC X(1).
               10  WS-DEF-FIELD-COUNT  PIC 9(1).
               10  WS-DEF-FIELD-ID OCCURS 6 TIMES
                                        PIC 9(1).
               10  WS-DEF-WRITTEN      PIC 9(5).
       01  WS-EXTRACT-BUILD.
           05  WS-EXT-LINE             PIC X(100).
           05  WS-EXT-PTR              PIC 9(3) VALUE 1.
           05  WS-EXT-POS              PIC 9(3) VALUE 1.
           05  WS-EXT-FDX              PIC 9(1) VALUE ZERO.
           05  WS-EXT-FIELD-ID         PIC 9(1) VALUE ZERO.
           05  WS-EXT-FIELD-TEXT       PIC X(20).
           05  WS-EXT-FIELD-WIDTH      PIC 9(2) VALUE ZEROS.
           05  WS-DEF-PARSE-NAME OCCURS 6 TIMES
                                        PIC X(10).
           05  WS-DEF-NAME-COUNT       PIC 9(1) VALUE ZERO.
           05  WS-DEF-VALID-SW         PIC X(01) VALUE 'Y'.
               88  WS-DEF-VALID                 VALUE 'Y'.
               88  WS-DEF-INVALID               VALUE 'N'.
           05  WS-DEF-DUP-SW           PIC X(01) VALUE 'N'.
               88  WS-DEF-DUP-FOUND             VALUE 'Y'.
           05  WS-DEF-SCAN             PIC 9(1) VALUE ZERO.

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE         PIC 9(8) VALUE ZEROS.
           05  WS-CURRENT-TIME         PIC 9(8) VALUE ZEROS.

       01  WS-LOG-FIELDS.
           05  WS-RC-DISPLAY           PIC 9(2) VALUE ZEROS.
           05  WS-REPLAY-STATUS        PIC X(08) VALUE SPACES.
           05  WS-LOG-AMOUNT-EDITED    PIC 9(11).99.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-REPLAY-OK
               PERFORM 2000-REBUILD-TABLE
           END-IF
           IF WS-REPLAY-OK
               PERFORM 1020-LOAD-CATEGORY-MASTER
               PERFORM 1030-LOAD-EXTRACT-DEFINITIONS
               PERFORM 3100-DETAIL-LISTING
               PERFORM 3200-WRITE-EXTRACT
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
      *    The run date is required - there is no sensible default
      *    for a re-issue, and tonight's date would only duplicate
      *    tonight's own outputs.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE WS-COMMAND-LINE (1:8) TO WS-DATE-CHECK
           IF WS-DATE-CHECK IS NUMERIC
            AND WS-DATE-CHECK-N > 0
               MOVE WS-DATE-CHECK-N TO WS-RUN-DATE
           ELSE
               SET WS-REPLAY-FAILED TO TRUE
               DISPLAY 'ITMRPLAY: NO RUN DATE (YYYYMMDD) ON THE '
                   'COMMAND LINE - NOTHING RE-ISSUED' UPON CONSOLE
               MOVE 12 TO RETURN-CODE
           END-IF.

       1020-LOAD-CATEGORY-MASTER.
           OPEN INPUT CATEGORY-MASTER-FILE
           IF WS-CATMAST-FILE-OK
               PERFORM UNTIL WS-CATMAST-EOF
                          OR WS-CAT-COUNT >= 999
                   READ CATEGORY-MASTER-FILE
                       AT END
                           SET WS-CATMAST-EOF TO TRUE
                       NOT AT END
                           IF CM-CAT-CODE NOT = SPACES
                               ADD 1 TO WS-CAT-COUNT
                               SET WS-CATX TO WS-CAT-COUNT
                               MOVE CM-CAT-CODE
                                   TO WS-CAT-ENTRY-CODE (WS-CATX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-MASTER-FILE
           ELSE
               DISPLAY 'ITMRPLAY: NO CATEGORY MASTER - CATEGORY '
                   'SUBTOTALS LIMITED TO UNCATEGORIZED' UPON CONSOLE
           END-IF.

       1030-LOAD-EXTRACT-DEFINITIONS.
      *    The definitions in force now, not those of the replayed
      *    date - a consumer re-requesting a lost day wants it in the
      *    shape it reads today.  Validated exactly as ITMPROC 1035
      *    validates them.
           OPEN INPUT EXTRACT-DEFS-FILE
           IF WS-EXTDEF-FILE-OK
               PERFORM UNTIL WS-EXTDEF-EOF
                          OR WS-DEF-COUNT >= 4
                   READ EXTRACT-DEFS-FILE
                       AT END
                           SET WS-EXTDEF-EOF TO TRUE
                       NOT AT END
                           PERFORM 1035-LOAD-ONE-DEFINITION
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-DEFS-FILE
           END-IF.

       1035-LOAD-ONE-DEFINITION.
           SET WS-DEF-VALID TO TRUE
           IF DEF-FILE-NO NOT NUMERIC
            OR DEF-FILE-NO < 1 OR DEF-FILE-NO > 4
               SET WS-DEF-INVALID TO TRUE
           END-IF
           IF DEF-FORMAT NOT = 'C' AND DEF-FORMAT NOT = 'F'
               SET WS-DEF-INVALID TO TRUE
           END-IF
           MOVE 'N' TO WS-DEF-DUP-SW
           PERFORM VARYING WS-DEF-SCAN FROM 1 BY 1
                   UNTIL WS-DEF-SCAN > WS-DEF-COUNT
               IF WS-DEF-OUT-NO (WS-DEF-SCAN) = DEF-FILE-NO
                   SET WS-DEF-DUP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-DEF-DUP-FOUND
               SET WS-DEF-INVALID TO TRUE
           END-IF
           IF WS-DEF-VALID
               ADD 1 TO WS-DEF-COUNT
               SET WS-DDX TO WS-DEF-COUNT
               MOVE DEF-FILE-NO TO WS-DEF-OUT-NO (WS-DDX)
               MOVE DEF-FORMAT TO WS-DEF-OUT-FORMAT (WS-DDX)
               MOVE DEF-STATUS-FILTER TO WS-DEF-STATUS-PICK (WS-DDX)
               MOVE ZEROS TO WS-DEF-WRITTEN (WS-DDX)
               PERFORM 1040-PARSE-FIELD-LIST
           END-IF
           IF WS-DEF-INVALID
               DISPLAY 'ITMRPLAY: EXTRACT DEFINITION DROPPED - '
                   EXTRACT-DEFS-RECORD (1:40) UPON CONSOLE
           END-IF.

       1040-PARSE-FIELD-LIST.
           MOVE ZERO TO WS-DEF-NAME-COUNT
           PERFORM VARYING WS-EXT-FDX FROM 1 BY 1
                   UNTIL WS-EXT-FDX > 6
               MOVE SPACES TO WS-DEF-PARSE-NAME (WS-EXT-FDX)
           END-PERFORM
           UNSTRING DEF-FIELD-LIST
               DELIMITED BY ',' OR ALL ' '
               INTO WS-DEF-PARSE-NAME (1) WS-DEF-PARSE-NAME (2)
                    WS-DEF-PARSE-NAME (3) WS-DEF-PARSE-NAME (4)
                    WS-DEF-PARSE-NAME (5) WS-DEF-PARSE-NAME (6)
           END-UNSTRING
           MOVE ZERO TO WS-DEF-FIELD-COUNT (WS-DDX)
           PERFORM VARYING WS-EXT-FDX FROM 1 BY 1
                   UNTIL WS-EXT-FDX > 6
                      OR WS-DEF-INVALID
               IF WS-DEF-PARSE-NAME (WS-EXT-FDX) NOT = SPACES
                   PERFORM 1045-MAP-ONE-FIELD-NAME
               END-IF
           END-PERFORM
           IF WS-DEF-FIELD-COUNT (WS-DDX) = ZERO
               SET WS-DEF-INVALID TO TRUE
           END-IF
           IF WS-DEF-INVALID
               SUBTRACT 1 FROM WS-DEF-COUNT
           END-IF.

       1045-MAP-ONE-FIELD-NAME.
           EVALUATE WS-DEF-PARSE-NAME (WS-EXT-FDX)
               WHEN 'CODE      '
                   MOVE 1 TO WS-EXT-FIELD-ID
               WHEN 'DESC      '
                   MOVE 2 TO WS-EXT-FIELD-ID
               WHEN 'STATUS    '
                   MOVE 3 TO WS-EXT-FIELD-ID
               WHEN 'AMOUNT    '
                   MOVE 4 TO WS-EXT-FIELD-ID
               WHEN 'EFFDATE   '
                   MOVE 5 TO WS-EXT-FIELD-ID
               WHEN 'CATEGORY  '
                   MOVE 6 TO WS-EXT-FIELD-ID
               WHEN OTHER
                   SET WS-DEF-INVALID TO TRUE
           END-EVALUATE
           IF WS-DEF-VALID
               ADD 1 TO WS-DEF-FIELD-COUNT (WS-DDX)
               MOVE WS-EXT-FIELD-ID
                   TO WS-DEF-FIELD-ID
                      (WS-DDX, WS-DEF-FIELD-COUNT (WS-DDX))
           END-IF.

       2000-REBUILD-TABLE.
      *    One pass over the whole history, keeping the records
      *    stamped with the run date.  ITMPROC appends each run's
      *    entries in ascending code order, so a code that does not
      *    ascend within the date marks a further append for the
      *    same business date (a rerun) - the table restarts there
      *    and the last run's entries are the ones re-issued.
           OPEN INPUT ITEM-HISTORY-FILE
           IF NOT WS-HIST-FILE-OK
               SET WS-REPLAY-FAILED TO TRUE
               DISPLAY 'ITMRPLAY: ITEM HISTORY NOT AVAILABLE - OPEN '
                   'STATUS ' WS-HIST-FILE-STATUS ' - NOTHING '
                   'RE-ISSUED' UPON CONSOLE
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-HIST-EOF
                   READ ITEM-HISTORY-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           IF ITEM-HISTORY-RECORD (1:3) NOT = 'HDR'
                               ADD 1 TO WS-HIST-READ-COUNT
                               IF HIST-RUN-DATE = WS-RUN-DATE
                                   PERFORM 2100-LOAD-ONE-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-HISTORY-FILE
               PERFORM 2200-CHECK-REBUILT-TABLE
           END-IF.

       2100-LOAD-ONE-ENTRY.
           IF WS-APPEND-COUNT = ZERO
            OR HIST-ITEM-CODE NOT > WS-LAST-CODE
               ADD 1 TO WS-APPEND-COUNT
               MOVE ZEROS TO WS-COUNT
               MOVE ZEROS TO WS-REPLAY-AMOUNT
               MOVE 'N' TO WS-BOUNDS-EXCEEDED-SW
           END-IF
           MOVE HIST-ITEM-CODE TO WS-LAST-CODE
           IF WS-COUNT >= WS-TABLE-MAX-OCCURS
               SET WS-BOUNDS-EXCEEDED TO TRUE
           ELSE
               ADD 1 TO WS-COUNT
               SET WS-IDX TO WS-COUNT
               MOVE HIST-ITEM TO WS-ITEM (WS-IDX)
               IF WS-ITEM-AMOUNT (WS-IDX) IS NUMERIC
                   ADD WS-ITEM-AMOUNT (WS-IDX) TO WS-REPLAY-AMOUNT
               END-IF
           END-IF.

       2200-CHECK-REBUILT-TABLE.
      *    A fallback night writes no history, so an empty date is
      *    an ordinary answer, not only a mistyped date.
           EVALUATE TRUE
               WHEN WS-APPEND-COUNT = ZERO
                   SET WS-REPLAY-FAILED TO TRUE
                   DISPLAY 'ITMRPLAY: NO ITEM HISTORY FOR RUN DATE '
                       WS-RUN-DATE ' - NOTHING RE-ISSUED'
                       UPON CONSOLE
                   MOVE 12 TO RETURN-CODE
               WHEN WS-BOUNDS-EXCEEDED
                   SET WS-REPLAY-FAILED TO TRUE
                   DISPLAY 'ITMRPLAY: RUN DATE ' WS-RUN-DATE
                       ' HAS MORE THAN ' WS-TABLE-MAX-OCCURS
                       ' ENTRIES - NOTHING RE-ISSUED' UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   IF WS-APPEND-COUNT > 1
                       DISPLAY 'ITMRPLAY: RUN DATE ' WS-RUN-DATE
                           ' WAS RUN ' WS-APPEND-COUNT ' TIMES - '
                           'LAST RUN RE-ISSUED' UPON CONSOLE
                   END-IF
           END-EVALUATE.

       3100-DETAIL-LISTING.
      *    The ITMPROC listing - status groups with subtotals, the
      *    category section and the grand total - headed by a title
      *    line naming the run date re-issued, and every detail line
      *    flagged REISSUE where the live listing says POPULATED.
           OPEN OUTPUT DETAIL-REPORT-FILE
           MOVE SPACES TO DETAIL-TITLE-RECORD
           MOVE 'REISSUE OF RUN DATE ' TO DTT-LABEL
           MOVE WS-RUN-DATE TO DTT-RUN-DATE
           MOVE ' REISSUED ON ' TO DTT-REISSUE-LABEL
           MOVE WS-CURRENT-DATE TO DTT-REISSUE-DATE
           WRITE DETAIL-TITLE-RECORD
           MOVE ZEROS TO WS-GRAND-COUNT
           MOVE ZEROS TO WS-GRAND-AMOUNT
           MOVE 'A' TO WS-GROUP-STATUS
           PERFORM 3110-LIST-STATUS-GROUP
           MOVE 'I' TO WS-GROUP-STATUS
           PERFORM 3110-LIST-STATUS-GROUP
           MOVE 'P' TO WS-GROUP-STATUS
           PERFORM 3110-LIST-STATUS-GROUP
           MOVE SPACE TO WS-GROUP-STATUS
           PERFORM 3110-LIST-STATUS-GROUP
           PERFORM 3140-LIST-CATEGORY-TOTALS
           MOVE SPACES TO DETAIL-TOTAL-RECORD
           MOVE 'GRAND TOTAL' TO DTR-LABEL
           MOVE WS-GRAND-COUNT TO DTR-COUNT
           MOVE ' AMOUNT ' TO DTR-AMOUNT-LABEL
           MOVE WS-GRAND-AMOUNT TO DTR-AMOUNT
           WRITE DETAIL-TOTAL-RECORD
           CLOSE DETAIL-REPORT-FILE.

       3110-LIST-STATUS-GROUP.
           MOVE ZEROS TO WS-GROUP-COUNT
           MOVE ZEROS TO WS-GROUP-AMOUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-COUNT
               IF WS-ITEM-STATUS (WS-IDX) = WS-GROUP-STATUS
                   PERFORM 3120-WRITE-DETAIL-LINE
                   ADD 1 TO WS-GROUP-COUNT
                   ADD WS-ITEM-AMOUNT (WS-IDX) TO WS-GROUP-AMOUNT
               END-IF
           END-PERFORM
           IF WS-GROUP-COUNT > 0
               MOVE SPACES TO DETAIL-TOTAL-RECORD
               MOVE 'STATUS   SUBTOTAL' TO DTR-LABEL
               MOVE WS-GROUP-STATUS TO DTR-LABEL (8:1)
               MOVE WS-GROUP-COUNT TO DTR-COUNT
               MOVE ' AMOUNT ' TO DTR-AMOUNT-LABEL
               MOVE WS-GROUP-AMOUNT TO DTR-AMOUNT
               WRITE DETAIL-TOTAL-RECORD
               ADD WS-GROUP-COUNT TO WS-GRAND-COUNT
               ADD WS-GROUP-AMOUNT TO WS-GRAND-AMOUNT
           END-IF.

       3120-WRITE-DETAIL-LINE.
           MOVE SPACES TO DETAIL-RECORD
           MOVE WS-IDX TO DET-SEQ
           MOVE WS-ITEM (WS-IDX) TO DET-ITEM
           MOVE 'REISSUE  ' TO DET-FLAG
           WRITE DETAIL-RECORD.

       3140-LIST-CATEGORY-TOTALS.
           PERFORM VARYING WS-CATX FROM 1 BY 1
                   UNTIL WS-CATX > WS-CAT-COUNT
               MOVE WS-CAT-ENTRY-CODE (WS-CATX) TO WS-GROUP-CATEGORY
               PERFORM 3150-TOTAL-ONE-CATEGORY
               IF WS-GROUP-COUNT > 0
                   MOVE SPACES TO DETAIL-TOTAL-RECORD
                   MOVE 'CATEGORY XX TOTAL' TO DTR-LABEL
                   MOVE WS-GROUP-CATEGORY TO DTR-LABEL (10:2)
                   MOVE WS-GROUP-COUNT TO DTR-COUNT
                   MOVE ' AMOUNT ' TO DTR-AMOUNT-LABEL
                   MOVE WS-GROUP-AMOUNT TO DTR-AMOUNT
                   WRITE DETAIL-TOTAL-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-GROUP-CATEGORY
           PERFORM 3150-TOTAL-ONE-CATEGORY
           IF WS-GROUP-COUNT > 0
               MOVE SPACES TO DETAIL-TOTAL-RECORD
               MOVE 'NO CATEGORY TOTAL' TO DTR-LABEL
               MOVE WS-GROUP-COUNT TO DTR-COUNT
               MOVE ' AMOUNT ' TO DTR-AMOUNT-LABEL
               MOVE WS-GROUP-AMOUNT TO DTR-AMOUNT
               WRITE DETAIL-TOTAL-RECORD
           END-IF.

       3150-TOTAL-ONE-CATEGORY.
           MOVE ZEROS TO WS-GROUP-COUNT
           MOVE ZEROS TO WS-GROUP-AMOUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-COUNT
               IF WS-ITEM-CATEGORY (WS-IDX) = WS-GROUP-CATEGORY
                   ADD 1 TO WS-GROUP-COUNT
                   ADD WS-ITEM-AMOUNT (WS-IDX) TO WS-GROUP-AMOUNT
               END-IF
           END-PERFORM.

       3200-WRITE-EXTRACT.
      *    As ITMPROC 3200: every defined extract, or the classic
      *    single extract when no definitions are loaded.  Each
      *    starts with the re-issue banner, ahead of any column
      *    header, in the place ITMPROC puts its fallback banner -
      *    no consumer can take a re-issue for the night's own file.
           MOVE SPACES TO WS-REISSUE-BANNER
           STRING 'REISSUE,RUN DATE ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ',REISSUED ' DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO WS-REISSUE-BANNER
           END-STRING
           IF WS-DEF-COUNT = ZERO
               PERFORM 3210-WRITE-DEFAULT-EXTRACT
           ELSE
               PERFORM VARYING WS-DDX FROM 1 BY 1
                       UNTIL WS-DDX > WS-DEF-COUNT
                   PERFORM 3220-WRITE-DEFINED-EXTRACT
               END-PERFORM
           END-IF.

       3210-WRITE-DEFAULT-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE
           WRITE EXTRACT-RECORD FROM WS-REISSUE-BANNER
           MOVE SPACES TO EXTRACT-RECORD
           MOVE 'ITEM_CODE,ITEM_DESC,STATUS,AMOUNT,CATEGORY'
               TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-COUNT
               MOVE WS-ITEM-AMOUNT (WS-IDX)
                   TO WS-EXTRACT-AMOUNT-EDITED
               MOVE SPACES TO EXTRACT-RECORD
               STRING
                   FUNCTION TRIM (WS-ITEM-CODE (WS-IDX))
                       DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM (WS-ITEM-DESC (WS-IDX))
                       DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-ITEM-STATUS (WS-IDX) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM (WS-EXTRACT-AMOUNT-EDITED)
                       DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-ITEM-CATEGORY (WS-IDX) DELIMITED BY SIZE
                   INTO EXTRACT-RECORD
               END-STRING
               WRITE EXTRACT-RECORD
           END-PERFORM
           CLOSE EXTRACT-FILE.

       3220-WRITE-DEFINED-EXTRACT.
           PERFORM 3270-OPEN-EXTRACT-OUTPUT
           MOVE WS-REISSUE-BANNER TO WS-EXT-LINE
           PERFORM 3280-WRITE-EXTRACT-LINE
           IF WS-DEF-CSV (WS-DDX)
               PERFORM 3230-BUILD-CSV-HEADER
               PERFORM 3280-WRITE-EXTRACT-LINE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-COUNT
               IF WS-DEF-STATUS-PICK (WS-DDX) = SPACE
                OR WS-ITEM-STATUS (WS-IDX)
                   = WS-DEF-STATUS-PICK (WS-DDX)
                   IF WS-DEF-CSV (WS-DDX)
                       PERFORM 3240-BUILD-CSV-LINE
                   ELSE
                       PERFORM 3250-BUILD-FIXED-LINE
                   END-IF
                   PERFORM 3280-WRITE-EXTRACT-LINE
                   ADD 1 TO WS-DEF-WRITTEN (WS-DDX)
               END-IF
           END-PERFORM
           PERFORM 3290-CLOSE-EXTRACT-OUTPUT
           DISPLAY 'ITMRPLAY: EXTRACT' WS-DEF-OUT-NO (WS-DDX)
               ' RE-ISSUED, RECORDS ' WS-DEF-WRITTEN (WS-DDX)
               UPON CONSOLE.

       3230-BUILD-CSV-HEADER.
           MOVE SPACES TO WS-EXT-LINE
           MOVE 1 TO WS-EXT-PTR
           PERFORM VARYING WS-EXT-FDX FROM 1 BY 1
                   UNTIL WS-EXT-FDX > WS-DEF-FIELD-COUNT (WS-DDX)
               IF WS-EXT-FDX > 1
                   STRING ',' DELIMITED BY SIZE
                       INTO WS-EXT-LINE
                       WITH POINTER WS-EXT-PTR
                   END-STRING
               END-IF
               EVALUATE WS-DEF-FIELD-ID (WS-DDX, WS-EXT-FDX)
                   WHEN 1
                       MOVE 'ITEM_CODE' TO WS-EXT-FIELD-TEXT
                   WHEN 2
                       MOVE 'ITEM_DESC' TO WS-EXT-FIELD-TEXT
                   WHEN 3
                       MOVE 'STATUS' TO WS-EXT-FIELD-TEXT
                   WHEN 4
                       MOVE 'AMOUNT' TO WS-EXT-FIELD-TEXT
                   WHEN 5
                       MOVE 'EFF_DATE' TO WS-EXT-FIELD-TEXT
                   WHEN 6
                       MOVE 'CATEGORY' TO WS-EXT-FIELD-TEXT
               END-EVALUATE
               STRING FUNCTION TRIM (WS-EXT-FIELD-TEXT)
                   DELIMITED BY SIZE
                   INTO WS-EXT-LINE
                   WITH POINTER WS-EXT-PTR
               END-STRING
           END-PERFORM.

       3240-BUILD-CSV-LINE.
           MOVE SPACES TO WS-EXT-LINE
           MOVE 1 TO WS-EXT-PTR
           PERFORM VARYING WS-EXT-FDX FROM 1 BY 1
                   UNTIL WS-EXT-FDX > WS-DEF-FIELD-COUNT (WS-DDX)
               IF WS-EXT-FDX > 1
                   STRING ',' DELIMITED BY SIZE
                       INTO WS-EXT-LINE
                       WITH POINTER WS-EXT-PTR
                   END-STRING
               END-IF
               PERFORM 3260-FETCH-FIELD-TEXT
               STRING FUNCTION TRIM (WS-EXT-FIELD-TEXT)
                   DELIMITED BY SIZE
                   INTO WS-EXT-LINE
                   WITH POINTER WS-EXT-PTR
               END-STRING
           END-PERFORM.

       3250-BUILD-FIXED-LINE.
           MOVE SPACES TO WS-EXT-LINE
           MOVE 1 TO WS-EXT-POS
           PERFORM VARYING WS-EXT-FDX FROM 1 BY 1
                   UNTIL WS-EXT-FDX > WS-DEF-FIELD-COUNT (WS-DDX)
               PERFORM 3260-FETCH-FIELD-TEXT
               MOVE WS-EXT-FIELD-TEXT (1:WS-EXT-FIELD-WIDTH)
                   TO WS-EXT-LINE (WS-EXT-POS:WS-EXT-FIELD-WIDTH)
               ADD WS-EXT-FIELD-WIDTH TO WS-EXT-POS
           END-PERFORM.

       3260-FETCH-FIELD-TEXT.
           MOVE SPACES TO WS-EXT-FIELD-TEXT
           EVALUATE WS-DEF-FIELD-ID (WS-DDX, WS-EXT-FDX)
               WHEN 1
                   MOVE WS-ITEM-CODE (WS-IDX) TO WS-EXT-FIELD-TEXT
                   MOVE 10 TO WS-EXT-FIELD-WIDTH
               WHEN 2
                   MOVE WS-ITEM-DESC (WS-IDX) TO WS-EXT-FIELD-TEXT
                   MOVE 20 TO WS-EXT-FIELD-WIDTH
               WHEN 3
                   MOVE WS-ITEM-STATUS (WS-IDX) TO WS-EXT-FIELD-TEXT
                   MOVE 01 TO WS-EXT-FIELD-WIDTH
               WHEN 4
                   MOVE WS-ITEM-AMOUNT (WS-IDX)
                       TO WS-EXTRACT-AMOUNT-EDITED
                   MOVE WS-EXTRACT-AMOUNT-EDITED
                       TO WS-EXT-FIELD-TEXT
                   MOVE 10 TO WS-EXT-FIELD-WIDTH
               WHEN 5
                   MOVE WS-ITEM-EFF-DATE (WS-IDX)
                       TO WS-EXT-FIELD-TEXT
                   MOVE 08 TO WS-EXT-FIELD-WIDTH
               WHEN 6
                   MOVE WS-ITEM-CATEGORY (WS-IDX)
                       TO WS-EXT-FIELD-TEXT
                   MOVE 02 TO WS-EXT-FIELD-WIDTH
           END-EVALUATE.

       3270-OPEN-EXTRACT-OUTPUT.
           EVALUATE WS-DEF-OUT-NO (WS-DDX)
               WHEN 1
                   OPEN OUTPUT EXTRACT1-FILE
               WHEN 2
                   OPEN OUTPUT EXTRACT2-FILE
               WHEN 3
                   OPEN OUTPUT EXTRACT3-FILE
               WHEN 4
                   OPEN OUTPUT EXTRACT4-FILE
           END-EVALUATE.

       3280-WRITE-EXTRACT-LINE.
           EVALUATE WS-DEF-OUT-NO (WS-DDX)
               WHEN 1
                   WRITE EXTRACT1-RECORD FROM WS-EXT-LINE
               WHEN 2
                   WRITE EXTRACT2-RECORD FROM WS-EXT-LINE
               WHEN 3
                   WRITE EXTRACT3-RECORD FROM WS-EXT-LINE
               WHEN 4
                   WRITE EXTRACT4-RECORD FROM WS-EXT-LINE
           END-EVALUATE.

       3290-CLOSE-EXTRACT-OUTPUT.
           EVALUATE WS-DEF-OUT-NO (WS-DDX)
               WHEN 1
                   CLOSE EXTRACT1-FILE
               WHEN 2
                   CLOSE EXTRACT2-FILE
               WHEN 3
                   CLOSE EXTRACT3-FILE
               WHEN 4
                   CLOSE EXTRACT4-FILE
           END-EVALUATE.

       9000-TERMINATE.
           DISPLAY 'ITMRPLAY: RUN DATE ' WS-RUN-DATE
               ' HISTORY READ ' WS-HIST-READ-COUNT
               ' ENTRIES RE-ISSUED ' WS-COUNT UPON CONSOLE
           PERFORM 9200-WRITE-REPLAY-LOG.

       9200-WRITE-REPLAY-LOG.
      *    Written for every replay, including one that re-issued
      *    nothing, so the log answers who asked for which date.
           OPEN EXTEND REPLAY-LOG-FILE
           IF WS-RPLLOG-FILE-STATUS = '35'
      *        First-ever replay - create the log.  Any other failure
      *        must NOT fall through to OPEN OUTPUT, which would
      *        truncate the accumulated log.
               OPEN OUTPUT REPLAY-LOG-FILE
           END-IF
           IF WS-RPLLOG-FILE-OK
               IF WS-REPLAY-OK
                   MOVE 'REISSUED' TO WS-REPLAY-STATUS
               ELSE
                   MOVE 'FAILED' TO WS-REPLAY-STATUS
                   MOVE ZEROS TO WS-COUNT
                   MOVE ZEROS TO WS-REPLAY-AMOUNT
               END-IF
               MOVE RETURN-CODE TO WS-RC-DISPLAY
               MOVE WS-REPLAY-AMOUNT TO WS-LOG-AMOUNT-EDITED
               MOVE SPACES TO REPLAY-LOG-RECORD
               STRING WS-CURRENT-DATE DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-CURRENT-TIME DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-COUNT DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-LOG-AMOUNT-EDITED DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-RC-DISPLAY DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-REPLAY-STATUS DELIMITED BY SPACE
                   INTO REPLAY-LOG-RECORD
               END-STRING
               WRITE REPLAY-LOG-RECORD
               IF WS-REPLAY-OK
                   PERFORM 9210-LOG-EXTRACT-COUNTS
               END-IF
               CLOSE REPLAY-LOG-FILE
           ELSE
               DISPLAY 'ITMRPLAY: REPLAY LOG NOT WRITTEN - OPEN '
                   'STATUS ' WS-RPLLOG-FILE-STATUS UPON CONSOLE
               IF RETURN-CODE < 04
                   MOVE 04 TO RETURN-CODE
               END-IF
           END-IF.

       9210-LOG-EXTRACT-COUNTS.
           PERFORM VARYING WS-DDX FROM 1 BY 1
                   UNTIL WS-DDX > WS-DEF-COUNT
               MOVE SPACES TO REPLAY-LOG-RECORD
               STRING WS-CURRENT-DATE DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-CURRENT-TIME DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ',EXTRACT' DELIMITED BY SIZE
                   WS-DEF-OUT-NO (WS-DDX) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-DEF-WRITTEN (WS-DDX) DELIMITED BY SIZE
                   INTO REPLAY-LOG-RECORD
               END-STRING
               WRITE REPLAY-LOG-RECORD
           END-PERFORM.
