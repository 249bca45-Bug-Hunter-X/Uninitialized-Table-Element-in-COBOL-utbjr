      ******************************************************************
      *  PROGRAM:  ITMDOSS
      *  PURPOSE:  Single-item "full picture" dossier.  For each
      *            requested item code prints, on the DOSSRPT report,
      *            everything the nightly stream currently holds about
      *            the item in one place:
      *              - the current keyed master record (ITEMKSDS);
      *              - any open amount hold carried on HOLDOUT, with
      *                the date it was first held;
      *              - any future-dated transactions waiting in the
      *                pending warehouse (PENDOUT), including price
      *                adjustments queued against its category;
      *              - the suspense reason and date when the item is
      *                rejected, from the current run's SUSPENSE and
      *                the carried-forward SUSPPREV;
      *              - its last N archived changes from CHGHIST, with
      *                BEFORE/AFTER images and attribution;
      *              - the first and last run dates it appears on the
      *                run-stamped item history (ITEMHIST).
      *            Item codes come from the command line (space
      *            separated) or, when none are given, one per record
      *            from the DOSREQST request file - the same precedence
      *            ITMINQ uses.  N comes from the DOSPARM parameter
      *            record and defaults to 10.  Every source is
      *            optional: one that cannot be opened is reported as
      *            not available and the rest of the dossier still
      *            prints.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMDOSS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYED-MASTER-FILE ASSIGN TO "ITEMKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KM-ITEM-CODE
               FILE STATUS IS WS-KSDS-FILE-STATUS.

           SELECT CHANGE-ARCHIVE-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHA-ARC-KEY
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT REQUEST-FILE ASSIGN TO "DOSREQST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "DOSPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT HOLD-OUT-FILE ASSIGN TO "HOLDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT PENDING-OUT-FILE ASSIGN TO "PENDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT PRIOR-SUSPENSE-FILE ASSIGN TO "SUSPPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREV-FILE-STATUS.

           SELECT ITEM-HISTORY-FILE ASSIGN TO "ITEMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT DOSSIER-REPORT-FILE ASSIGN TO "DOSSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  KEYED-MASTER-FILE.
       01  KEYED-MASTER-RECORD.
           COPY ITEMREC REPLACING LEADING ==PFX-== BY ==KM-==.

       FD  CHANGE-ARCHIVE-FILE.
       01  CHANGE-ARCHIVE-RECORD.
           COPY CHGAREC REPLACING LEADING ==PFX-== BY ==CHA-==.

       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  REQ-ITEM-CODE            PIC X(10).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-CHANGE-LIMIT        PIC 9(3).

      *    Layout written by ITMPROC (HOLD-OUT-RECORD).  The
      *    carry-forward files read here (HOLDOUT, PENDOUT, SUSPPREV,
      *    ITEMHIST) each start with a generation stamp record
      *    ('HDR' in the first three bytes), which is never matched.
       FD  HOLD-OUT-FILE.
       01  HOLD-OUT-RECORD.
           05  HO-ITEM-CODE             PIC X(10).
           05  FILLER                   PIC X(01).
           05  HO-OLD-AMOUNT            PIC 9(7)V99.
           05  FILLER                   PIC X(01).
           05  HO-NEW-AMOUNT            PIC 9(7)V99.
           05  FILLER                   PIC X(01).
           05  HO-FIRST-DATE            PIC 9(08).

      *    The ITMMAINT transaction layout, as warehoused on PENDOUT.
       FD  PENDING-OUT-FILE.
       01  PENDING-OUT-RECORD.
           05  PO-ACTION                PIC X(01).
           05  PO-ITEM.
               COPY ITEMREC REPLACING LEADING ==PFX-== BY ==PO-==.
           05  PO-ATTRIBUTION.
               COPY TRANATTR REPLACING LEADING ==PFX-== BY ==PO-==.
           05  FILLER                   PIC X(01).

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

      *    Layout written by ITMPROC 3700-WRITE-ITEM-HISTORY.
       FD  ITEM-HISTORY-FILE.
       01  ITEM-HISTORY-RECORD.
           05  HIST-RUN-DATE            PIC 9(08).
           05  FILLER                   PIC X(01).
           05  HIST-ITEM.
               COPY ITEMREC REPLACING LEADING ==PFX-== BY ==HIST-==.

       FD  DOSSIER-REPORT-FILE.
       01  DOSSIER-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-REQUEST-CONTROL.
           05  WS-COMMAND-LINE          PIC X(80).
           05  WS-CODE-COUNT            PIC 9(2) VALUE ZEROS.
           05  WS-CODE-ENTRY OCCURS 8 TIMES
                       INDEXED BY WS-CDX.
               10  WS-CODE              PIC X(10).
           05  WS-INQUIRY-CODE          PIC X(10).
           05  WS-DOSSIER-COUNT         PIC 9(5) VALUE ZEROS.

      *    How many of the item's most recent archived transactions
      *    to list; each transaction shows its BEFORE and AFTER
      *    images.
       01  WS-CHANGE-LIMIT-CONTROL.
           05  WS-CHANGE-LIMIT          PIC 9(3) VALUE 10.
           05  WS-TRAN-TOTAL            PIC 9(7) VALUE ZEROS.
           05  WS-TRAN-ORDINAL          PIC 9(7) VALUE ZEROS.
           05  WS-TRAN-SKIP             PIC 9(7) VALUE ZEROS.
           05  WS-LAST-RUN-DATE         PIC 9(08) VALUE ZEROS.
           05  WS-LAST-TRAN-SEQ         PIC 9(05) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-REQ-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-REQ-EOF                   VALUE 'Y'.
           05  WS-SCAN-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-SCAN-EOF                  VALUE 'Y'.
           05  WS-KSDS-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-KSDS-OPEN                 VALUE 'Y'.
           05  WS-ARCH-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-ARCH-OPEN                 VALUE 'Y'.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-KSDS-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-KSDS-FILE-OK              VALUE '00'.
           05  WS-ARCH-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-ARCH-FILE-OK              VALUE '00'.
           05  WS-REQ-FILE-STATUS      PIC X(02) VALUE '00'.
               88  WS-REQ-FILE-OK               VALUE '00'.
           05  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-PARM-FILE-OK              VALUE '00'.
           05  WS-HOLD-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-HOLD-FILE-OK              VALUE '00'.
           05  WS-PEND-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-PEND-FILE-OK              VALUE '00'.
           05  WS-SUSP-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-SUSP-FILE-OK              VALUE '00'.
           05  WS-PREV-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-PREV-FILE-OK              VALUE '00'.
           05  WS-HIST-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-HIST-FILE-OK              VALUE '00'.

       01  WS-SECTION-COUNTERS.
           05  WS-FOUND-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-HIST-FIRST-DATE       PIC 9(08) VALUE ZEROS.
           05  WS-HIST-LAST-DATE        PIC 9(08) VALUE ZEROS.
      *    Category and status from the master read, used to pick
      *    out the category-wide price adjustments that will reach
      *    the item.
           05  WS-MASTER-CATEGORY       PIC X(02) VALUE SPACES.
           05  WS-MASTER-STATUS         PIC X(01) VALUE SPACES.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMOUNT-EDITED         PIC Z(6)9.99.
           05  WS-NEW-AMOUNT-EDITED     PIC Z(6)9.99.
           05  WS-COUNT-EDITED          PIC Z(6)9.
           05  WS-LIMIT-EDITED          PIC ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUESTS
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
      *    The two keyed stores stay open for the whole run; the
      *    sequential stores are re-read per requested item, since a
      *    dossier run is a handful of items and the files are the
      *    current night's outputs.
           OPEN OUTPUT DOSSIER-REPORT-FILE
           OPEN INPUT KEYED-MASTER-FILE
           IF WS-KSDS-FILE-OK
               SET WS-KSDS-OPEN TO TRUE
           ELSE
               DISPLAY 'ITMDOSS: KEYED ITEM MASTER NOT AVAILABLE - '
                   'OPEN STATUS ' WS-KSDS-FILE-STATUS UPON CONSOLE
           END-IF
           OPEN INPUT CHANGE-ARCHIVE-FILE
           IF WS-ARCH-FILE-OK
               SET WS-ARCH-OPEN TO TRUE
           ELSE
               DISPLAY 'ITMDOSS: CHANGE ARCHIVE NOT AVAILABLE - '
                   'OPEN STATUS ' WS-ARCH-FILE-STATUS UPON CONSOLE
           END-IF
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-CHANGE-LIMIT IS NUMERIC
                        AND PARM-CHANGE-LIMIT > 0
                           MOVE PARM-CHANGE-LIMIT TO WS-CHANGE-LIMIT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           MOVE WS-CHANGE-LIMIT TO WS-LIMIT-EDITED.

       2000-PROCESS-REQUESTS.
      *    Command-line codes take precedence; with none supplied the
      *    DOSREQST request file drives the run, one code per record.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE
                   DELIMITED BY ALL ' '
                   INTO WS-CODE (1) WS-CODE (2) WS-CODE (3)
                        WS-CODE (4) WS-CODE (5) WS-CODE (6)
                        WS-CODE (7) WS-CODE (8)
                   TALLYING IN WS-CODE-COUNT
                   ON OVERFLOW
                       DISPLAY 'ITMDOSS: MORE THAN 8 ITEM CODES ON '
                           'COMMAND LINE - EXTRAS IGNORED, USE THE '
                           'REQUEST FILE INSTEAD' UPON CONSOLE
               END-UNSTRING
               PERFORM VARYING WS-CDX FROM 1 BY 1
                       UNTIL WS-CDX > WS-CODE-COUNT
                   IF WS-CODE (WS-CDX) NOT = SPACES
                       MOVE WS-CODE (WS-CDX) TO WS-INQUIRY-CODE
                       PERFORM 2100-PRINT-ONE-DOSSIER
                   END-IF
               END-PERFORM
           ELSE
               OPEN INPUT REQUEST-FILE
               IF WS-REQ-FILE-OK
                   PERFORM UNTIL WS-REQ-EOF
                       READ REQUEST-FILE
                           AT END
                               SET WS-REQ-EOF TO TRUE
                           NOT AT END
                               IF REQ-ITEM-CODE NOT = SPACES
                                   MOVE REQ-ITEM-CODE
                                       TO WS-INQUIRY-CODE
                                   PERFORM 2100-PRINT-ONE-DOSSIER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REQUEST-FILE
               ELSE
                   DISPLAY 'ITMDOSS: NO ITEM CODES ON COMMAND LINE '
                       'AND NO REQUEST FILE - NOTHING TO DO'
                       UPON CONSOLE
                   MOVE 04 TO RETURN-CODE
               END-IF
           END-IF.

       2100-PRINT-ONE-DOSSIER.
           ADD 1 TO WS-DOSSIER-COUNT
           IF WS-DOSSIER-COUNT > 1
               MOVE SPACES TO DOSSIER-REPORT-LINE
               WRITE DOSSIER-REPORT-LINE
           END-IF
           MOVE ALL '=' TO DOSSIER-REPORT-LINE
           WRITE DOSSIER-REPORT-LINE
           MOVE SPACES TO DOSSIER-REPORT-LINE
           STRING 'ITEM DOSSIER - ITEM ' WS-INQUIRY-CODE
               DELIMITED BY SIZE INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE
           MOVE ALL '=' TO DOSSIER-REPORT-LINE
           WRITE DOSSIER-REPORT-LINE
           PERFORM 2200-SHOW-CURRENT-MASTER
           PERFORM 2300-SHOW-AMOUNT-HOLD
           PERFORM 2400-SHOW-PENDING-TRANS
           PERFORM 2500-SHOW-SUSPENSE
           PERFORM 2600-SHOW-RECENT-CHANGES
           PERFORM 2700-SHOW-HISTORY-RANGE.

       2200-SHOW-CURRENT-MASTER.
           PERFORM 2900-WRITE-SECTION-BREAK
           MOVE 'CURRENT ITEM MASTER (ITEMKSDS)'
               TO DOSSIER-REPORT-LINE
           WRITE DOSSIER-REPORT-LINE
           MOVE SPACES TO DOSSIER-REPORT-LINE
           MOVE SPACES TO WS-MASTER-CATEGORY
           MOVE SPACES TO WS-MASTER-STATUS
           IF NOT WS-KSDS-OPEN
               MOVE '  KEYED ITEM MASTER NOT AVAILABLE'
                   TO DOSSIER-REPORT-LINE
               WRITE DOSSIER-REPORT-LINE
           ELSE
               MOVE WS-INQUIRY-CODE TO KM-ITEM-CODE
               READ KEYED-MASTER-FILE
                   INVALID KEY
                       MOVE '  NOT ON ITEM MASTER'
                           TO DOSSIER-REPORT-LINE
                   NOT INVALID KEY
                       MOVE KM-ITEM-CATEGORY TO WS-MASTER-CATEGORY
                       MOVE KM-ITEM-STATUS TO WS-MASTER-STATUS
                       MOVE KM-ITEM-AMOUNT TO WS-AMOUNT-EDITED
                       STRING '  DESC ' KM-ITEM-DESC
                           ' STATUS ' KM-ITEM-STATUS
                           ' AMOUNT ' WS-AMOUNT-EDITED
                           ' EFF DATE ' KM-ITEM-EFF-DATE
                           ' CATEGORY ' KM-ITEM-CATEGORY
                           DELIMITED BY SIZE INTO DOSSIER-REPORT-LINE
                       END-STRING
               END-READ
               WRITE DOSSIER-REPORT-LINE
           END-IF.

       2300-SHOW-AMOUNT-HOLD.
      *    HOLDOUT carries one record per item still awaiting an
      *    operations decision on a held amount change.
           PERFORM 2900-WRITE-SECTION-BREAK
           MOVE 'OPEN AMOUNT HOLD (HOLDOUT)' TO DOSSIER-REPORT-LINE
           WRITE DOSSIER-REPORT-LINE
           MOVE ZEROS TO WS-FOUND-COUNT
           MOVE 'N' TO WS-SCAN-EOF-SW
           OPEN INPUT HOLD-OUT-FILE
           IF WS-HOLD-FILE-OK
               PERFORM UNTIL WS-SCAN-EOF
                   READ HOLD-OUT-FILE
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           IF HO-ITEM-CODE = WS-INQUIRY-CODE
                            AND HOLD-OUT-RECORD (1:3) NOT = 'HDR'
                               PERFORM 2310-WRITE-HOLD-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-OUT-FILE
               IF WS-FOUND-COUNT = ZEROS
                   MOVE '  NO OPEN AMOUNT HOLD' TO DOSSIER-REPORT-LINE
                   WRITE DOSSIER-REPORT-LINE
               END-IF
           ELSE
               MOVE '  HOLD FILE NOT AVAILABLE' TO DOSSIER-REPORT-LINE
               WRITE DOSSIER-REPORT-LINE
           END-IF.

       2310-WRITE-HOLD-LINE.
           ADD 1 TO WS-FOUND-COUNT
           MOVE HO-OLD-AMOUNT TO WS-AMOUNT-EDITED
           MOVE HO-NEW-AMOUNT TO WS-NEW-AMOUNT-EDITED
           MOVE SPACES TO DOSSIER-REPORT-LINE
           STRING '  HELD AMOUNT ' WS-AMOUNT-EDITED
               ' -> ' WS-NEW-AMOUNT-EDITED
               ' FIRST HELD ' HO-FIRST-DATE
               DELIMITED BY SIZE INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE.

       2400-SHOW-PENDING-TRANS.
      *    Future-dated transactions ITMMAINT has warehoused to be
      *    applied on their effective date.  A price adjustment (P)
      *    names a category rather than an item - its status filter
      *    sits in the item-status position - so one is listed when
      *    it selects the item as the master stands today.
           PERFORM 2900-WRITE-SECTION-BREAK
           MOVE 'PENDING FUTURE-DATED TRANSACTIONS (PENDOUT)'
               TO DOSSIER-REPORT-LINE
           WRITE DOSSIER-REPORT-LINE
           MOVE ZEROS TO WS-FOUND-COUNT
           MOVE 'N' TO WS-SCAN-EOF-SW
           OPEN INPUT PENDING-OUT-FILE
           IF WS-PEND-FILE-OK
               PERFORM UNTIL WS-SCAN-EOF
                   READ PENDING-OUT-FILE
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           IF PO-ITEM-CODE = WS-INQUIRY-CODE
                            AND PENDING-OUT-RECORD (1:3) NOT = 'HDR'
                               PERFORM 2410-WRITE-PENDING-LINE
                           END-IF
                           IF PO-ACTION = 'P'
                            AND WS-MASTER-CATEGORY NOT = SPACES
                            AND PO-ITEM-CATEGORY = WS-MASTER-CATEGORY
                            AND (PO-ITEM-STATUS = SPACE
                             OR PO-ITEM-STATUS = WS-MASTER-STATUS)
                               PERFORM 2410-WRITE-PENDING-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-OUT-FILE
               IF WS-FOUND-COUNT = ZEROS
                   MOVE '  NO PENDING TRANSACTIONS'
                       TO DOSSIER-REPORT-LINE
                   WRITE DOSSIER-REPORT-LINE
               END-IF
           ELSE
               MOVE '  PENDING WAREHOUSE NOT AVAILABLE'
                   TO DOSSIER-REPORT-LINE
               WRITE DOSSIER-REPORT-LINE
           END-IF.

       2410-WRITE-PENDING-LINE.
           ADD 1 TO WS-FOUND-COUNT
           MOVE SPACES TO DOSSIER-REPORT-LINE
           STRING '  EFF ' PO-ITEM-EFF-DATE
               ' ACTION ' PO-ACTION
               ' ' PO-ITEM
               ' OPER ' PO-OPERATOR-ID
               ' SRC ' PO-SOURCE-SYSTEM
               ' REF ' PO-REFERENCE-NO
               DELIMITED BY SIZE INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE.

       2500-SHOW-SUSPENSE.
      *    Covers both suspense populations, as ITMINQ does: tonight's
      *    new rejects and the unresolved records carried forward by
      *    SUSPRECY.  Only a missing SUSPENSE is reported; a missing
      *    SUSPPREV is the normal state before the first carry.
           PERFORM 2900-WRITE-SECTION-BREAK
           MOVE 'SUSPENSE (SUSPENSE / SUSPPREV)' TO DOSSIER-REPORT-LINE
           WRITE DOSSIER-REPORT-LINE
           MOVE ZEROS TO WS-FOUND-COUNT
           MOVE 'N' TO WS-SCAN-EOF-SW
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-FILE-OK
               PERFORM UNTIL WS-SCAN-EOF
                   READ SUSPENSE-FILE
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           IF SUSP-ITEM-CODE = WS-INQUIRY-CODE
                               PERFORM 2510-WRITE-SUSPENSE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           ELSE
               MOVE '  SUSPENSE FILE NOT AVAILABLE'
                   TO DOSSIER-REPORT-LINE
               WRITE DOSSIER-REPORT-LINE
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           OPEN INPUT PRIOR-SUSPENSE-FILE
           IF WS-PREV-FILE-OK
               PERFORM UNTIL WS-SCAN-EOF
                   READ PRIOR-SUSPENSE-FILE
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           IF PSUSP-ITEM-CODE = WS-INQUIRY-CODE
                            AND PRIOR-SUSPENSE-RECORD (1:3) NOT = 'HDR'
                               PERFORM 2520-WRITE-PRIOR-SUSP-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-SUSPENSE-FILE
           END-IF
           IF WS-FOUND-COUNT = ZEROS
               MOVE '  NOT IN SUSPENSE' TO DOSSIER-REPORT-LINE
               WRITE DOSSIER-REPORT-LINE
           END-IF.

       2510-WRITE-SUSPENSE-LINE.
           ADD 1 TO WS-FOUND-COUNT
           MOVE SPACES TO DOSSIER-REPORT-LINE
           STRING '  NEW      SEQ ' SUSP-SEQ
               ' REASON ' SUSP-REASON
               ' DATE ' SUSP-DATE
               DELIMITED BY SIZE INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE.

       2520-WRITE-PRIOR-SUSP-LINE.
           ADD 1 TO WS-FOUND-COUNT
           MOVE SPACES TO DOSSIER-REPORT-LINE
           STRING '  CARRIED  SEQ ' PSUSP-SEQ
               ' REASON ' PSUSP-REASON
               ' DATE ' PSUSP-DATE
               DELIMITED BY SIZE INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE.

       2600-SHOW-RECENT-CHANGES.
      *    The archive key runs item code, run date, transaction
      *    sequence, image sequence, so the item's changes are one
      *    contiguous stretch oldest first.  A first walk counts the
      *    item's transactions; the second skips all but the last N
      *    and lists those, BEFORE and AFTER images together.
           PERFORM 2900-WRITE-SECTION-BREAK
           MOVE SPACES TO DOSSIER-REPORT-LINE
           STRING 'LAST ' WS-LIMIT-EDITED ' CHANGES (CHGHIST)'
               DELIMITED BY SIZE INTO DOSSIER-REPORT-LINE
           END-STRING
           WRITE DOSSIER-REPORT-LINE
           MOVE SPACES TO DOSSIER-REPORT-LINE
           IF NOT WS-ARCH-OPEN
               MOVE '  CHANGE ARCHIVE NOT AVAILABLE'
                   TO DOSSIER-REPORT-LINE
               WRITE DOSSIER-REPORT-LINE
           ELSE
               MOVE ZEROS TO WS-TRAN-TOTAL
               MOVE ZEROS TO WS-TRAN-SKIP
               PERFORM 2610-WALK-ITEM-CHANGES
               IF WS-TRAN-TOTAL = ZEROS
                   MOVE '  NO ARCHIVED CHANGES' TO DOSSIER-REPORT-LINE
                   WRITE DOSSIER-REPORT-LINE
               ELSE
                   IF WS-TRAN-TOTAL > WS-CHANGE-LIMIT
                       COMPUTE WS-TRAN-SKIP =
                           WS-TRAN-TOTAL - WS-CHANGE-LIMIT
                   END-IF
                   PERFORM 2610-WALK-ITEM-CHANGES
               END-IF
           END-IF.

       2610-WALK-ITEM-CHANGES.
      *    With WS-TRAN-TOTAL still zero this is the counting walk;
      *    otherwise it is the listing walk.
           MOVE ZEROS TO WS-TRAN-ORDINAL
           MOVE ZEROS TO WS-LAST-RUN-DATE
           MOVE ZEROS TO WS-LAST-TRAN-SEQ
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE WS-INQUIRY-CODE TO CHA-ARC-ITEM-CODE
           MOVE ZEROS TO CHA-ARC-RUN-DATE
           MOVE ZEROS TO CHA-ARC-TRAN-SEQ
           MOVE ZEROS TO CHA-ARC-IMAGE-SEQ
           START CHANGE-ARCHIVE-FILE KEY NOT < CHA-ARC-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-EOF
               READ CHANGE-ARCHIVE-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF CHA-ARC-ITEM-CODE NOT = WS-INQUIRY-CODE
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           PERFORM 2620-COUNT-OR-LIST-IMAGE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRAN-TOTAL = ZEROS
               MOVE WS-TRAN-ORDINAL TO WS-TRAN-TOTAL
           END-IF.

       2620-COUNT-OR-LIST-IMAGE.
           IF CHA-ARC-RUN-DATE NOT = WS-LAST-RUN-DATE
            OR CHA-ARC-TRAN-SEQ NOT = WS-LAST-TRAN-SEQ
               ADD 1 TO WS-TRAN-ORDINAL
               MOVE CHA-ARC-RUN-DATE TO WS-LAST-RUN-DATE
               MOVE CHA-ARC-TRAN-SEQ TO WS-LAST-TRAN-SEQ
           END-IF
           IF WS-TRAN-TOTAL > ZEROS
            AND WS-TRAN-ORDINAL > WS-TRAN-SKIP
               MOVE SPACES TO DOSSIER-REPORT-LINE
               STRING '  RUN ' CHA-ARC-RUN-DATE
                   ' TRAN ' CHA-ARC-TRAN-SEQ
                   ' ' CHA-ARC-ACTION
                   ' ' CHA-ARC-TAG
                   ' ' CHA-ARC-ITEM-IMAGE
                   ' OPER ' CHA-ARC-OPERATOR-ID
                   ' SRC ' CHA-ARC-SOURCE-SYSTEM
                   ' REF ' CHA-ARC-REFERENCE-NO
                   DELIMITED BY SIZE INTO DOSSIER-REPORT-LINE
               END-STRING
               WRITE DOSSIER-REPORT-LINE
           END-IF.

       2700-SHOW-HISTORY-RANGE.
      *    ITMPROC appends runs in date order and ITMHIST keeps that
      *    order through the purge, so the first matching record is
      *    the earliest retained run and the last is the latest.
           PERFORM 2900-WRITE-SECTION-BREAK
           MOVE 'ITEM HISTORY (ITEMHIST)' TO DOSSIER-REPORT-LINE
           WRITE DOSSIER-REPORT-LINE
           MOVE ZEROS TO WS-FOUND-COUNT
           MOVE ZEROS TO WS-HIST-FIRST-DATE
           MOVE ZEROS TO WS-HIST-LAST-DATE
           MOVE 'N' TO WS-SCAN-EOF-SW
           OPEN INPUT ITEM-HISTORY-FILE
           IF WS-HIST-FILE-OK
               PERFORM UNTIL WS-SCAN-EOF
                   READ ITEM-HISTORY-FILE
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           IF HIST-ITEM-CODE = WS-INQUIRY-CODE
                            AND ITEM-HISTORY-RECORD (1:3) NOT = 'HDR'
                               ADD 1 TO WS-FOUND-COUNT
                               IF WS-FOUND-COUNT = 1
                                   MOVE HIST-RUN-DATE
                                       TO WS-HIST-FIRST-DATE
                               END-IF
                               MOVE HIST-RUN-DATE TO WS-HIST-LAST-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-HISTORY-FILE
               MOVE SPACES TO DOSSIER-REPORT-LINE
               IF WS-FOUND-COUNT = ZEROS
                   MOVE '  NOT ON RETAINED ITEM HISTORY'
                       TO DOSSIER-REPORT-LINE
               ELSE
                   MOVE WS-FOUND-COUNT TO WS-COUNT-EDITED
                   STRING '  FIRST RUN ' WS-HIST-FIRST-DATE
                       '  LAST RUN ' WS-HIST-LAST-DATE
                       '  RUNS RETAINED ' WS-COUNT-EDITED
                       DELIMITED BY SIZE INTO DOSSIER-REPORT-LINE
                   END-STRING
               END-IF
               WRITE DOSSIER-REPORT-LINE
           ELSE
               MOVE '  ITEM HISTORY NOT AVAILABLE'
                   TO DOSSIER-REPORT-LINE
               WRITE DOSSIER-REPORT-LINE
           END-IF.

       2900-WRITE-SECTION-BREAK.
           MOVE SPACES TO DOSSIER-REPORT-LINE
           WRITE DOSSIER-REPORT-LINE.

       9000-TERMINATE.
           IF WS-KSDS-OPEN
               CLOSE KEYED-MASTER-FILE
           END-IF
           IF WS-ARCH-OPEN
               CLOSE CHANGE-ARCHIVE-FILE
           END-IF
           CLOSE DOSSIER-REPORT-FILE
           DISPLAY 'ITMDOSS: DOSSIERS PRINTED ' WS-DOSSIER-COUNT
               UPON CONSOLE.
