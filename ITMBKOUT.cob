      ******************************************************************
      *  PROGRAM:  ITMBKOUT
      *  PURPOSE:  Backout of an ITMMAINT run.  Given the run date of
      *            a bad run (and optionally a range of its transaction
      *            sequence numbers) from the BKOPARM parameter record,
      *            reads that run's BEFORE/AFTER pairs from the change
      *            history archive (CHGHIST, CHGAREC layout) and writes
      *            the reversing ITMMAINT transactions to BKOTRAN: an
      *            add is reversed by a delete, a delete by an add of
      *            its BEFORE image, and any other change by a change
      *            back to its BEFORE image.  An item changed again
      *            after the run being backed out - a later archived
      *            change, or a current ITEMMAST record that no longer
      *            matches the run's AFTER image - is listed on the
      *            BKOCONF conflict report and left out, so a later
      *            legitimate change is never overwritten.  Reversals
      *            are listed on BKORPT.  BKOTRAN is fed to ITMMAINT as
      *            (or ahead of) that night's ITEMTRAN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMBKOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "BKOPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CHANGE-ARCHIVE-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHA-ARC-KEY
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT BACKOUT-TRAN-FILE ASSIGN TO "BKOTRAN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT BACKOUT-REPORT-FILE ASSIGN TO "BKORPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONFLICT-REPORT-FILE ASSIGN TO "BKOCONF"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Run date is required.  Zero or blank sequence limits mean
      *    the whole run.  The operator ID is required - ITMMAINT
      *    rejects an unattributed transaction - and the reference
      *    defaults to 'BKO ' and the run date.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-RUN-DATE           PIC X(08).
           05  PARM-FROM-SEQ           PIC X(05).
           05  PARM-TO-SEQ             PIC X(05).
           05  PARM-OPERATOR-ID        PIC X(08).
           05  PARM-REFERENCE-NO       PIC X(12).

       FD  CHANGE-ARCHIVE-FILE.
       01  CHANGE-ARCHIVE-RECORD.
           COPY CHGAREC REPLACING LEADING ==PFX-== BY ==CHA-==.

       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           COPY ITEMREC REPLACING LEADING ==PFX-== BY ==IM-==.

      *    ITMMAINT transaction layout.
       FD  BACKOUT-TRAN-FILE.
       01  BACKOUT-TRAN-RECORD.
           05  BT-ACTION               PIC X(01).
           05  BT-ITEM.
               COPY ITEMREC REPLACING LEADING ==PFX-== BY ==BT-==.
           05  BT-ATTRIBUTION.
               COPY TRANATTR REPLACING LEADING ==PFX-== BY ==BT-==.
           05  BT-TIMING-SW            PIC X(01).

       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-REPORT-LINE         PIC X(100).
       01  BACKOUT-DETAIL-RECORD.
           05  BKR-ITEM-CODE           PIC X(10).
           05  FILLER                  PIC X(01).
           05  BKR-FIRST-SEQ           PIC Z(4)9.
           05  BKR-SEQ-DASH            PIC X(01).
           05  BKR-LAST-SEQ            PIC Z(4)9.
           05  FILLER                  PIC X(01).
           05  BKR-TRAN-COUNT          PIC ZZ9.
           05  FILLER                  PIC X(01).
           05  BKR-REVERSAL            PIC X(01).
           05  FILLER                  PIC X(01).
           05  BKR-ITEM-IMAGE          PIC X(50).
           05  FILLER                  PIC X(21).

       FD  CONFLICT-REPORT-FILE.
       01  CONFLICT-REPORT-LINE        PIC X(100).
       01  CONFLICT-DETAIL-RECORD.
           05  BKC-ITEM-CODE           PIC X(10).
           05  FILLER                  PIC X(01).
           05  BKC-FIRST-SEQ           PIC Z(4)9.
           05  BKC-SEQ-DASH            PIC X(01).
           05  BKC-LAST-SEQ            PIC Z(4)9.
           05  FILLER                  PIC X(01).
           05  BKC-REASON              PIC X(30).
           05  FILLER                  PIC X(01).
           05  BKC-LATER-RUN-DATE      PIC 9(08).
           05  FILLER                  PIC X(01).
           05  BKC-LATER-TRAN-SEQ      PIC Z(4)9.
           05  FILLER                  PIC X(32).

       WORKING-STORAGE SECTION.

       01  WS-AREA.
           05  WS-COUNT                PIC 9(5) VALUE ZEROS.
           05  WS-TABLE-MAX-OCCURS     PIC 9(4) VALUE 9999.
           05  WS-TABLE OCCURS 9999 TIMES
                       INDEXED BY WS-IDX.
               10  WS-ITEM.
                   COPY ITEMREC REPLACING LEADING ==PFX-== BY ==WS-==.

       01  WS-SWITCHES.
           05  WS-ARCH-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-ARCH-EOF                  VALUE 'Y'.
           05  WS-ITEM-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-ITEM-EOF                  VALUE 'Y'.
           05  WS-ARCH-OPEN-SW         PIC X(01) VALUE 'N'.
               88  WS-ARCH-OPEN                 VALUE 'Y'.
           05  WS-PARM-VALID-SW        PIC X(01) VALUE 'N'.
               88  WS-PARM-VALID                VALUE 'Y'.
           05  WS-READY-SW             PIC X(01) VALUE 'N'.
               88  WS-READY                     VALUE 'Y'.
           05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
               88  WS-CODE-FOUND                VALUE 'Y'.
               88  WS-CODE-NOT-FOUND            VALUE 'N'.
           05  WS-CONFLICT-SW          PIC X(01) VALUE 'N'.
               88  WS-ITEM-CONFLICT             VALUE 'Y'.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PARM-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-PARM-FILE-OK              VALUE '00'.
           05  WS-ARCH-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-ARCH-FILE-OK              VALUE '00'.
           05  WS-ITEM-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-ITEM-FILE-OK              VALUE '00'.

       01  WS-COUNTERS.
           05  WS-ARCH-READ-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-SELECTED-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-REVERSAL-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-CONFLICT-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-NO-NET-COUNT         PIC 9(5) VALUE ZEROS.

       01  WS-BACKOUT-CONTROL.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
           05  WS-FROM-SEQ             PIC 9(05) VALUE ZEROS.
           05  WS-TO-SEQ               PIC 9(05) VALUE 99999.
           05  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
           05  WS-REFERENCE-NO         PIC X(12) VALUE SPACES.
           05  WS-DATE-CHECK           PIC X(08).
           05  WS-DATE-CHECK-N REDEFINES WS-DATE-CHECK
                                       PIC 9(08).
           05  WS-SEQ-CHECK            PIC X(05).
           05  WS-SEQ-CHECK-N REDEFINES WS-SEQ-CHECK
                                       PIC 9(05).

      *    The archive is keyed by item code first, so one item's
      *    entries arrive together in date and sequence order.  While
      *    the sweep is inside an item it keeps the BEFORE image of
      *    the first selected transaction and the AFTER image of the
      *    last - the net effect of the run on the item, however many
      *    times it was touched - and the first archived change that
      *    comes after the selection.
       01  WS-ITEM-GROUP.
           05  WS-GROUP-CODE           PIC X(10) VALUE SPACES.
           05  WS-GROUP-TRAN-COUNT     PIC 9(3) VALUE ZEROS.
           05  WS-GROUP-BEFORE-SW      PIC X(01) VALUE 'N'.
               88  WS-GROUP-HAS-BEFORE          VALUE 'Y'.
           05  WS-GROUP-FIRST-SEQ      PIC 9(05) VALUE ZEROS.
           05  WS-GROUP-LAST-SEQ       PIC 9(05) VALUE ZEROS.
           05  WS-GROUP-BEFORE-IMAGE   PIC X(50) VALUE SPACES.
           05  WS-GROUP-AFTER-IMAGE    PIC X(50) VALUE SPACES.
           05  WS-LATER-RUN-DATE       PIC 9(08) VALUE ZEROS.
           05  WS-LATER-TRAN-SEQ       PIC 9(05) VALUE ZEROS.
           05  WS-CONFLICT-REASON      PIC X(30) VALUE SPACES.

       01  WS-SORT-FIELDS.
           05  WS-SORT-I               PIC 9(5) VALUE ZEROS.
           05  WS-SORT-J               PIC 9(5) VALUE ZEROS.
           05  WS-BIN-LO               PIC 9(5) VALUE ZEROS.
           05  WS-BIN-HI               PIC 9(5) VALUE ZEROS.
           05  WS-BIN-MID              PIC 9(5) VALUE ZEROS.
           05  WS-SWAP-ITEM            PIC X(50).
           05  WS-MASTER-IMAGE         PIC X(50).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-READY
               PERFORM 2000-SWEEP-ARCHIVE
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
      *    Nothing is produced unless the parameters are usable, the
      *    archive opens and the whole current master loads - a
      *    backout checked against a partial master could overwrite
      *    a later change.
           PERFORM 1010-READ-PARAMETERS
           IF WS-PARM-VALID
               OPEN INPUT CHANGE-ARCHIVE-FILE
               IF WS-ARCH-FILE-OK
                   SET WS-ARCH-OPEN TO TRUE
                   PERFORM 1100-LOAD-ITEM-MASTER
               ELSE
                   DISPLAY 'ITMBKOUT: CHANGE ARCHIVE NOT AVAILABLE - '
                       'OPEN STATUS ' WS-ARCH-FILE-STATUS UPON CONSOLE
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-READY
               OPEN OUTPUT BACKOUT-TRAN-FILE
               OPEN OUTPUT BACKOUT-REPORT-FILE
               OPEN OUTPUT CONFLICT-REPORT-FILE
               MOVE SPACES TO BACKOUT-REPORT-LINE
               STRING 'BACKOUT OF ITMMAINT RUN ' WS-RUN-DATE
                   ' TRANSACTIONS ' WS-FROM-SEQ ' TO ' WS-TO-SEQ
                   DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
               END-STRING
               WRITE BACKOUT-REPORT-LINE
               MOVE 'ITEM       TRANS       CNT R IMAGE RESTORED'
                   TO BACKOUT-REPORT-LINE
               WRITE BACKOUT-REPORT-LINE
               MOVE SPACES TO CONFLICT-REPORT-LINE
               STRING 'BACKOUT CONFLICTS - RUN ' WS-RUN-DATE
                   ' - ITEMS LEFT OUT OF THE BACKOUT'
                   DELIMITED BY SIZE INTO CONFLICT-REPORT-LINE
               END-STRING
               WRITE CONFLICT-REPORT-LINE
               MOVE SPACES TO CONFLICT-REPORT-LINE
               STRING 'ITEM       TRANS       REASON                  '
                   '       LATER RUN  TRAN'
                   DELIMITED BY SIZE INTO CONFLICT-REPORT-LINE
               END-STRING
               WRITE CONFLICT-REPORT-LINE
           END-IF.

       1010-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1020-EDIT-PARAMETERS
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF NOT WS-PARM-VALID
               DISPLAY 'ITMBKOUT: BKOPARM MISSING OR INVALID - RUN '
                   'DATE AND OPERATOR ID ARE REQUIRED' UPON CONSOLE
               MOVE 12 TO RETURN-CODE
           END-IF.

       1020-EDIT-PARAMETERS.
           MOVE PARM-RUN-DATE TO WS-DATE-CHECK
           IF WS-DATE-CHECK IS NUMERIC
            AND WS-DATE-CHECK-N > 0
            AND PARM-OPERATOR-ID NOT = SPACES
               SET WS-PARM-VALID TO TRUE
               MOVE WS-DATE-CHECK-N TO WS-RUN-DATE
               MOVE PARM-OPERATOR-ID TO WS-OPERATOR-ID
               MOVE PARM-FROM-SEQ TO WS-SEQ-CHECK
               IF WS-SEQ-CHECK IS NUMERIC
                   MOVE WS-SEQ-CHECK-N TO WS-FROM-SEQ
               END-IF
               MOVE PARM-TO-SEQ TO WS-SEQ-CHECK
               IF WS-SEQ-CHECK IS NUMERIC
                AND WS-SEQ-CHECK-N > 0
                   MOVE WS-SEQ-CHECK-N TO WS-TO-SEQ
               END-IF
               IF PARM-REFERENCE-NO NOT = SPACES
                   MOVE PARM-REFERENCE-NO TO WS-REFERENCE-NO
               ELSE
                   STRING 'BKO ' WS-RUN-DATE
                       DELIMITED BY SIZE INTO WS-REFERENCE-NO
                   END-STRING
               END-IF
           END-IF.

       1100-LOAD-ITEM-MASTER.
      *    The current item master, HDR/TRL skipped and sorted by
      *    code for the binary search in 2420, as ITMMAINT loads it.
           OPEN INPUT ITEM-MASTER-FILE
           IF WS-ITEM-FILE-OK
               PERFORM UNTIL WS-ITEM-EOF
                          OR WS-COUNT >= WS-TABLE-MAX-OCCURS
                   READ ITEM-MASTER-FILE
                       AT END
                           SET WS-ITEM-EOF TO TRUE
                       NOT AT END
                           IF ITEM-MASTER-RECORD (1:3) = 'HDR'
                            OR ITEM-MASTER-RECORD (1:3) = 'TRL'
                               CONTINUE
                           ELSE
                               ADD 1 TO WS-COUNT
                               SET WS-IDX TO WS-COUNT
                               MOVE ITEM-MASTER-RECORD
                                   TO WS-ITEM (WS-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-MASTER-FILE
               IF WS-ITEM-EOF
                   PERFORM 1200-SORT-MASTER-TABLE
                   SET WS-READY TO TRUE
               ELSE
                   DISPLAY 'ITMBKOUT: ITEM MASTER FILE HAS MORE '
                       'RECORDS THAN WS-TABLE CAPACITY OF '
                       WS-TABLE-MAX-OCCURS ' - RUN ABANDONED'
                       UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'ITMBKOUT: ITEM MASTER NOT AVAILABLE - STATUS '
                   WS-ITEM-FILE-STATUS ' - NO BACKOUT PRODUCED'
                   UPON CONSOLE
               MOVE 12 TO RETURN-CODE
           END-IF.

       1200-SORT-MASTER-TABLE.
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-COUNT
               MOVE WS-TABLE (WS-SORT-I) TO WS-SWAP-ITEM
               COMPUTE WS-SORT-J = WS-SORT-I - 1
               PERFORM UNTIL WS-SORT-J < 1
                          OR WS-ITEM-CODE (WS-SORT-J)
                             NOT > WS-SWAP-ITEM (1:10)
                   MOVE WS-TABLE (WS-SORT-J)
                       TO WS-TABLE (WS-SORT-J + 1)
                   SUBTRACT 1 FROM WS-SORT-J
               END-PERFORM
               MOVE WS-SWAP-ITEM TO WS-TABLE (WS-SORT-J + 1)
           END-PERFORM.

       2000-SWEEP-ARCHIVE.
      *    Full sweep of the archive in key order.  Each change of
      *    item code closes the previous item's group (2400).
           MOVE SPACES TO WS-GROUP-CODE
           PERFORM 2050-RESET-ITEM-GROUP
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
                       IF CHA-ARC-ITEM-CODE NOT = WS-GROUP-CODE
                           PERFORM 2400-CLOSE-ITEM-GROUP
                           PERFORM 2050-RESET-ITEM-GROUP
                           MOVE CHA-ARC-ITEM-CODE TO WS-GROUP-CODE
                       END-IF
                       PERFORM 2100-EXAMINE-ARCHIVE-ENTRY
               END-READ
           END-PERFORM
           PERFORM 2400-CLOSE-ITEM-GROUP
           IF WS-SELECTED-COUNT = ZEROS
               DISPLAY 'ITMBKOUT: NO ARCHIVED CHANGES FOR RUN '
                   WS-RUN-DATE ' IN THE SEQUENCE RANGE - NOTHING TO '
                   'BACK OUT' UPON CONSOLE
               MOVE 04 TO RETURN-CODE
           END-IF.

       2050-RESET-ITEM-GROUP.
           MOVE ZEROS TO WS-GROUP-TRAN-COUNT
           MOVE 'N' TO WS-GROUP-BEFORE-SW
           MOVE ZEROS TO WS-GROUP-FIRST-SEQ
           MOVE ZEROS TO WS-GROUP-LAST-SEQ
           MOVE SPACES TO WS-GROUP-BEFORE-IMAGE
           MOVE SPACES TO WS-GROUP-AFTER-IMAGE
           MOVE 'N' TO WS-CONFLICT-SW
           MOVE ZEROS TO WS-LATER-RUN-DATE
           MOVE ZEROS TO WS-LATER-TRAN-SEQ
           MOVE SPACES TO WS-CONFLICT-REASON.

       2100-EXAMINE-ARCHIVE-ENTRY.
      *    Entries of the run inside the sequence range are selected.
      *    Once something is selected, any entry keyed after the
      *    range - a later run, or later in the same run - is a
      *    change made since, and the first one is remembered for
      *    the conflict report.  Entries ahead of the selection are
      *    history the backout leaves alone.
           IF CHA-ARC-RUN-DATE = WS-RUN-DATE
            AND CHA-ARC-TRAN-SEQ NOT < WS-FROM-SEQ
            AND CHA-ARC-TRAN-SEQ NOT > WS-TO-SEQ
               PERFORM 2200-SELECT-ARCHIVE-ENTRY
           ELSE
               IF WS-GROUP-HAS-BEFORE OR WS-GROUP-TRAN-COUNT > 0
                   IF NOT WS-ITEM-CONFLICT
                    AND (CHA-ARC-RUN-DATE > WS-RUN-DATE
                     OR (CHA-ARC-RUN-DATE = WS-RUN-DATE
                     AND CHA-ARC-TRAN-SEQ > WS-TO-SEQ))
                       SET WS-ITEM-CONFLICT TO TRUE
                       MOVE 'CHANGED AGAIN AFTER THE RUN'
                           TO WS-CONFLICT-REASON
                       MOVE CHA-ARC-RUN-DATE TO WS-LATER-RUN-DATE
                       MOVE CHA-ARC-TRAN-SEQ TO WS-LATER-TRAN-SEQ
                   END-IF
               END-IF
           END-IF.

       2200-SELECT-ARCHIVE-ENTRY.
           ADD 1 TO WS-SELECTED-COUNT
           IF CHA-ARC-IMAGE-SEQ = 1
               IF NOT WS-GROUP-HAS-BEFORE
                AND WS-GROUP-TRAN-COUNT = ZEROS
                   SET WS-GROUP-HAS-BEFORE TO TRUE
                   MOVE CHA-ARC-ITEM-IMAGE TO WS-GROUP-BEFORE-IMAGE
                   MOVE CHA-ARC-TRAN-SEQ TO WS-GROUP-FIRST-SEQ
               END-IF
           ELSE
               IF NOT WS-GROUP-HAS-BEFORE
                AND WS-GROUP-TRAN-COUNT = ZEROS
      *            An AFTER with no BEFORE archived ahead of it - treat
      *            the item as absent before the run.
                   SET WS-GROUP-HAS-BEFORE TO TRUE
                   MOVE SPACES TO WS-GROUP-BEFORE-IMAGE
                   MOVE CHA-ARC-TRAN-SEQ TO WS-GROUP-FIRST-SEQ
               END-IF
               ADD 1 TO WS-GROUP-TRAN-COUNT
               MOVE CHA-ARC-ITEM-IMAGE TO WS-GROUP-AFTER-IMAGE
               MOVE CHA-ARC-TRAN-SEQ TO WS-GROUP-LAST-SEQ
           END-IF.

       2400-CLOSE-ITEM-GROUP.
      *    Decides the item just swept: conflict, nothing to undo,
      *    or one net reversal.
           IF WS-GROUP-TRAN-COUNT > 0
               IF NOT WS-ITEM-CONFLICT
                   PERFORM 2420-CHECK-CURRENT-MASTER
               END-IF
               IF WS-ITEM-CONFLICT
                   PERFORM 2700-WRITE-CONFLICT-LINE
               ELSE
                   PERFORM 2500-WRITE-REVERSAL
               END-IF
           END-IF.

       2420-CHECK-CURRENT-MASTER.
      *    The current master must still hold exactly what the run
      *    left - the run's last AFTER image, or no record at all if
      *    the run deleted the item.  Anything else was changed by a
      *    run the archive has not caught up with yet.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-BIN-LO
           MOVE WS-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-CODE-FOUND
                      OR WS-BIN-LO > WS-BIN-HI
               COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
               IF WS-ITEM-CODE (WS-BIN-MID) = WS-GROUP-CODE
                   SET WS-CODE-FOUND TO TRUE
                   SET WS-IDX TO WS-BIN-MID
               ELSE
                   IF WS-ITEM-CODE (WS-BIN-MID) < WS-GROUP-CODE
                       COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                   ELSE
                       COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CODE-FOUND
               MOVE WS-ITEM (WS-IDX) TO WS-MASTER-IMAGE
           ELSE
               MOVE SPACES TO WS-MASTER-IMAGE
           END-IF
           IF WS-MASTER-IMAGE NOT = WS-GROUP-AFTER-IMAGE
               SET WS-ITEM-CONFLICT TO TRUE
               MOVE 'MASTER DIFFERS FROM RUN AFTER'
                   TO WS-CONFLICT-REASON
           END-IF.

       2500-WRITE-REVERSAL.
      *    Net reversal of the item's selected transactions:
      *      absent before, present after  - delete it
      *      present before, absent after  - add the BEFORE image
      *      present both, images differ   - change to BEFORE image
      *      anything else                 - nothing to undo
      *    Every reversal is flagged to apply now, so a BEFORE image
      *    carrying a future effective date is not warehoused.
           MOVE SPACES TO BACKOUT-TRAN-RECORD
           EVALUATE TRUE
               WHEN WS-GROUP-BEFORE-IMAGE = SPACES
                AND WS-GROUP-AFTER-IMAGE NOT = SPACES
                   MOVE 'D' TO BT-ACTION
                   MOVE WS-GROUP-CODE TO BT-ITEM-CODE
               WHEN WS-GROUP-BEFORE-IMAGE NOT = SPACES
                AND WS-GROUP-AFTER-IMAGE = SPACES
                   MOVE 'A' TO BT-ACTION
                   MOVE WS-GROUP-BEFORE-IMAGE TO BT-ITEM
               WHEN WS-GROUP-BEFORE-IMAGE NOT = SPACES
                AND WS-GROUP-BEFORE-IMAGE NOT = WS-GROUP-AFTER-IMAGE
                   MOVE 'C' TO BT-ACTION
                   MOVE WS-GROUP-BEFORE-IMAGE TO BT-ITEM
               WHEN OTHER
                   MOVE SPACE TO BT-ACTION
           END-EVALUATE
           IF BT-ACTION = SPACE
               ADD 1 TO WS-NO-NET-COUNT
           ELSE
               MOVE WS-OPERATOR-ID TO BT-OPERATOR-ID
               MOVE 'BACKOUT' TO BT-SOURCE-SYSTEM
               MOVE WS-REFERENCE-NO TO BT-REFERENCE-NO
               MOVE 'N' TO BT-TIMING-SW
               WRITE BACKOUT-TRAN-RECORD
               ADD 1 TO WS-REVERSAL-COUNT
               MOVE SPACES TO BACKOUT-DETAIL-RECORD
               MOVE WS-GROUP-CODE TO BKR-ITEM-CODE
               MOVE WS-GROUP-FIRST-SEQ TO BKR-FIRST-SEQ
               MOVE '-' TO BKR-SEQ-DASH
               MOVE WS-GROUP-LAST-SEQ TO BKR-LAST-SEQ
               MOVE WS-GROUP-TRAN-COUNT TO BKR-TRAN-COUNT
               MOVE BT-ACTION TO BKR-REVERSAL
               MOVE WS-GROUP-BEFORE-IMAGE TO BKR-ITEM-IMAGE
               WRITE BACKOUT-DETAIL-RECORD
           END-IF.

       2700-WRITE-CONFLICT-LINE.
           ADD 1 TO WS-CONFLICT-COUNT
           MOVE SPACES TO CONFLICT-DETAIL-RECORD
           MOVE WS-GROUP-CODE TO BKC-ITEM-CODE
           MOVE WS-GROUP-FIRST-SEQ TO BKC-FIRST-SEQ
           MOVE '-' TO BKC-SEQ-DASH
           MOVE WS-GROUP-LAST-SEQ TO BKC-LAST-SEQ
           MOVE WS-CONFLICT-REASON TO BKC-REASON
           MOVE WS-LATER-RUN-DATE TO BKC-LATER-RUN-DATE
           MOVE WS-LATER-TRAN-SEQ TO BKC-LATER-TRAN-SEQ
           WRITE CONFLICT-DETAIL-RECORD.

       9000-TERMINATE.
           IF WS-ARCH-OPEN
               CLOSE CHANGE-ARCHIVE-FILE
           END-IF
           IF WS-READY
               CLOSE BACKOUT-TRAN-FILE
               CLOSE BACKOUT-REPORT-FILE
               CLOSE CONFLICT-REPORT-FILE
      *        Conflicts mean the backout is partial - the scheduler
      *        and the operator both need to know.
               IF WS-CONFLICT-COUNT > 0
                AND RETURN-CODE < 08
                   MOVE 08 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'ITMBKOUT BACKOUT TOTALS' UPON CONSOLE
           DISPLAY '  RUN BACKED OUT      : ' WS-RUN-DATE
               UPON CONSOLE
           DISPLAY '  ARCHIVE ENTRIES READ: ' WS-ARCH-READ-COUNT
               UPON CONSOLE
           DISPLAY '  RUN ENTRIES SELECTED: ' WS-SELECTED-COUNT
               UPON CONSOLE
           DISPLAY '  REVERSALS WRITTEN   : ' WS-REVERSAL-COUNT
               UPON CONSOLE
           DISPLAY '  CONFLICTS LEFT OUT  : ' WS-CONFLICT-COUNT
               UPON CONSOLE
           DISPLAY '  NO NET CHANGE       : ' WS-NO-NET-COUNT
               UPON CONSOLE.
