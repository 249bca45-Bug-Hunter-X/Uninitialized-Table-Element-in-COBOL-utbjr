      ******************************************************************
      *  PROGRAM:  PRTINTK
      *  PURPOSE:  Partner feed intake.  Converts a supplier's comma-
      *            or pipe-delimited item update file (PRTFEED) into
      *            ITMMAINT transactions (PRTTRAN, the ITEMTRAN
      *            layout), so partner updates are no longer retyped.
      *            The partner file is framed by control rows:
      *                H<d>partner-id<d>file-date<d>batch-ref
      *                D<d>...one row per item update...
      *                T<d>row-count<d>amount-total
      *            where <d> is the delimiter, taken from the header
      *            row (',' or '|').  Detail columns are, by default,
      *            action (A/C/D), item code, description, status,
      *            amount (digits with an optional decimal point),
      *            effective date, category and operator ID; a
      *            partner sending them in another order or with extra
      *            columns is described on PRTMAP.  The whole file is
      *            proved first - header and trailer present, the
      *            trailer's row count and amount total equal to the
      *            detail rows sent - and a file that does not prove
      *            is rejected as a whole: nothing passes to PRTTRAN.
      *            Otherwise every detail row gets the edits ITMMAINT
      *            and ITMPROC 1130-VALIDATE-ENTRY enforce (printable
      *            characters, reserved HDR/TRL code prefixes, no
      *            commas in code or description, numeric amount,
      *            valid status and category) plus the field lengths
      *            of the ITEMREC layout.  Rows that pass become
      *            transactions attributed to the partner (source
      *            system = partner ID, reference = its batch
      *            reference, operator = the row's operator or else
      *            the partner ID); rows that fail are listed with
      *            their reason on PRTREJ, which goes back to the
      *            partner.  PRTTRAN carries its own HDR/TRL control
      *            records (count and amount hash of the transactions
      *            written), which ITMMAINT balances when the job
      *            stream appends the file behind the day's ITEMTRAN.
      *            Return codes: 04 rows rejected, 08 file rejected,
      *            12 partner file not available.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRTINTK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS WS-PRINTABLE-CLASS IS " " THRU "~".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-FEED-FILE ASSIGN TO "PRTFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT PARTNER-MAP-FILE ASSIGN TO "PRTMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT CATEGORY-MASTER-FILE ASSIGN TO "CATMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATM-FILE-STATUS.

           SELECT PARTNER-TRAN-FILE ASSIGN TO "PRTTRAN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARTNER-REJECT-FILE ASSIGN TO "PRTREJ"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARTNER-FEED-FILE.
       01  PARTNER-FEED-RECORD         PIC X(200).

      *    One record per partner whose detail columns differ from
      *    the standard order: the number of columns its detail rows
      *    carry and the column holding each field, counting the row
      *    type as column 1.  Zero means the partner does not send
      *    that field.
       FD  PARTNER-MAP-FILE.
       01  PARTNER-MAP-RECORD.
           05  PM-PARTNER-ID           PIC X(08).
           05  PM-COLUMN-COUNT         PIC 9(02).
           05  PM-ACTION-COL           PIC 9(02).
           05  PM-CODE-COL             PIC 9(02).
           05  PM-DESC-COL             PIC 9(02).
           05  PM-STATUS-COL           PIC 9(02).
           05  PM-AMOUNT-COL           PIC 9(02).
           05  PM-EFF-DATE-COL         PIC 9(02).
           05  PM-CATEGORY-COL         PIC 9(02).
           05  PM-OPERATOR-COL         PIC 9(02).

       FD  CATEGORY-MASTER-FILE.
       01  CATEGORY-MASTER-RECORD.
           COPY CATREC REPLACING LEADING ==PFX-== BY ==CM-==.

      *    ITMMAINT transaction layout, framed by one HDR record
      *    first and one TRL record last.
       FD  PARTNER-TRAN-FILE.
       01  PARTNER-TRAN-RECORD.
           05  PT-ACTION               PIC X(01).
           05  PT-ITEM.
               COPY ITEMREC REPLACING LEADING ==PFX-== BY ==PT-==.
           05  PT-ATTRIBUTION.
               COPY TRANATTR REPLACING LEADING ==PFX-== BY ==PT-==.
           05  PT-TIMING-SW            PIC X(01).
       01  PARTNER-TRAN-HEADER-REC.
           05  PTH-RECORD-TYPE         PIC X(03).
           05  PTH-FILE-DATE           PIC 9(08).
           05  PTH-SOURCE-SYSTEM       PIC X(08).
           05  PTH-REFERENCE-NO        PIC X(12).
           05  FILLER                  PIC X(49).
       01  PARTNER-TRAN-TRAILER-REC.
           05  PTT-RECORD-TYPE         PIC X(03).
           05  PTT-RECORD-COUNT        PIC 9(09).
           05  PTT-AMOUNT-TOTAL        PIC 9(13)V99.
           05  FILLER                  PIC X(53).

       FD  PARTNER-REJECT-FILE.
       01  PARTNER-REJECT-LINE         PIC X(132).
       01  PARTNER-REJECT-DETAIL.
           05  PRJ-ROW-NUMBER          PIC Z(4)9.
           05  FILLER                  PIC X(01).
           05  PRJ-REASON              PIC X(30).
           05  FILLER                  PIC X(01).
           05  PRJ-ROW-TEXT            PIC X(95).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-FEED-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-FEED-EOF                  VALUE 'Y'.
           05  WS-FEED-READY-SW        PIC X(01) VALUE 'N'.
               88  WS-FEED-READY                VALUE 'Y'.
           05  WS-HEADER-SEEN-SW       PIC X(01) VALUE 'N'.
               88  WS-HEADER-SEEN               VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW      PIC X(01) VALUE 'N'.
               88  WS-TRAILER-SEEN              VALUE 'Y'.
           05  WS-AMT-VALID-SW         PIC X(01) VALUE 'N'.
               88  WS-AMT-VALID                 VALUE 'Y'.
               88  WS-AMT-INVALID               VALUE 'N'.
           05  WS-MAP-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-MAP-EOF                   VALUE 'Y'.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-FEED-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-FEED-FILE-OK              VALUE '00'.
           05  WS-MAP-FILE-STATUS      PIC X(02) VALUE '00'.
               88  WS-MAP-FILE-OK               VALUE '00'.

       01  WS-COUNTERS.
           05  WS-ROW-NUMBER           PIC 9(5) VALUE ZEROS.
           05  WS-DETAIL-ROW-COUNT     PIC 9(9) VALUE ZEROS.
           05  WS-ACCEPTED-COUNT       PIC 9(9) VALUE ZEROS.
           05  WS-REJECTED-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-COMMA-COUNT          PIC 9(3) VALUE ZEROS.

       01  WS-CONTROL-TOTALS.
           05  WS-DETAIL-AMOUNT-TOTAL  PIC 9(13)V99 VALUE ZEROS.
           05  WS-TRAN-AMOUNT-TOTAL    PIC 9(13)V99 VALUE ZEROS.
           05  WS-TRL-ROW-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-TRL-AMOUNT-TOTAL     PIC 9(13)V99 VALUE ZEROS.

      *    What the header row says about the file.  A file that
      *    fails the proof carries the first reason found here.
       01  WS-FILE-CONTROL.
           05  WS-DELIMITER            PIC X(01) VALUE SPACE.
           05  WS-HEADER-TAG           PIC X(02) VALUE 'H'.
           05  WS-TRAILER-TAG          PIC X(02) VALUE 'T'.
           05  WS-DETAIL-TAG           PIC X(02) VALUE 'D'.
           05  WS-PARTNER-ID           PIC X(08) VALUE SPACES.
           05  WS-FILE-DATE            PIC 9(08) VALUE ZEROS.
           05  WS-BATCH-REF            PIC X(12) VALUE SPACES.
           05  WS-FILE-REJECT-REASON   PIC X(30) VALUE SPACES.
               88  WS-FILE-ACCEPTED             VALUE SPACES.

      *    The detail column layout in force for this partner -
      *    standard unless PRTMAP describes it.
       01  WS-COLUMN-MAP.
           05  WS-MAP-COLUMN-COUNT     PIC 9(02) VALUE 9.
           05  WS-MAP-ACTION-COL       PIC 9(02) VALUE 2.
           05  WS-MAP-CODE-COL         PIC 9(02) VALUE 3.
           05  WS-MAP-DESC-COL         PIC 9(02) VALUE 4.
           05  WS-MAP-STATUS-COL       PIC 9(02) VALUE 5.
           05  WS-MAP-AMOUNT-COL       PIC 9(02) VALUE 6.
           05  WS-MAP-EFF-DATE-COL     PIC 9(02) VALUE 7.
           05  WS-MAP-CATEGORY-COL     PIC 9(02) VALUE 8.
           05  WS-MAP-OPERATOR-COL     PIC 9(02) VALUE 9.

       01  WS-PARTNER-MAP-AREA.
           05  WS-PMAP-COUNT           PIC 9(3) VALUE ZEROS.
           05  WS-PMAP-MAX-OCCURS      PIC 9(3) VALUE 50.
           05  WS-PMAP-TABLE OCCURS 50 TIMES
                       INDEXED BY WS-PMX.
               10  WS-PMAP-PARTNER-ID  PIC X(08).
               10  WS-PMAP-LAYOUT      PIC X(18).

      *    Category master codes, loaded as ITMPROC
      *    1020-LOAD-CATEGORY-MASTER does so the category edit stays
      *    in step with 1130.  When the file is absent the category
      *    edit is bypassed.
       01  WS-CATEGORY-AREA.
           05  WS-CAT-COUNT            PIC 9(3) VALUE ZEROS.
           05  WS-CAT-LOADED-SW        PIC X(01) VALUE 'N'.
               88  WS-CAT-LOADED                VALUE 'Y'.
           05  WS-CATM-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-CATM-FILE-OK              VALUE '00'.
           05  WS-CATM-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-CATM-EOF                  VALUE 'Y'.
           05  WS-CAT-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-CAT-FOUND                 VALUE 'Y'.
               88  WS-CAT-NOT-FOUND             VALUE 'N'.
           05  WS-LOOKUP-CATEGORY      PIC X(02).
           05  WS-CAT-TABLE OCCURS 999 TIMES
                       INDEXED BY WS-CATX.
               10  WS-CAT-ENTRY-CODE   PIC X(02).

      *    The current row split at its delimiter.  A column longer
      *    than its receiving field is still measured in full by
      *    WS-COL-LENGTH, so an over-long field is caught, not cut.
       01  WS-ROW-AREA.
           05  WS-ROW-LENGTH           PIC 9(3) VALUE ZEROS.
           05  WS-ROW-POINTER          PIC 9(3) VALUE ZEROS.
           05  WS-COL-COUNT            PIC 9(2) VALUE ZEROS.
           05  WS-COL-MAX-OCCURS       PIC 9(2) VALUE 20.
           05  WS-COL-NUMBER           PIC 9(2) VALUE ZEROS.
           05  WS-COL-TABLE OCCURS 20 TIMES.
               10  WS-COL-TEXT         PIC X(40).
               10  WS-COL-LENGTH       PIC 9(3).

      *    One detail row's fields, taken from their mapped columns.
       01  WS-ROW-FIELDS.
           05  WS-ROW-TYPE             PIC X(40).
           05  WS-ROW-TYPE-LENGTH      PIC 9(3).
           05  WS-ROW-ACTION           PIC X(40).
           05  WS-ROW-ACTION-LENGTH    PIC 9(3).
           05  WS-ROW-CODE             PIC X(40).
           05  WS-ROW-CODE-LENGTH      PIC 9(3).
           05  WS-ROW-DESC             PIC X(40).
           05  WS-ROW-DESC-LENGTH      PIC 9(3).
           05  WS-ROW-STATUS           PIC X(40).
           05  WS-ROW-STATUS-LENGTH    PIC 9(3).
           05  WS-ROW-AMOUNT           PIC X(40).
           05  WS-ROW-AMOUNT-LENGTH    PIC 9(3).
           05  WS-ROW-EFF-DATE         PIC X(40).
           05  WS-ROW-EFF-DATE-LENGTH  PIC 9(3).
           05  WS-ROW-CATEGORY         PIC X(40).
           05  WS-ROW-CATEGORY-LENGTH  PIC 9(3).
           05  WS-ROW-OPERATOR         PIC X(40).
           05  WS-ROW-OPERATOR-LENGTH  PIC 9(3).

      *    Decimal amount conversion: digits, at most one decimal
      *    point, at most two decimal places.
       01  WS-AMOUNT-CONVERSION.
           05  WS-AMT-TEXT             PIC X(40).
           05  WS-AMT-LENGTH           PIC 9(3) VALUE ZEROS.
           05  WS-AMT-POINT-COUNT      PIC 9(3) VALUE ZEROS.
           05  WS-AMT-WHOLE-TEXT       PIC X(40).
           05  WS-AMT-WHOLE-LENGTH     PIC 9(3) VALUE ZEROS.
           05  WS-AMT-FRAC-TEXT        PIC X(40).
           05  WS-AMT-FRAC-LENGTH      PIC 9(3) VALUE ZEROS.
           05  WS-AMT-WHOLE            PIC 9(13) VALUE ZEROS.
           05  WS-AMT-CENTS-TEXT       PIC X(02) VALUE '00'.
           05  WS-AMT-CENTS REDEFINES WS-AMT-CENTS-TEXT
                                       PIC 9(02).
           05  WS-AMT-VALUE            PIC 9(13)V99 VALUE ZEROS.
           05  WS-AMT-ITEM-LIMIT       PIC 9(13)V99 VALUE 9999999.99.

       01  WS-VALIDATION-CONTROL.
           05  WS-REJECT-REASON        PIC X(30).
           05  WS-SANITIZE-IDX         PIC 9(3) VALUE ZEROS.
           05  WS-SANITIZE-CHAR        PIC X(01).
           05  WS-DATE-CHECK           PIC X(08).
           05  WS-DATE-CHECK-N REDEFINES WS-DATE-CHECK
                                       PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-FEED-READY
               PERFORM 2000-PROVE-PARTNER-FILE
           END-IF
           PERFORM 3000-OPEN-OUTPUTS
           IF WS-FILE-ACCEPTED
               PERFORM 4000-CONVERT-DETAIL-ROWS
           END-IF
           PERFORM 5000-CLOSE-OUTPUTS
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-LOAD-CATEGORY-MASTER
           PERFORM 1060-LOAD-PARTNER-MAPS
           OPEN INPUT PARTNER-FEED-FILE
           IF WS-FEED-FILE-OK
               SET WS-FEED-READY TO TRUE
           ELSE
               DISPLAY 'PRTINTK: PARTNER FILE NOT AVAILABLE - OPEN '
                   'STATUS ' WS-FEED-FILE-STATUS UPON CONSOLE
               MOVE 'PARTNER FILE NOT RECEIVED'
                   TO WS-FILE-REJECT-REASON
               MOVE 12 TO RETURN-CODE
           END-IF.

       1050-LOAD-CATEGORY-MASTER.
           OPEN INPUT CATEGORY-MASTER-FILE
           IF WS-CATM-FILE-OK
               SET WS-CAT-LOADED TO TRUE
               PERFORM UNTIL WS-CATM-EOF
                          OR WS-CAT-COUNT >= 999
                   READ CATEGORY-MASTER-FILE
                       AT END
                           SET WS-CATM-EOF TO TRUE
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
           END-IF.

       1060-LOAD-PARTNER-MAPS.
      *    No PRTMAP means every partner sends the standard layout.
      *    A map naming a column beyond its own column count, or
      *    with no item code or action column, is not used.
           OPEN INPUT PARTNER-MAP-FILE
           IF WS-MAP-FILE-OK
               PERFORM UNTIL WS-MAP-EOF
                   READ PARTNER-MAP-FILE
                       AT END
                           SET WS-MAP-EOF TO TRUE
                       NOT AT END
                           PERFORM 1070-LOAD-ONE-PARTNER-MAP
                   END-READ
               END-PERFORM
               CLOSE PARTNER-MAP-FILE
           END-IF.

       1070-LOAD-ONE-PARTNER-MAP.
           IF PM-PARTNER-ID = SPACES
            OR PARTNER-MAP-RECORD (9:18) IS NOT NUMERIC
            OR PM-COLUMN-COUNT > WS-COL-MAX-OCCURS
            OR PM-ACTION-COL = ZEROS
            OR PM-CODE-COL = ZEROS
            OR PM-ACTION-COL > PM-COLUMN-COUNT
            OR PM-CODE-COL > PM-COLUMN-COUNT
            OR PM-DESC-COL > PM-COLUMN-COUNT
            OR PM-STATUS-COL > PM-COLUMN-COUNT
            OR PM-AMOUNT-COL > PM-COLUMN-COUNT
            OR PM-EFF-DATE-COL > PM-COLUMN-COUNT
            OR PM-CATEGORY-COL > PM-COLUMN-COUNT
            OR PM-OPERATOR-COL > PM-COLUMN-COUNT
               DISPLAY 'PRTINTK: PRTMAP ENTRY FOR ' PM-PARTNER-ID
                   ' IS NOT USABLE - IGNORED' UPON CONSOLE
           ELSE
               IF WS-PMAP-COUNT < WS-PMAP-MAX-OCCURS
                   ADD 1 TO WS-PMAP-COUNT
                   SET WS-PMX TO WS-PMAP-COUNT
                   MOVE PM-PARTNER-ID TO WS-PMAP-PARTNER-ID (WS-PMX)
                   MOVE PARTNER-MAP-RECORD (9:18)
                       TO WS-PMAP-LAYOUT (WS-PMX)
               END-IF
           END-IF.

       2000-PROVE-PARTNER-FILE.
      *    First pass: the file must prove against its own header and
      *    trailer before any row of it is converted, so a truncated
      *    or doubled file is sent back whole rather than half-loaded.
      *    The trailer amount total is the sum of the amount column
      *    over every detail row, as the partner sent it.
           PERFORM UNTIL WS-FEED-EOF
               READ PARTNER-FEED-FILE
                   AT END
                       SET WS-FEED-EOF TO TRUE
                   NOT AT END
                       IF PARTNER-FEED-RECORD NOT = SPACES
                           PERFORM 2100-EXAMINE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTNER-FEED-FILE
           IF WS-FILE-ACCEPTED
               EVALUATE TRUE
                   WHEN NOT WS-HEADER-SEEN
                       MOVE 'NO HEADER ROW' TO WS-FILE-REJECT-REASON
                   WHEN NOT WS-TRAILER-SEEN
                       MOVE 'NO TRAILER ROW' TO WS-FILE-REJECT-REASON
                   WHEN WS-TRL-ROW-COUNT NOT = WS-DETAIL-ROW-COUNT
                       MOVE 'TRAILER ROW COUNT WRONG'
                           TO WS-FILE-REJECT-REASON
                   WHEN WS-TRL-AMOUNT-TOTAL NOT = WS-DETAIL-AMOUNT-TOTAL
                       MOVE 'TRAILER AMOUNT TOTAL WRONG'
                           TO WS-FILE-REJECT-REASON
               END-EVALUATE
           END-IF.

       2100-EXAMINE-ROW.
           EVALUATE TRUE
               WHEN NOT WS-FILE-ACCEPTED
                   CONTINUE
               WHEN NOT WS-HEADER-SEEN
                   IF PARTNER-FEED-RECORD (1:1) = 'H'
                       PERFORM 2110-EXAMINE-HEADER-ROW
                   ELSE
                       MOVE 'FIRST ROW IS NOT THE HEADER'
                           TO WS-FILE-REJECT-REASON
                   END-IF
               WHEN WS-TRAILER-SEEN
                   MOVE 'ROWS AFTER THE TRAILER'
                       TO WS-FILE-REJECT-REASON
               WHEN PARTNER-FEED-RECORD (1:2) = WS-HEADER-TAG
                   MOVE 'MORE THAN ONE HEADER ROW'
                       TO WS-FILE-REJECT-REASON
               WHEN PARTNER-FEED-RECORD (1:2) = WS-TRAILER-TAG
                   PERFORM 2120-EXAMINE-TRAILER-ROW
               WHEN PARTNER-FEED-RECORD (1:2) = WS-DETAIL-TAG
                   ADD 1 TO WS-DETAIL-ROW-COUNT
                   PERFORM 2500-SPLIT-ROW
                   MOVE WS-MAP-AMOUNT-COL TO WS-COL-NUMBER
                   PERFORM 2520-FETCH-COLUMN
                   IF WS-COL-NUMBER > ZEROS
                       PERFORM 2600-CONVERT-AMOUNT
                       IF WS-AMT-VALID
                           ADD WS-AMT-VALUE TO WS-DETAIL-AMOUNT-TOTAL
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2110-EXAMINE-HEADER-ROW.
      *    The byte after the H names the file's delimiter.
           SET WS-HEADER-SEEN TO TRUE
           MOVE PARTNER-FEED-RECORD (2:1) TO WS-DELIMITER
           MOVE WS-DELIMITER TO WS-HEADER-TAG (2:1)
           MOVE WS-DELIMITER TO WS-TRAILER-TAG (2:1)
           MOVE WS-DELIMITER TO WS-DETAIL-TAG (2:1)
           IF WS-DELIMITER NOT = ',' AND WS-DELIMITER NOT = '|'
               MOVE 'HEADER DELIMITER NOT , OR |'
                   TO WS-FILE-REJECT-REASON
           ELSE
               PERFORM 2500-SPLIT-ROW
               MOVE WS-COL-TEXT (3) (1:8) TO WS-DATE-CHECK
               EVALUATE TRUE
                   WHEN WS-COL-COUNT NOT = 4
                       MOVE 'HEADER ROW NOT 4 COLUMNS'
                           TO WS-FILE-REJECT-REASON
                   WHEN WS-COL-TEXT (2) = SPACES
                    OR WS-COL-LENGTH (2) > 8
                       MOVE 'HEADER PARTNER ID INVALID'
                           TO WS-FILE-REJECT-REASON
                   WHEN WS-COL-LENGTH (3) NOT = 8
                    OR WS-DATE-CHECK IS NOT NUMERIC
                       MOVE 'HEADER FILE DATE INVALID'
                           TO WS-FILE-REJECT-REASON
                   WHEN WS-COL-LENGTH (4) > 12
                       MOVE 'HEADER BATCH REFERENCE TOO LONG'
                           TO WS-FILE-REJECT-REASON
                   WHEN OTHER
                       MOVE WS-COL-TEXT (2) TO WS-PARTNER-ID
                       MOVE WS-DATE-CHECK-N TO WS-FILE-DATE
                       MOVE WS-COL-TEXT (4) TO WS-BATCH-REF
                       PERFORM 2130-SELECT-COLUMN-MAP
               END-EVALUATE
           END-IF.

       2120-EXAMINE-TRAILER-ROW.
           SET WS-TRAILER-SEEN TO TRUE
           PERFORM 2500-SPLIT-ROW
           IF WS-COL-COUNT NOT = 3
               MOVE 'TRAILER ROW NOT 3 COLUMNS'
                   TO WS-FILE-REJECT-REASON
           ELSE
               IF WS-COL-LENGTH (2) = ZEROS
                OR WS-COL-LENGTH (2) > 9
                OR WS-COL-TEXT (2) (1:WS-COL-LENGTH (2)) IS NOT NUMERIC
                   MOVE 'TRAILER ROW COUNT INVALID'
                       TO WS-FILE-REJECT-REASON
               ELSE
                   MOVE ZEROS TO WS-TRL-ROW-COUNT
                   MOVE WS-COL-TEXT (2) (1:WS-COL-LENGTH (2))
                       TO WS-TRL-ROW-COUNT
                   MOVE WS-COL-TEXT (3) TO WS-AMT-TEXT
                   MOVE WS-COL-LENGTH (3) TO WS-AMT-LENGTH
                   PERFORM 2600-CONVERT-AMOUNT
                   IF WS-AMT-VALID
                       MOVE WS-AMT-VALUE TO WS-TRL-AMOUNT-TOTAL
                   ELSE
                       MOVE 'TRAILER AMOUNT TOTAL INVALID'
                           TO WS-FILE-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       2130-SELECT-COLUMN-MAP.
           SET WS-PMX TO 1
           SEARCH WS-PMAP-TABLE
               AT END
                   CONTINUE
               WHEN WS-PMX > WS-PMAP-COUNT
                   CONTINUE
               WHEN WS-PMAP-PARTNER-ID (WS-PMX) = WS-PARTNER-ID
                   MOVE WS-PMAP-LAYOUT (WS-PMX) TO WS-COLUMN-MAP
                   DISPLAY 'PRTINTK: PARTNER ' WS-PARTNER-ID
                       ' COLUMNS TAKEN FROM PRTMAP' UPON CONSOLE
           END-SEARCH.

       2500-SPLIT-ROW.
      *    Splits PARTNER-FEED-RECORD at WS-DELIMITER into
      *    WS-COL-TABLE.  A row ending in the delimiter has an empty
      *    last column.  Anything beyond the table is counted but
      *    not kept, so the column count still shows it.
           MOVE ZEROS TO WS-COL-COUNT
           PERFORM VARYING WS-COL-NUMBER FROM 1 BY 1
                   UNTIL WS-COL-NUMBER > WS-COL-MAX-OCCURS
               MOVE SPACES TO WS-COL-TEXT (WS-COL-NUMBER)
               MOVE ZEROS TO WS-COL-LENGTH (WS-COL-NUMBER)
           END-PERFORM
           PERFORM VARYING WS-ROW-LENGTH FROM LENGTH OF
                   PARTNER-FEED-RECORD BY -1
                   UNTIL WS-ROW-LENGTH = ZEROS
                      OR PARTNER-FEED-RECORD (WS-ROW-LENGTH:1)
                         NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE 1 TO WS-ROW-POINTER
           PERFORM UNTIL WS-ROW-POINTER > WS-ROW-LENGTH
               PERFORM 2510-SPLIT-ONE-COLUMN
           END-PERFORM
           IF WS-ROW-LENGTH > ZEROS
            AND PARTNER-FEED-RECORD (WS-ROW-LENGTH:1) = WS-DELIMITER
               ADD 1 TO WS-COL-COUNT
           END-IF.

       2510-SPLIT-ONE-COLUMN.
           IF WS-COL-COUNT < WS-COL-MAX-OCCURS
               ADD 1 TO WS-COL-COUNT
               UNSTRING PARTNER-FEED-RECORD (1:WS-ROW-LENGTH)
                   DELIMITED BY WS-DELIMITER
                   INTO WS-COL-TEXT (WS-COL-COUNT)
                       COUNT IN WS-COL-LENGTH (WS-COL-COUNT)
                   WITH POINTER WS-ROW-POINTER
               END-UNSTRING
           ELSE
               MOVE 99 TO WS-COL-COUNT
               COMPUTE WS-ROW-POINTER = WS-ROW-LENGTH + 1
           END-IF.

       2520-FETCH-COLUMN.
      *    Returns column WS-COL-NUMBER of the split row in
      *    WS-AMT-TEXT / WS-AMT-LENGTH; an unmapped column (zero)
      *    comes back blank with length zero.
           IF WS-COL-NUMBER > ZEROS
            AND WS-COL-NUMBER NOT > WS-COL-MAX-OCCURS
               MOVE WS-COL-TEXT (WS-COL-NUMBER) TO WS-AMT-TEXT
               MOVE WS-COL-LENGTH (WS-COL-NUMBER) TO WS-AMT-LENGTH
           ELSE
               MOVE SPACES TO WS-AMT-TEXT
               MOVE ZEROS TO WS-AMT-LENGTH
           END-IF.

       2600-CONVERT-AMOUNT.
      *    WS-AMT-TEXT (1:WS-AMT-LENGTH) to WS-AMT-VALUE.  Anything
      *    but digits with at most one point and two decimals - a
      *    sign, a thousands separator, a blank - is invalid.
           SET WS-AMT-INVALID TO TRUE
           MOVE ZEROS TO WS-AMT-VALUE
           MOVE ZEROS TO WS-AMT-POINT-COUNT
           IF WS-AMT-LENGTH > ZEROS
            AND WS-AMT-LENGTH NOT > LENGTH OF WS-AMT-TEXT
               INSPECT WS-AMT-TEXT (1:WS-AMT-LENGTH)
                   TALLYING WS-AMT-POINT-COUNT FOR ALL '.'
           END-IF
           IF WS-AMT-LENGTH > ZEROS
            AND WS-AMT-LENGTH NOT > LENGTH OF WS-AMT-TEXT
            AND WS-AMT-POINT-COUNT NOT > 1
               MOVE SPACES TO WS-AMT-WHOLE-TEXT
               MOVE SPACES TO WS-AMT-FRAC-TEXT
               MOVE ZEROS TO WS-AMT-WHOLE-LENGTH
               MOVE ZEROS TO WS-AMT-FRAC-LENGTH
               UNSTRING WS-AMT-TEXT (1:WS-AMT-LENGTH)
                   DELIMITED BY '.'
                   INTO WS-AMT-WHOLE-TEXT
                           COUNT IN WS-AMT-WHOLE-LENGTH
                        WS-AMT-FRAC-TEXT
                           COUNT IN WS-AMT-FRAC-LENGTH
               END-UNSTRING
               IF WS-AMT-WHOLE-LENGTH > ZEROS
                AND WS-AMT-WHOLE-LENGTH NOT > 13
                AND WS-AMT-FRAC-LENGTH NOT > 2
                AND WS-AMT-WHOLE-TEXT (1:WS-AMT-WHOLE-LENGTH)
                    IS NUMERIC
                   MOVE '00' TO WS-AMT-CENTS-TEXT
                   IF WS-AMT-FRAC-LENGTH > ZEROS
                       MOVE WS-AMT-FRAC-TEXT (1:WS-AMT-FRAC-LENGTH)
                           TO WS-AMT-CENTS-TEXT (1:WS-AMT-FRAC-LENGTH)
                   END-IF
                   IF WS-AMT-CENTS-TEXT IS NUMERIC
                       MOVE ZEROS TO WS-AMT-WHOLE
                       MOVE WS-AMT-WHOLE-TEXT (1:WS-AMT-WHOLE-LENGTH)
                           TO WS-AMT-WHOLE
                       COMPUTE WS-AMT-VALUE = WS-AMT-WHOLE
                                            + WS-AMT-CENTS / 100
                       SET WS-AMT-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       3000-OPEN-OUTPUTS.
      *    PRTTRAN is always written, framed, even for a rejected
      *    or missing file - an empty batch appended behind ITEMTRAN
      *    is harmless where last night's would not be.
           OPEN OUTPUT PARTNER-TRAN-FILE
           MOVE SPACES TO PARTNER-TRAN-HEADER-REC
           MOVE 'HDR' TO PTH-RECORD-TYPE
           MOVE WS-FILE-DATE TO PTH-FILE-DATE
           MOVE WS-PARTNER-ID TO PTH-SOURCE-SYSTEM
           MOVE WS-BATCH-REF TO PTH-REFERENCE-NO
           WRITE PARTNER-TRAN-HEADER-REC
           OPEN OUTPUT PARTNER-REJECT-FILE
           MOVE SPACES TO PARTNER-REJECT-LINE
           STRING 'PARTNER FILE REJECTS - PARTNER ' WS-PARTNER-ID
               ' FILE DATE ' WS-FILE-DATE ' BATCH ' WS-BATCH-REF
               DELIMITED BY SIZE INTO PARTNER-REJECT-LINE
           END-STRING
           WRITE PARTNER-REJECT-LINE
           MOVE SPACES TO PARTNER-REJECT-LINE
           WRITE PARTNER-REJECT-LINE
           IF WS-FILE-ACCEPTED
               MOVE 'ROW   REASON                         ROW AS SENT'
                   TO PARTNER-REJECT-LINE
               WRITE PARTNER-REJECT-LINE
           ELSE
               STRING 'FILE REJECTED - ' DELIMITED BY SIZE
                   WS-FILE-REJECT-REASON DELIMITED BY '  '
                   ' - NO ROWS TAKEN, PLEASE CORRECT AND RESEND'
                   DELIMITED BY SIZE INTO PARTNER-REJECT-LINE
               END-STRING
               WRITE PARTNER-REJECT-LINE
               DISPLAY 'PRTINTK: PARTNER ' WS-PARTNER-ID
                   ' FILE REJECTED - ' WS-FILE-REJECT-REASON
                   UPON CONSOLE
               IF RETURN-CODE < 08
                   MOVE 08 TO RETURN-CODE
               END-IF
           END-IF.

       4000-CONVERT-DETAIL-ROWS.
      *    Second pass over the proved file.  Header and trailer
      *    rows have done their work; every other non-blank row is
      *    converted or rejected.
           MOVE 'N' TO WS-FEED-EOF-SW
           MOVE ZEROS TO WS-ROW-NUMBER
           OPEN INPUT PARTNER-FEED-FILE
           PERFORM UNTIL WS-FEED-EOF
               READ PARTNER-FEED-FILE
                   AT END
                       SET WS-FEED-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROW-NUMBER
                       IF PARTNER-FEED-RECORD NOT = SPACES
                        AND PARTNER-FEED-RECORD (1:2)
                            NOT = WS-HEADER-TAG
                        AND PARTNER-FEED-RECORD (1:2)
                            NOT = WS-TRAILER-TAG
                           PERFORM 4100-CONVERT-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTNER-FEED-FILE.

       4100-CONVERT-ONE-ROW.
           PERFORM 2500-SPLIT-ROW
           PERFORM 4110-TAKE-ROW-FIELDS
           PERFORM 4200-EDIT-ROW
           IF WS-REJECT-REASON = SPACES
               PERFORM 4300-WRITE-TRANSACTION
           ELSE
               PERFORM 4400-WRITE-REJECT-LINE
           END-IF.

       4110-TAKE-ROW-FIELDS.
           MOVE 1 TO WS-COL-NUMBER
           PERFORM 2520-FETCH-COLUMN
           MOVE WS-AMT-TEXT TO WS-ROW-TYPE
           MOVE WS-AMT-LENGTH TO WS-ROW-TYPE-LENGTH
           MOVE WS-MAP-ACTION-COL TO WS-COL-NUMBER
           PERFORM 2520-FETCH-COLUMN
           MOVE WS-AMT-TEXT TO WS-ROW-ACTION
           MOVE WS-AMT-LENGTH TO WS-ROW-ACTION-LENGTH
           MOVE WS-MAP-CODE-COL TO WS-COL-NUMBER
           PERFORM 2520-FETCH-COLUMN
           MOVE WS-AMT-TEXT TO WS-ROW-CODE
           MOVE WS-AMT-LENGTH TO WS-ROW-CODE-LENGTH
           MOVE WS-MAP-DESC-COL TO WS-COL-NUMBER
           PERFORM 2520-FETCH-COLUMN
           MOVE WS-AMT-TEXT TO WS-ROW-DESC
           MOVE WS-AMT-LENGTH TO WS-ROW-DESC-LENGTH
           MOVE WS-MAP-STATUS-COL TO WS-COL-NUMBER
           PERFORM 2520-FETCH-COLUMN
           MOVE WS-AMT-TEXT TO WS-ROW-STATUS
           MOVE WS-AMT-LENGTH TO WS-ROW-STATUS-LENGTH
           MOVE WS-MAP-EFF-DATE-COL TO WS-COL-NUMBER
           PERFORM 2520-FETCH-COLUMN
           MOVE WS-AMT-TEXT TO WS-ROW-EFF-DATE
           MOVE WS-AMT-LENGTH TO WS-ROW-EFF-DATE-LENGTH
           MOVE WS-MAP-CATEGORY-COL TO WS-COL-NUMBER
           PERFORM 2520-FETCH-COLUMN
           MOVE WS-AMT-TEXT TO WS-ROW-CATEGORY
           MOVE WS-AMT-LENGTH TO WS-ROW-CATEGORY-LENGTH
           MOVE WS-MAP-OPERATOR-COL TO WS-COL-NUMBER
           PERFORM 2520-FETCH-COLUMN
           MOVE WS-AMT-TEXT TO WS-ROW-OPERATOR
           MOVE WS-AMT-LENGTH TO WS-ROW-OPERATOR-LENGTH
           MOVE WS-MAP-AMOUNT-COL TO WS-COL-NUMBER
           PERFORM 2520-FETCH-COLUMN
           MOVE WS-AMT-TEXT TO WS-ROW-AMOUNT
           MOVE WS-AMT-LENGTH TO WS-ROW-AMOUNT-LENGTH.

       4200-EDIT-ROW.
      *    The first failing edit is the reason the partner sees.
      *    The printable-character screen runs early for the same
      *    reason as ITMPROC 1130: a control byte would abend the
      *    LINE SEQUENTIAL writes downstream.  A delete needs only
      *    its item code; the item fields are edited for adds and
      *    changes, which replace the whole image.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN WS-ROW-TYPE NOT = 'D'
                   MOVE 'INVALID ROW TYPE' TO WS-REJECT-REASON
               WHEN WS-COL-COUNT NOT = WS-MAP-COLUMN-COUNT
                   MOVE 'WRONG NUMBER OF COLUMNS' TO WS-REJECT-REASON
               WHEN PARTNER-FEED-RECORD IS NOT WS-PRINTABLE-CLASS
                   MOVE 'DISALLOWED CHARACTER IN RECORD'
                       TO WS-REJECT-REASON
               WHEN WS-ROW-ACTION-LENGTH NOT = 1
                OR (WS-ROW-ACTION NOT = 'A'
                    AND WS-ROW-ACTION NOT = 'C'
                    AND WS-ROW-ACTION NOT = 'D')
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               WHEN WS-ROW-CODE = SPACES
                   MOVE 'MISSING ITEM CODE' TO WS-REJECT-REASON
               WHEN WS-ROW-CODE-LENGTH > 10
                   MOVE 'ITEM CODE TOO LONG' TO WS-REJECT-REASON
      *        Codes beginning 'HDR' or 'TRL' are reserved for the
      *        ITEMMAST control records (see ITEMREC copybook).
               WHEN WS-ROW-CODE (1:3) = 'HDR'
                OR WS-ROW-CODE (1:3) = 'TRL'
                   MOVE 'RESERVED CODE PREFIX' TO WS-REJECT-REASON
               WHEN WS-ROW-OPERATOR-LENGTH > 8
                   MOVE 'OPERATOR ID TOO LONG' TO WS-REJECT-REASON
               WHEN WS-ROW-ACTION = 'D'
                   CONTINUE
               WHEN OTHER
                   PERFORM 4210-EDIT-ITEM-FIELDS
           END-EVALUATE.

       4210-EDIT-ITEM-FIELDS.
      *    A comma is printable but is the EXTRACT/CSV delimiter -
      *    rejected in code and description, as ITMPROC 1130 does.
           MOVE ZEROS TO WS-COMMA-COUNT
           INSPECT WS-ROW-CODE TALLYING WS-COMMA-COUNT FOR ALL ','
           INSPECT WS-ROW-DESC TALLYING WS-COMMA-COUNT FOR ALL ','
           MOVE WS-ROW-AMOUNT TO WS-AMT-TEXT
           MOVE WS-ROW-AMOUNT-LENGTH TO WS-AMT-LENGTH
           PERFORM 2600-CONVERT-AMOUNT
           MOVE WS-ROW-EFF-DATE (1:8) TO WS-DATE-CHECK
           EVALUATE TRUE
               WHEN WS-COMMA-COUNT > 0
                   MOVE 'COMMA NOT ALLOWED IN FIELD'
                       TO WS-REJECT-REASON
               WHEN WS-ROW-DESC-LENGTH > 20
                   MOVE 'DESCRIPTION TOO LONG' TO WS-REJECT-REASON
               WHEN WS-AMT-INVALID
                   MOVE 'NON-NUMERIC AMOUNT' TO WS-REJECT-REASON
               WHEN WS-AMT-VALUE > WS-AMT-ITEM-LIMIT
                   MOVE 'AMOUNT TOO LARGE' TO WS-REJECT-REASON
               WHEN WS-ROW-STATUS-LENGTH > 1
                OR (WS-ROW-STATUS NOT = 'A'
                    AND WS-ROW-STATUS NOT = 'I'
                    AND WS-ROW-STATUS NOT = 'P'
                    AND WS-ROW-STATUS NOT = SPACE)
                   MOVE 'INVALID STATUS FLAG' TO WS-REJECT-REASON
      *        Blank means no lifecycle date, as on ITEMREC.
               WHEN WS-ROW-EFF-DATE NOT = SPACES
                AND (WS-ROW-EFF-DATE-LENGTH NOT = 8
                     OR WS-DATE-CHECK IS NOT NUMERIC)
                   MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
               WHEN WS-ROW-CATEGORY-LENGTH > 2
                   MOVE 'CATEGORY NOT ON MASTER' TO WS-REJECT-REASON
               WHEN OTHER
      *            Spaces means uncategorized and is allowed; a
      *            non-blank category must be on the category
      *            master.  Bypassed when none was loaded.
                   IF WS-CAT-LOADED
                    AND WS-ROW-CATEGORY NOT = SPACES
                       MOVE WS-ROW-CATEGORY (1:2)
                           TO WS-LOOKUP-CATEGORY
                       PERFORM 4220-LOCATE-CATEGORY-CODE
                       IF WS-CAT-NOT-FOUND
                           MOVE 'CATEGORY NOT ON MASTER'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-EVALUATE.

       4220-LOCATE-CATEGORY-CODE.
           SET WS-CAT-NOT-FOUND TO TRUE
           SET WS-CATX TO 1
           PERFORM UNTIL WS-CAT-FOUND
                      OR WS-CATX > WS-CAT-COUNT
               IF WS-CAT-ENTRY-CODE (WS-CATX) = WS-LOOKUP-CATEGORY
                   SET WS-CAT-FOUND TO TRUE
               ELSE
                   SET WS-CATX UP BY 1
               END-IF
           END-PERFORM.

       4300-WRITE-TRANSACTION.
      *    The partner is the source system and its batch reference
      *    (or, without one, its file date) the reference, so every
      *    change the file makes is traceable back to it in CHGHIST.
           MOVE SPACES TO PARTNER-TRAN-RECORD
           MOVE WS-ROW-ACTION TO PT-ACTION
           MOVE WS-ROW-CODE TO PT-ITEM-CODE
           IF WS-ROW-ACTION NOT = 'D'
               MOVE WS-ROW-DESC TO PT-ITEM-DESC
               MOVE WS-ROW-STATUS TO PT-ITEM-STATUS
               MOVE WS-AMT-VALUE TO PT-ITEM-AMOUNT
               IF WS-ROW-EFF-DATE NOT = SPACES
                   MOVE WS-DATE-CHECK-N TO PT-ITEM-EFF-DATE
               END-IF
               MOVE WS-ROW-CATEGORY TO PT-ITEM-CATEGORY
               ADD WS-AMT-VALUE TO WS-TRAN-AMOUNT-TOTAL
           END-IF
           IF WS-ROW-OPERATOR NOT = SPACES
               MOVE WS-ROW-OPERATOR TO PT-OPERATOR-ID
           ELSE
               MOVE WS-PARTNER-ID TO PT-OPERATOR-ID
           END-IF
           MOVE WS-PARTNER-ID TO PT-SOURCE-SYSTEM
           IF WS-BATCH-REF NOT = SPACES
               MOVE WS-BATCH-REF TO PT-REFERENCE-NO
           ELSE
               MOVE WS-FILE-DATE TO PT-REFERENCE-NO
           END-IF
           WRITE PARTNER-TRAN-RECORD
           ADD 1 TO WS-ACCEPTED-COUNT.

       4400-WRITE-REJECT-LINE.
      *    The row goes back as sent, less any unprintable byte -
      *    PRTREJ is LINE SEQUENTIAL too.
           MOVE SPACES TO PARTNER-REJECT-DETAIL
           MOVE WS-ROW-NUMBER TO PRJ-ROW-NUMBER
           MOVE WS-REJECT-REASON TO PRJ-REASON
           MOVE PARTNER-FEED-RECORD TO PRJ-ROW-TEXT
           PERFORM VARYING WS-SANITIZE-IDX FROM 1 BY 1
                   UNTIL WS-SANITIZE-IDX > LENGTH OF PRJ-ROW-TEXT
               MOVE PRJ-ROW-TEXT (WS-SANITIZE-IDX:1)
                   TO WS-SANITIZE-CHAR
               IF WS-SANITIZE-CHAR IS NOT WS-PRINTABLE-CLASS
                   MOVE SPACE TO PRJ-ROW-TEXT (WS-SANITIZE-IDX:1)
               END-IF
           END-PERFORM
           WRITE PARTNER-REJECT-DETAIL
           ADD 1 TO WS-REJECTED-COUNT.

       5000-CLOSE-OUTPUTS.
           MOVE SPACES TO PARTNER-TRAN-TRAILER-REC
           MOVE 'TRL' TO PTT-RECORD-TYPE
           MOVE WS-ACCEPTED-COUNT TO PTT-RECORD-COUNT
           MOVE WS-TRAN-AMOUNT-TOTAL TO PTT-AMOUNT-TOTAL
           WRITE PARTNER-TRAN-TRAILER-REC
           CLOSE PARTNER-TRAN-FILE
           IF WS-FILE-ACCEPTED
               MOVE SPACES TO PARTNER-REJECT-LINE
               WRITE PARTNER-REJECT-LINE
               STRING 'DETAIL ROWS ' WS-DETAIL-ROW-COUNT
                   '  ACCEPTED ' WS-ACCEPTED-COUNT
                   '  REJECTED ' WS-REJECTED-COUNT
                   DELIMITED BY SIZE INTO PARTNER-REJECT-LINE
               END-STRING
               WRITE PARTNER-REJECT-LINE
               IF WS-REJECTED-COUNT > ZEROS
                   MOVE 04 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE PARTNER-REJECT-FILE.

       9000-TERMINATE.
           DISPLAY 'PRTINTK INTAKE TOTALS' UPON CONSOLE
           DISPLAY '  PARTNER             : ' WS-PARTNER-ID
               UPON CONSOLE
           DISPLAY '  FILE DATE           : ' WS-FILE-DATE
               UPON CONSOLE
           DISPLAY '  DETAIL ROWS         : ' WS-DETAIL-ROW-COUNT
               UPON CONSOLE
           DISPLAY '  TRANSACTIONS WRITTEN: ' WS-ACCEPTED-COUNT
               UPON CONSOLE
           DISPLAY '  ROWS REJECTED       : ' WS-REJECTED-COUNT
               UPON CONSOLE
           DISPLAY '  AMOUNT TOTAL WRITTEN: ' WS-TRAN-AMOUNT-TOTAL
               UPON CONSOLE.
