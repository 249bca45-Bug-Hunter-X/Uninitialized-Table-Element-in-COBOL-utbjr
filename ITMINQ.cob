      *            record from the INQREQST request file.  Each code
      *            is read directly by key and the full item record is
      *            displayed, along with whether the item currently
      *            sits in the suspense file.  An item no longer on
      *            the master that ITMRETIR retired is answered from
      *            the retired-item archive (RETHIST) with the date
      *            it was retired.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMINQ.
               RECORD KEY IS KM-ITEM-CODE
               FILE STATUS IS WS-KSDS-FILE-STATUS.

           SELECT RETIRED-ARCHIVE-FILE ASSIGN TO "RETHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RA-RET-ITEM-CODE
               FILE STATUS IS WS-RETH-FILE-STATUS.

           SELECT REQUEST-FILE ASSIGN TO "INQREQST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.
       01  KEYED-MASTER-RECORD.
           COPY ITEMREC REPLACING LEADING ==PFX-== BY ==KM-==.

       FD  RETIRED-ARCHIVE-FILE.
       01  RETIRED-ARCHIVE-RECORD.
           COPY RETAREC REPLACING LEADING ==PFX-== BY ==RA-==.

       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  REQ-ITEM-CODE            PIC X(10).

       FD  PRIOR-SUSPENSE-FILE.
      *    Carried-forward suspense from SUSPRECY, same 96-byte
      *    layout; only the item code is needed here.  The
      *    generation stamp record heading the file is skipped.
       01  PRIOR-SUSPENSE-RECORD.
           05  FILLER                   PIC X(06).
           05  PSUSP-ITEM-CODE          PIC X(10).
               88  WS-PREV-EOF                  VALUE 'Y'.
           05  WS-IN-SUSPENSE-SW        PIC X(01) VALUE 'N'.
               88  WS-IN-SUSPENSE               VALUE 'Y'.
           05  WS-RETH-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-RETH-OPEN                 VALUE 'Y'.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-KSDS-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-SUSP-FILE-OK              VALUE '00'.
           05  WS-PREV-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-PREV-FILE-OK              VALUE '00'.
           05  WS-RETH-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WS-RETH-FILE-OK              VALUE '00'.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMOUNT-EDITED         PIC Z(6)9.99.
                   'OPEN STATUS ' WS-KSDS-FILE-STATUS UPON CONSOLE
               MOVE 12 TO RETURN-CODE
           END-IF
      *    No archive means nothing has been retired yet.
           OPEN INPUT RETIRED-ARCHIVE-FILE
           IF WS-RETH-FILE-OK
               SET WS-RETH-OPEN TO TRUE
           END-IF
           PERFORM 1100-LOAD-SUSPENSE-CODES.

       1100-LOAD-SUSPENSE-CODES.
                       AT END
                           SET WS-PREV-EOF TO TRUE
                       NOT AT END
                           IF PRIOR-SUSPENSE-RECORD (1:3) NOT = 'HDR'
                               ADD 1 TO WS-SUSP-COUNT
                               SET WS-SDX TO WS-SUSP-COUNT
                               MOVE PSUSP-ITEM-CODE
                                   TO WS-SUSP-CODE (WS-SDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-SUSPENSE-FILE
           MOVE WS-INQUIRY-CODE TO KM-ITEM-CODE
           READ KEYED-MASTER-FILE
               INVALID KEY
                   PERFORM 2300-CHECK-RETIRED
               NOT INVALID KEY
                   MOVE KM-ITEM-AMOUNT TO WS-AMOUNT-EDITED
                   DISPLAY 'ITEM ' KM-ITEM-CODE
               END-IF
           END-PERFORM.

       2300-CHECK-RETIRED.
      *    Not on the master: a retired item says when it went.
           MOVE WS-INQUIRY-CODE TO RA-RET-ITEM-CODE
           IF WS-RETH-OPEN
               READ RETIRED-ARCHIVE-FILE
                   INVALID KEY
                       MOVE SPACES TO RA-RET-ITEM-CODE
               END-READ
           ELSE
               MOVE SPACES TO RA-RET-ITEM-CODE
           END-IF
           IF RA-RET-ITEM-CODE = WS-INQUIRY-CODE
               DISPLAY 'ITEM ' WS-INQUIRY-CODE
                   ' RETIRED ON ' RA-RET-RETIRED-DATE
                   ' / IN SUSPENSE: ' WS-IN-SUSPENSE-SW
                   UPON CONSOLE
           ELSE
               DISPLAY 'ITEM ' WS-INQUIRY-CODE
                   ' NOT ON ITEM MASTER'
                   ' / IN SUSPENSE: ' WS-IN-SUSPENSE-SW
                   UPON CONSOLE
           END-IF.

       9000-TERMINATE.
           IF WS-KSDS-FILE-OK
               CLOSE KEYED-MASTER-FILE
           END-IF
           IF WS-RETH-OPEN
               CLOSE RETIRED-ARCHIVE-FILE
           END-IF.
