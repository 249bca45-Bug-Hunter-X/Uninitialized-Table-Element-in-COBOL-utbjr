       FILE SECTION.

       FD  ITEM-HISTORY-FILE.
      *    Layout written by ITMPROC 3700-WRITE-ITEM-HISTORY, headed
      *    by the ITMHIST generation stamp record ('HDR'), which is
      *    never matched.
       01  ITEM-HISTORY-RECORD.
           05  HIST-RUN-DATE            PIC 9(08).
           05  FILLER                   PIC X(01).
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           IF HIST-ITEM-CODE = WS-INQUIRY-CODE
                            AND ITEM-HISTORY-RECORD (1:3) NOT = 'HDR'
                               ADD 1 TO WS-RUN-COUNT
                               SET WS-RDX TO WS-RUN-COUNT
                               MOVE HIST-RUN-DATE
