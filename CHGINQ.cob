      *            change logs.  Each request names an item code and
      *            a from/to run-date range and lists, oldest first,
      *            every archived maintenance change to that item in
      *            the range with its BEFORE and AFTER images and the
      *            operator, source system and reference behind it -
      *            "show every change to item X this quarter" without
      *            digging through archived job output.  Requests
      *            come from the command line (one request, dates
       2200-DISPLAY-CHANGE-LINE.
      *    One line per archived image; the BEFORE and AFTER of a
      *    transaction arrive consecutively under the same run date
      *    and sequence, so they read as a pair.  Who raised the
      *    change, from which source and under which reference
      *    follows the image.
           DISPLAY 'ITEM ' CHA-ARC-ITEM-CODE
               ' RUN ' CHA-ARC-RUN-DATE
               ' TRAN ' CHA-ARC-TRAN-SEQ
               ' ACTION ' CHA-ARC-ACTION
               ' ' CHA-ARC-TAG
               ' ' CHA-ARC-ITEM-IMAGE
               ' OPER ' CHA-ARC-OPERATOR-ID
               ' SRC ' CHA-ARC-SOURCE-SYSTEM
               ' REF ' CHA-ARC-REFERENCE-NO UPON CONSOLE
           ADD 1 TO WS-LISTED-COUNT.

       9000-TERMINATE.
