      ******************************************************************
      *  PROGRAM:  RUNSTART
      *  PURPOSE:  Opens the night's business day.  Runs once at the
      *            head of the nightly stream, ahead of ITMMAINT, and
      *            advances the run control record (RUNCTL, RUNCTREC
      *            layout): the business date being processed, the
      *            run sequence number and the business date of the
      *            run before.  Every later step only reads RUNCTL -
      *            producers stamp their carry-forward files with the
      *            date and sequence (GENSTAMP), and each consumer
      *            proves the file handed to it was written by the
      *            immediately preceding run.  The business date comes
      *            from the command line (YYYYMMDD) or, when none is
      *            given, today's date.  A date not later than the one
      *            already on RUNCTL is refused, so a second RUNSTART
      *            on the same night cannot advance the sequence and
      *            make last night's files look two runs old.  With no
      *            RUNCTL at all this is the first run: sequence 1,
      *            no prior business date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSTART.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTREC REPLACING LEADING ==PFX-== BY ==RC-==.

       WORKING-STORAGE SECTION.

       01  WS-RUN-CONTROL.
           COPY RUNCTREC REPLACING LEADING ==PFX-== BY ==CTL-==.

       01  WS-REQUEST-CONTROL.
           05  WS-COMMAND-LINE          PIC X(80) VALUE SPACES.
           05  WS-CURRENT-DATE          PIC 9(08) VALUE ZEROS.
           05  WS-NEW-BUSINESS-DATE     PIC 9(08) VALUE ZEROS.
           05  WS-DATE-CHECK            PIC X(08).
           05  WS-DATE-CHECK-N REDEFINES WS-DATE-CHECK
                                        PIC 9(08).

       01  WS-SWITCHES.
           05  WS-DATE-VALID-SW         PIC X(01) VALUE 'Y'.
               88  WS-DATE-VALID                VALUE 'Y'.
               88  WS-DATE-INVALID              VALUE 'N'.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-RUNCTL-FILE-STATUS   PIC X(02) VALUE '00'.
               88  WS-RUNCTL-FILE-OK            VALUE '00'.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-DATE-VALID
               PERFORM 2000-ADVANCE-RUN-CONTROL
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1010-READ-RUN-CONTROL
           PERFORM 1020-EDIT-BUSINESS-DATE.

       1010-READ-RUN-CONTROL.
      *    No run control file yet means the stream has never been
      *    opened - start from sequence zero so this run becomes 1.
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
           ELSE
               DISPLAY 'RUNSTART: NO RUN CONTROL FILE - STARTING '
                   'RUN SEQUENCE 1' UPON CONSOLE
           END-IF.

       1020-EDIT-BUSINESS-DATE.
      *    A business date on the command line lets operations open
      *    a catch-up day; otherwise the day being opened is today.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               MOVE WS-CURRENT-DATE TO WS-NEW-BUSINESS-DATE
           ELSE
               MOVE WS-COMMAND-LINE (1:8) TO WS-DATE-CHECK
               IF WS-DATE-CHECK IS NUMERIC
                AND FUNCTION INTEGER-OF-DATE (WS-DATE-CHECK-N) > 0
                   MOVE WS-DATE-CHECK-N TO WS-NEW-BUSINESS-DATE
               ELSE
                   SET WS-DATE-INVALID TO TRUE
                   DISPLAY 'RUNSTART: BUSINESS DATE '
                       WS-COMMAND-LINE (1:8)
                       ' IS NOT A VALID YYYYMMDD DATE' UPON CONSOLE
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-DATE-VALID
            AND WS-NEW-BUSINESS-DATE NOT > CTL-BUSINESS-DATE
               SET WS-DATE-INVALID TO TRUE
               DISPLAY 'RUNSTART: BUSINESS DATE '
                   WS-NEW-BUSINESS-DATE ' IS NOT AFTER THE OPEN '
                   'BUSINESS DATE ' CTL-BUSINESS-DATE
                   ' (RUN ' CTL-RUN-SEQ ') - RUN CONTROL NOT '
                   'ADVANCED' UPON CONSOLE
               MOVE 12 TO RETURN-CODE
           END-IF.

       2000-ADVANCE-RUN-CONTROL.
           MOVE CTL-BUSINESS-DATE TO CTL-PRIOR-BUSINESS-DATE
           MOVE WS-NEW-BUSINESS-DATE TO CTL-BUSINESS-DATE
           ADD 1 TO CTL-RUN-SEQ
           OPEN OUTPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-OK
               MOVE WS-RUN-CONTROL TO RUN-CONTROL-RECORD
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
               DISPLAY 'RUNSTART: BUSINESS DATE ' CTL-BUSINESS-DATE
                   ' OPENED AS RUN ' CTL-RUN-SEQ
                   ' - PRIOR BUSINESS DATE '
                   CTL-PRIOR-BUSINESS-DATE UPON CONSOLE
           ELSE
               DISPLAY 'RUNSTART: RUN CONTROL FILE NOT WRITTEN - '
                   'OPEN STATUS ' WS-RUNCTL-FILE-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
           END-IF.
