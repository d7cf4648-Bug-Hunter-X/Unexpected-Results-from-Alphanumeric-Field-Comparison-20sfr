      *> rolls the trailer out, the control card chooses how loudly a
      *> MISSING trailer is treated (required / warn / off).
      *>
      *> A failed gate is raised as a critical event on the shared
      *> alert file (ALERTS, layout in ALERTREC) - as a trailer break
      *> or a missing required trailer where that is what failed it -
      *> and a trailer missing in warn mode as a warning, so ALERTFWD
      *> pages the on-call while there is still time to get a good
      *> extract into the night's run.
      *>
      *> The record area is declared at the largest family size
      *> (EXTR200) with the expected length supplied on the control
      *> card, so one load module validates any of the EXTR080 /
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
       FD  CONTROL-CARD-FILE.
       COPY VALCARD.

       FD  ALERT-FILE.
       01  ALERT-FILE-RECORD           PIC X(150).

       WORKING-STORAGE SECTION.
       COPY EXTRTRLR.
       COPY ALERTREC.

       01  WS-FILE-STATUSES.
           05  WS-EXT-FILE-STATUS      PIC X(02).
           05  WS-RPT-FILE-STATUS      PIC X(02).
           05  WS-CTL-FILE-STATUS      PIC X(02).
           05  WS-ALT-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-EXT-EOF-SW           PIC X(01) VALUE "N".
      *> already speaks to bad keys).
           05  WS-HASH-VALID-SW        PIC X(01) VALUE "Y".
               88  WS-HASH-VALID           VALUE "Y".
           05  WS-TRAILER-MISSING-SW   PIC X(01) VALUE "N".
               88  WS-TRAILER-MISSING      VALUE "Y".

       01  WS-TRAILER-KEY              PIC X(10) VALUE ALL "9".

           05  WS-TODAY-MM             PIC 9(02).
           05  WS-TODAY-DD             PIC 9(02).

      *> This execution's start timestamp - the run the alerts refer
      *> to - and the moment an alert is raised.
       01  WS-RUN-ID.
           05  WS-RUN-DATE             PIC 9(08).
           05  WS-RUN-TIME             PIC 9(06).

       01  WS-NOW-TIME.
           05  WS-NOW-HHMMSS           PIC 9(06).
           05  FILLER                  PIC 9(02).

       01  WS-ALERT-STAMP.
           05  WS-ALERT-DATE           PIC 9(08).
           05  WS-ALERT-TIME           PIC 9(06).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-HHMMSS TO WS-RUN-TIME

           MOVE SPACES TO VALIDATION-CARD
           MOVE ZERO TO VC-MAX-ERRORS-LISTED
           MOVE ZERO TO VC-EXPECTED-LENGTH
           IF VC-AMOUNT-LENGTH NOT NUMERIC
               MOVE ZERO TO VC-AMOUNT-LENGTH
           END-IF
           IF VC-EXTRACT-ID = SPACES
               MOVE "EXTRFILE" TO VC-EXTRACT-ID
           END-IF
           COMPUTE WS-PAYLOAD-LENGTH = VC-EXPECTED-LENGTH
               - LENGTH OF EXTRACT-KEY
           IF WS-PAYLOAD-LENGTH > LENGTH OF EXTRACT-PAYLOAD
                       "FILE - COMPLETENESS NOT PROVEN"
                   WRITE VALIDATION-REPORT-LINE
                       FROM WS-TRAILER-WARNING
                   SET WS-TRAILER-MISSING TO TRUE
                   IF VC-TRAILER-MODE = "R"
                       ADD 1 TO WS-TRAILER-ERROR-COUNT
                       MOVE WS-TRAILER-KEY TO EXTRACT-KEY

           IF WS-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
               PERFORM 3100-RAISE-GATE-ALERT
           ELSE
               IF WS-TRAILER-MISSING
                   PERFORM 3200-RAISE-TRAILER-WARNING
               END-IF
           END-IF.

      *> One critical alert per failed gate, typed by what failed it:
      *> a required trailer that never arrived, a trailer that does
      *> not balance (a truncated or padded file), or the per-record
      *> checks. The counts are on VALRPT.
       3100-RAISE-GATE-ALERT.
           MOVE SPACES TO ALERT-RECORD
           SET AL-CRITICAL TO TRUE
           EVALUATE TRUE
               WHEN WS-TRAILER-MISSING AND VC-TRAILER-MODE = "R"
                   SET AL-TRAILER-MISSING TO TRUE
                   STRING "REQUIRED TRAILER MISSING - "
                           DELIMITED BY SIZE
                       VC-EXTRACT-ID DELIMITED BY SPACE
                       " HELD OUT OF THE COMPARE" DELIMITED BY SIZE
                       INTO AL-MESSAGE
               WHEN WS-TRAILER-ERROR-COUNT > ZERO
                   SET AL-TRAILER-BREAK TO TRUE
                   STRING "CONTROL-TOTAL TRAILER BREAK - "
                           DELIMITED BY SIZE
                       VC-EXTRACT-ID DELIMITED BY SPACE
                       " HELD OUT OF THE COMPARE" DELIMITED BY SIZE
                       INTO AL-MESSAGE
               WHEN OTHER
                   SET AL-GATE-FAILURE TO TRUE
                   STRING "VALIDATION GATE FAILED - " WS-ERROR-COUNT
                       " ERRORS ON " VC-EXTRACT-ID
                       DELIMITED BY SIZE INTO AL-MESSAGE
           END-EVALUATE
           PERFORM 3300-WRITE-ALERT.

      *> Warn mode lets the run through without a trailer; the desk
      *> still hears about it, as a ticket rather than a page.
       3200-RAISE-TRAILER-WARNING.
           MOVE SPACES TO ALERT-RECORD
           SET AL-WARNING TO TRUE
           SET AL-TRAILER-MISSING TO TRUE
           STRING "NO CONTROL-TOTAL TRAILER ON " DELIMITED BY SIZE
               VC-EXTRACT-ID DELIMITED BY SPACE
               " - COMPLETENESS NOT PROVEN" DELIMITED BY SIZE
               INTO AL-MESSAGE
           PERFORM 3300-WRITE-ALERT.

      *> Appended to the shared alert file (OPEN EXTEND, OUTPUT when
      *> it does not exist yet); an alert that cannot be written is
      *> displayed instead and never changes the return code.
       3300-WRITE-ALERT.
           ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-HHMMSS TO WS-ALERT-TIME
           MOVE WS-ALERT-STAMP TO AL-ALERT-STAMP
           MOVE "EXTRVAL" TO AL-SOURCE-PROGRAM
           MOVE VC-RECON-ID TO AL-RECON-ID
           MOVE WS-RUN-ID TO AL-REFERENCE
           OPEN EXTEND ALERT-FILE
           IF WS-ALT-FILE-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALT-FILE-STATUS NOT = "00"
               DISPLAY "EXTRVAL: ALERT NOT WRITTEN - STATUS "
                   WS-ALT-FILE-STATUS " - " AL-MESSAGE
           ELSE
               WRITE ALERT-FILE-RECORD FROM ALERT-RECORD
               CLOSE ALERT-FILE
           END-IF.
