      *> marker when the run resumed from a checkpoint. The summary
      *> gives totals, breach count and restart frequency.
      *>
      *> The exposure records EXPOSRPT appends to the same history
      *> are kept out of the rate trend and listed in a section of
      *> their own: per report run and reconciliation, the open and
      *> needs-fix exceptions, how many differ on the amount, the
      *> gross money at risk and its change since that
      *> reconciliation's previous exposure record, the part open
      *> more than five days, and the largest single break.
      *>
      *> Return codes:  0 = report produced
      *>               16 = run-history file could not be opened
      *>----------------------------------------------------------------
           05  WS-RUN-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-BREACH-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-RESTART-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-EXPOSURE-COUNT       PIC 9(05) VALUE ZERO.

       01  WS-RATE-FIELDS.
           05  WS-MISMATCH-RATE        PIC 9(03)V99 VALUE ZERO.

       01  WS-SUB                      PIC 9(03) VALUE ZERO.

      *> Each reconciliation's gross exposure at its last exposure
      *> record, for the change column.
       01  WS-EXPOSURE-RECONS.
           05  WS-ER-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-ER-TABLE OCCURS 100 TIMES.
               10  WS-ER-RECON-ID      PIC X(08).
               10  WS-ER-LAST-GROSS    PIC 9(13)V99.

       01  WS-EX-X                     PIC 9(03) VALUE ZERO.
       01  WS-EX-CHANGE                PIC S9(13)V99 VALUE ZERO.
       01  WS-EX-FOUND-SW              PIC X(01) VALUE "N".
           88  WS-EX-FOUND                 VALUE "Y".

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(34)
               VALUE "RECONCIL MISMATCH-RATE TREND - ".
           05  WS-DL-RESTART           PIC X(07).
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-EXPOSURE-HEADER.
           05  FILLER                  PIC X(132)
               VALUE "OPEN EXCEPTION EXPOSURE TREND (EXPOSRPT)".

       01  WS-EXPOSURE-COLUMNS.
           05  FILLER                  PIC X(16) VALUE "RUN".
           05  FILLER                  PIC X(10) VALUE "RECON".
           05  FILLER                  PIC X(11) VALUE " EXCEPTIONS".
           05  FILLER                  PIC X(12) VALUE " AMOUNT BRKS".
           05  FILLER                  PIC X(20)
               VALUE "               GROSS".
           05  FILLER                  PIC X(21)
               VALUE "               CHANGE".
           05  FILLER                  PIC X(20)
               VALUE "         OVER 5 DAYS".
           05  FILLER                  PIC X(20)
               VALUE "             LARGEST".
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-EXPOSURE-LINE.
           05  WS-EL-RUN-ID            PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EL-RECON-ID          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EL-EXCEPTIONS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-EL-AMOUNT-BREAKS     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EL-GROSS             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EL-CHANGE            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EL-OVER-5            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EL-LARGEST           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL             PIC X(30).
           05  WS-SL-COUNT             PIC ZZ,ZZ9.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-RUNS
           IF WS-EXPOSURE-COUNT > ZERO
               PERFORM 2500-REPORT-EXPOSURE-TREND
           END-IF
           PERFORM 3000-FINALIZE
           STOP RUN.

           PERFORM 2100-READ-HISTORY-RECORD

           PERFORM UNTIL WS-HIST-EOF
               IF RH-RUN-RECORD
                   ADD 1 TO WS-RUN-COUNT
                   PERFORM 2200-REPORT-ONE-RUN
               ELSE
                   ADD 1 TO WS-EXPOSURE-COUNT
               END-IF
               PERFORM 2100-READ-HISTORY-RECORD
           END-PERFORM.

           COMPUTE WS-MOVING-AVERAGE ROUNDED =
               WS-RATE-SUM / WS-RATE-SLOTS.

      *> A second pass over the history for the exposure records
      *> only, in the order they were written.
       2500-REPORT-EXPOSURE-TREND.
           CLOSE RUN-HISTORY-FILE
           MOVE "N" TO WS-HIST-EOF-SW
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "TRENDRPT: CANNOT REOPEN RUNHIST - STATUS "
                   WS-HIST-FILE-STATUS
               MOVE "Y" TO WS-HIST-EOF-SW
           END-IF

           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE FROM WS-EXPOSURE-HEADER
           WRITE TREND-REPORT-LINE FROM WS-EXPOSURE-COLUMNS

           IF NOT WS-HIST-EOF
               PERFORM 2100-READ-HISTORY-RECORD
           END-IF
           PERFORM UNTIL WS-HIST-EOF
               IF RH-EXPOSURE-RECORD
                   PERFORM 2600-REPORT-ONE-EXPOSURE
               END-IF
               PERFORM 2100-READ-HISTORY-RECORD
           END-PERFORM.

      *> The first exposure record seen for a reconciliation shows
      *> its whole gross as the change.
       2600-REPORT-ONE-EXPOSURE.
           MOVE "N" TO WS-EX-FOUND-SW
           PERFORM VARYING WS-EX-X FROM 1 BY 1
                   UNTIL WS-EX-X > WS-ER-COUNT
               IF WS-ER-RECON-ID(WS-EX-X) = RH-RECON-ID
                   SET WS-EX-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-EX-FOUND
               COMPUTE WS-EX-CHANGE = RH-EX-GROSS-EXPOSURE
                   - WS-ER-LAST-GROSS(WS-EX-X)
               MOVE RH-EX-GROSS-EXPOSURE TO WS-ER-LAST-GROSS(WS-EX-X)
           ELSE
               MOVE RH-EX-GROSS-EXPOSURE TO WS-EX-CHANGE
               IF WS-ER-COUNT < 100
                   ADD 1 TO WS-ER-COUNT
                   MOVE RH-RECON-ID TO WS-ER-RECON-ID(WS-ER-COUNT)
                   MOVE RH-EX-GROSS-EXPOSURE
                       TO WS-ER-LAST-GROSS(WS-ER-COUNT)
               END-IF
           END-IF

           MOVE RH-RUN-ID TO WS-EL-RUN-ID
           MOVE RH-RECON-ID TO WS-EL-RECON-ID
           MOVE RH-EX-EXCEPTION-COUNT TO WS-EL-EXCEPTIONS
           MOVE RH-EX-AMOUNT-BREAK-COUNT TO WS-EL-AMOUNT-BREAKS
           MOVE RH-EX-GROSS-EXPOSURE TO WS-EL-GROSS
           MOVE WS-EX-CHANGE TO WS-EL-CHANGE
           MOVE RH-EX-OVER-5-EXPOSURE TO WS-EL-OVER-5
           MOVE RH-EX-LARGEST-BREAK TO WS-EL-LARGEST
           WRITE TREND-REPORT-LINE FROM WS-EXPOSURE-LINE.

       3000-FINALIZE.
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE "RESTARTED RUNS" TO WS-SL-LABEL
           MOVE WS-RESTART-COUNT TO WS-SL-COUNT
           WRITE TREND-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "EXPOSURE RECORDS" TO WS-SL-LABEL
           MOVE WS-EXPOSURE-COUNT TO WS-SL-COUNT
           WRITE TREND-REPORT-LINE FROM WS-SUMMARY-LINE

           CLOSE RUN-HISTORY-FILE
           CLOSE TREND-REPORT-FILE
