      *>
      *> Any finding ends the step with a non-zero return code the
      *> scheduler can alert on the moment the morning batch opens,
      *> instead of days later. A missing run is also raised as a
      *> critical event, and a duplicate as a warning, on the shared
      *> alert file (ALERTS, layout in ALERTREC) for ALERTFWD to
      *> forward to the enterprise monitoring interface; the alert
      *> names the calendar entry's reconciliation and refers to the
      *> run date and the entry's position on the calendar.
      *>
      *> Return codes:  0 = every expected run present and clean
      *>                8 = one or more findings (listed on MONRPT)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MON-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CALENDAR-FILE.
       FD  MONITOR-REPORT-FILE.
       01  MONITOR-REPORT-LINE         PIC X(132).

       FD  ALERT-FILE.
       01  ALERT-FILE-RECORD           PIC X(150).

       WORKING-STORAGE SECTION.
       COPY ALERTREC.

       01  WS-FILE-STATUSES.
           05  WS-CAL-FILE-STATUS      PIC X(02).
           05  WS-HIST-FILE-STATUS     PIC X(02).
           05  WS-MON-FILE-STATUS      PIC X(02).
           05  WS-ALT-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-CAL-EOF-SW           PIC X(01) VALUE "N".
               88  WS-HIST-EOF             VALUE "Y".
           05  WS-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
               88  WS-ENTRY-FOUND          VALUE "Y".
      *> The alert file is opened on the first alert of the run; X
      *> records that it could not be, so each later alert goes
      *> straight to SYSOUT instead.
           05  WS-ALERT-FILE-SW        PIC X(01) VALUE "N".
               88  WS-ALERT-FILE-OPEN      VALUE "Y".
               88  WS-ALERT-FILE-FAILED    VALUE "X".

       01  WS-COUNTERS.
           05  WS-CALENDAR-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-UNKNOWN-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-FAILED-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-FINDING-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-ALERT-COUNT          PIC 9(05) VALUE ZERO.

      *> One slot per calendar entry, with how many times yesterday's
      *> history matched it. A hundred distinct reconciliations is
               10  WS-CE-NEW-FILE-ID   PIC X(20).
               10  WS-CE-DAY-FLAG      PIC X(01) OCCURS 7 TIMES.
               10  WS-CE-RUN-COUNT     PIC 9(03).
               10  WS-CE-RECON-ID      PIC X(08).

       01  WS-CX                       PIC 9(03) VALUE ZERO.

      *> so this lands on 1 = Monday through 7 = Sunday.
           05  WS-WEEKDAY              PIC 9(01) VALUE ZERO.

      *> An alert refers to the run date and the calendar entry, e.g.
      *> 20250114-C003 - unique per entry and date, so the ticketing
      *> system sees one incident per missed or duplicated run.
       01  WS-ALERT-REFERENCE.
           05  WS-AR-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE "-C".
           05  WS-AR-ENTRY             PIC 9(03).

       01  WS-ALERT-STAMP.
           05  WS-ALERT-DATE           PIC 9(08).
           05  WS-ALERT-TIME           PIC 9(06).

       01  WS-NOW-TIME.
           05  WS-NOW-HHMMSS           PIC 9(06).
           05  FILLER                  PIC 9(02).

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(30)
               VALUE "RECONCILIATION RUN MONITOR - ".
                       TO WS-CE-OLD-FILE-ID(WS-CX)
                   MOVE CL-NEW-FILE-ID
                       TO WS-CE-NEW-FILE-ID(WS-CX)
                   MOVE CL-RECON-ID TO WS-CE-RECON-ID(WS-CX)
                   PERFORM VARYING WS-WEEKDAY FROM 1 BY 1
                           UNTIL WS-WEEKDAY > 7
                       MOVE CL-DAY-FLAG(WS-WEEKDAY)

      *> Every history record for yesterday's date is matched to its
      *> calendar entry; a pair the calendar does not know, or a run
      *> that ended RC=16, is a finding on the spot. EXPOSRPT's
      *> exposure records are not runs and are not counted.
       2000-SWEEP-RUN-HISTORY.
           PERFORM UNTIL WS-HIST-EOF
               READ RUN-HISTORY-FILE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       IF RH-RUN-ID(1:8) = WS-YESTERDAY-X
                           AND RH-RUN-RECORD
                           ADD 1 TO WS-YESTERDAY-RUNS
                           PERFORM 2100-MATCH-ONE-RUN
                       END-IF
                           TO WS-FL-NEW-ID
                       WRITE MONITOR-REPORT-LINE
                           FROM WS-FINDING-LINE
                       PERFORM 3100-RAISE-MISSED-RUN-ALERT
                   WHEN WS-CE-RUN-COUNT(WS-CX) > 1
                       ADD 1 TO WS-DUPLICATE-COUNT
                       ADD 1 TO WS-FINDING-COUNT
                           TO WS-FL-NEW-ID
                       WRITE MONITOR-REPORT-LINE
                           FROM WS-FINDING-LINE
                       PERFORM 3200-RAISE-DUPLICATE-ALERT
               END-EVALUATE
           END-PERFORM.

           WRITE MONITOR-REPORT-LINE FROM WS-SUMMARY-LINE

           CLOSE MONITOR-REPORT-FILE
           IF WS-ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF

           DISPLAY "RUNMON SUMMARY: YESTERDAY'S RUNS = "
               WS-YESTERDAY-RUNS
           DISPLAY "RUNMON SUMMARY: FINDINGS         = "
               WS-FINDING-COUNT
           DISPLAY "RUNMON SUMMARY: ALERTS RAISED    = "
               WS-ALERT-COUNT

           IF WS-FINDING-COUNT > ZERO
               DISPLAY "RUNMON: FINDINGS ON MONRPT - ALERT THE "
                   "SCHEDULER DESK"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> A silently skipped compare is the failure this program exists
      *> for: critical, so the on-call gets it while the extracts are
      *> still on disk to run it from.
       3100-RAISE-MISSED-RUN-ALERT.
           MOVE SPACES TO ALERT-RECORD
           SET AL-CRITICAL TO TRUE
           SET AL-MISSED-RUN TO TRUE
           STRING "EXPECTED RUN MISSING FOR " WS-YESTERDAY-X " - "
                   DELIMITED BY SIZE
               WS-CE-OLD-FILE-ID(WS-CX) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-CE-NEW-FILE-ID(WS-CX) DELIMITED BY SPACE
               INTO AL-MESSAGE
           PERFORM 3300-WRITE-ALERT.

      *> A duplicate has run - its results are on file twice - so it
      *> is a ticket for the desk to clean up, not a page.
       3200-RAISE-DUPLICATE-ALERT.
           MOVE SPACES TO ALERT-RECORD
           SET AL-WARNING TO TRUE
           SET AL-DUPLICATE-RUN TO TRUE
           STRING WS-CE-RUN-COUNT(WS-CX) " RUNS FOR " WS-YESTERDAY-X
               " - " DELIMITED BY SIZE
               WS-CE-OLD-FILE-ID(WS-CX) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-CE-NEW-FILE-ID(WS-CX) DELIMITED BY SPACE
               INTO AL-MESSAGE
           PERFORM 3300-WRITE-ALERT.

      *> Appended to the shared alert file, opened on the first alert
      *> (OPEN EXTEND, OUTPUT when it does not exist yet). An alert
      *> that cannot be written is displayed instead and never
      *> changes the return code.
       3300-WRITE-ALERT.
           MOVE WS-CE-RECON-ID(WS-CX) TO AL-RECON-ID
           MOVE WS-YESTERDAY-X TO WS-AR-RUN-DATE
           MOVE WS-CX TO WS-AR-ENTRY
           MOVE WS-ALERT-REFERENCE TO AL-REFERENCE
           MOVE "RUNMON" TO AL-SOURCE-PROGRAM
           ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-HHMMSS TO WS-ALERT-TIME
           MOVE WS-ALERT-STAMP TO AL-ALERT-STAMP
           IF NOT WS-ALERT-FILE-OPEN AND NOT WS-ALERT-FILE-FAILED
               OPEN EXTEND ALERT-FILE
               IF WS-ALT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ALERT-FILE
               END-IF
               IF WS-ALT-FILE-STATUS = "00"
                   SET WS-ALERT-FILE-OPEN TO TRUE
               ELSE
                   SET WS-ALERT-FILE-FAILED TO TRUE
                   DISPLAY "RUNMON: ALERT FILE NOT AVAILABLE - "
                       "STATUS " WS-ALT-FILE-STATUS
               END-IF
           END-IF
           IF WS-ALERT-FILE-OPEN
               WRITE ALERT-FILE-RECORD FROM ALERT-RECORD
               ADD 1 TO WS-ALERT-COUNT
           ELSE
               DISPLAY "RUNMON: ALERT NOT WRITTEN - " AL-MESSAGE
           END-IF.
