      *>----------------------------------------------------------------
      *> PROGRAM:  ALERTFWD
      *>
      *> Forwards the reconciliation system's alert events to the
      *> enterprise monitoring interface. RECONCIL, RECONMRG, EXTRVAL,
      *> RUNMON, AGERPT and CORRGEN each append a fixed-format event
      *> (ALERTREC: source program, severity, reconciliation, key or
      *> run ID, message) to the shared alert file ALERTS whenever
      *> they hit a condition someone must act on. This program turns
      *> each new event into a monitoring-interface record (MONFEED)
      *> on the monitoring agent's intake dataset, which pages the
      *> on-call for a critical event, opens a ticket for a warning
      *> and logs an information event.
      *>
      *> It remembers what it has already sent on ALERTCTL: the
      *> number of ALERTS records forwarded so far and an image of
      *> the last of them. Each run skips that many records - after
      *> checking the record at that position is still the one it
      *> last forwarded - and sends the rest. An alert file that has
      *> been archived and reallocated (or otherwise replaced) fails
      *> that check and is forwarded from its first record.
      *>
      *> The control record is only rewritten once the events are on
      *> MONFEED, so a run that fails part way sends the unrecorded
      *> events again next time rather than losing them; the feed
      *> record's correlation ID lets the ticketing system fold a
      *> repeat into the ticket it already opened.
      *>
      *> Run as the last step of every job that raises alerts (with
      *> COND=EVEN, so a failed job still pages) and standalone from
      *> the ALERTFWD job to catch up.
      *>
      *> Return codes:  0 = new events forwarded, or none to forward
      *>                4 = the alert file was replaced since the last
      *>                    run - forwarded from its first record
      *>               16 = the monitoring feed could not be opened or
      *>                    written; ALERTCTL records only the events
      *>                    actually sent
      *>----------------------------------------------------------------
       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTFWD.
       AUTHOR. RECONCILIATION-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-FILE-STATUS.

           SELECT ALERT-CONTROL-FILE ASSIGN TO "ALERTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT MONITOR-FEED-FILE ASSIGN TO "MONFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MON-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       01  ALERT-FILE-RECORD           PIC X(150).

       FD  ALERT-CONTROL-FILE.
       COPY ALERTCTL.

       FD  MONITOR-FEED-FILE.
       COPY MONFEED.

       WORKING-STORAGE SECTION.
       COPY ALERTREC.

       01  WS-FILE-STATUSES.
           05  WS-ALT-FILE-STATUS      PIC X(02).
           05  WS-CTL-FILE-STATUS      PIC X(02).
           05  WS-MON-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-ALERT-EOF-SW         PIC X(01) VALUE "N".
               88  WS-ALERT-EOF            VALUE "Y".
           05  WS-ALERT-FILE-OPEN-SW   PIC X(01) VALUE "N".
               88  WS-ALERT-FILE-OPEN      VALUE "Y".
           05  WS-FILE-REPLACED-SW     PIC X(01) VALUE "N".
               88  WS-FILE-REPLACED        VALUE "Y".
           05  WS-FEED-FAILED-SW       PIC X(01) VALUE "N".
               88  WS-FEED-FAILED          VALUE "Y".

      *> Where the last run got to, off ALERTCTL ...
       01  WS-PREVIOUS-POSITION.
           05  WS-PREV-SENT-COUNT      PIC 9(09) VALUE ZERO.
           05  WS-PREV-LAST-SENT       PIC X(150) VALUE SPACES.

      *> ... and where this one has got to: the records read, and the
      *> count and image of the last one dealt with (forwarded, or a
      *> blank line passed over) - what the next run will skip.
       01  WS-CURRENT-POSITION.
           05  WS-READ-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-SENT-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-LAST-SENT            PIC X(150) VALUE SPACES.
           05  WS-FEED-SEQUENCE        PIC 9(09) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-FORWARDED-COUNT      PIC 9(09) VALUE ZERO.
           05  WS-CRITICAL-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-WARNING-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-INFORMATION-COUNT    PIC 9(09) VALUE ZERO.
           05  WS-BLANK-COUNT          PIC 9(09) VALUE ZERO.

       01  WS-RUN-STAMP.
           05  WS-RUN-DATE             PIC 9(08).
           05  WS-RUN-TIME             PIC 9(06).

       01  WS-NOW-TIME.
           05  WS-NOW-HHMMSS           PIC 9(06).
           05  FILLER                  PIC 9(02).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-ALERT-FILE-OPEN
               PERFORM 2000-POSITION-ALERT-FILE
               PERFORM 3000-FORWARD-NEW-ALERTS
           END-IF
           PERFORM 4000-FINALIZE
           STOP RUN.

      *> A missing control file is right only for the very first run
      *> (or after the control file was deliberately deleted to
      *> re-send everything on the alert file), so it is reported.
      *> No alert file means no job has raised anything yet: nothing
      *> to forward, and the control record is left as it is.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-HHMMSS TO WS-RUN-TIME

           OPEN INPUT ALERT-CONTROL-FILE
           IF WS-CTL-FILE-STATUS = "00"
               READ ALERT-CONTROL-FILE
               IF WS-CTL-FILE-STATUS = "00"
                   AND CT-SENT-COUNT NUMERIC
                   MOVE CT-SENT-COUNT TO WS-PREV-SENT-COUNT
                   MOVE CT-LAST-SENT TO WS-PREV-LAST-SENT
               END-IF
               IF WS-CTL-FILE-STATUS = "00"
                   AND CT-FEED-SEQUENCE NUMERIC
                   MOVE CT-FEED-SEQUENCE TO WS-FEED-SEQUENCE
               END-IF
               CLOSE ALERT-CONTROL-FILE
           ELSE
               DISPLAY "ALERTFWD: ALERTCTL NOT FOUND - FORWARDING "
                   "FROM THE FIRST ALERT ON FILE"
           END-IF

           OPEN INPUT ALERT-FILE
           IF WS-ALT-FILE-STATUS NOT = "00"
               DISPLAY "ALERTFWD: NO ALERT FILE - STATUS "
                   WS-ALT-FILE-STATUS " - NOTHING TO FORWARD"
           ELSE
               SET WS-ALERT-FILE-OPEN TO TRUE
               OPEN EXTEND MONITOR-FEED-FILE
               IF WS-MON-FILE-STATUS NOT = "00"
                   OPEN OUTPUT MONITOR-FEED-FILE
               END-IF
               IF WS-MON-FILE-STATUS NOT = "00"
                   DISPLAY "ALERTFWD: CANNOT OPEN MONFEED - STATUS "
                       WS-MON-FILE-STATUS
                   CLOSE ALERT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> Skip what was forwarded last time, provided the record at the
      *> remembered position is the one last forwarded. A shorter
      *> file, or a different record there, is a replaced file: start
      *> again from its first record.
       2000-POSITION-ALERT-FILE.
           PERFORM UNTIL WS-READ-COUNT >= WS-PREV-SENT-COUNT
                   OR WS-ALERT-EOF
               PERFORM 2100-READ-ALERT
           END-PERFORM

           IF WS-PREV-SENT-COUNT > ZERO
               AND (WS-ALERT-EOF
                   OR ALERT-FILE-RECORD NOT = WS-PREV-LAST-SENT)
               DISPLAY "ALERTFWD: ALERT FILE IS NOT THE ONE LAST "
                   "FORWARDED FROM (" WS-PREV-SENT-COUNT
                   " RECORDS SENT) - FORWARDING FROM ITS FIRST RECORD"
               SET WS-FILE-REPLACED TO TRUE
               CLOSE ALERT-FILE
               OPEN INPUT ALERT-FILE
               MOVE "N" TO WS-ALERT-EOF-SW
               MOVE ZERO TO WS-READ-COUNT
               MOVE ZERO TO WS-SENT-COUNT
               MOVE SPACES TO WS-LAST-SENT
           ELSE
               MOVE WS-PREV-SENT-COUNT TO WS-SENT-COUNT
               MOVE WS-PREV-LAST-SENT TO WS-LAST-SENT
           END-IF.

       2100-READ-ALERT.
           READ ALERT-FILE
               AT END MOVE "Y" TO WS-ALERT-EOF-SW
               NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.

       3000-FORWARD-NEW-ALERTS.
           PERFORM 2100-READ-ALERT
           PERFORM UNTIL WS-ALERT-EOF
               IF ALERT-FILE-RECORD = SPACES
                   ADD 1 TO WS-BLANK-COUNT
               ELSE
                   PERFORM 3100-FORWARD-ONE-ALERT
               END-IF
               IF WS-FEED-FAILED
                   MOVE "Y" TO WS-ALERT-EOF-SW
               ELSE
                   MOVE WS-READ-COUNT TO WS-SENT-COUNT
                   MOVE ALERT-FILE-RECORD TO WS-LAST-SENT
                   PERFORM 2100-READ-ALERT
               END-IF
           END-PERFORM.

      *> Severity decides what the monitoring agent does: critical
      *> pages the on-call, warning raises a ticket, information is
      *> logged. A severity byte no raiser should have written is
      *> ticketed as a warning rather than dropped.
       3100-FORWARD-ONE-ALERT.
           MOVE ALERT-FILE-RECORD TO ALERT-RECORD
           MOVE SPACES TO MONITOR-FEED-RECORD
           MOVE "RECONCIL" TO MF-APPLICATION
           MOVE AL-ALERT-STAMP TO MF-EVENT-STAMP
           EVALUATE TRUE
               WHEN AL-CRITICAL
                   MOVE "CRITICAL" TO MF-SEVERITY
                   SET MF-PAGE-ON-CALL TO TRUE
               WHEN AL-INFORMATION
                   MOVE "INFO" TO MF-SEVERITY
                   SET MF-LOG-ONLY TO TRUE
               WHEN OTHER
                   MOVE "WARNING" TO MF-SEVERITY
                   SET MF-RAISE-TICKET TO TRUE
           END-EVALUATE
           MOVE AL-SOURCE-PROGRAM TO MF-SOURCE-PROGRAM
           MOVE AL-EVENT-TYPE TO MF-EVENT-TYPE
           MOVE AL-RECON-ID TO MF-RECON-ID
           MOVE AL-REFERENCE TO MF-REFERENCE
           MOVE AL-SOURCE-PROGRAM TO MF-CO-PROGRAM
           MOVE AL-EVENT-TYPE TO MF-CO-EVENT-TYPE
           MOVE AL-RECON-ID TO MF-CO-RECON-ID
           MOVE AL-REFERENCE TO MF-CO-REFERENCE
           ADD 1 TO WS-FEED-SEQUENCE
           MOVE WS-FEED-SEQUENCE TO MF-FEED-SEQUENCE
           MOVE AL-MESSAGE TO MF-MESSAGE

           WRITE MONITOR-FEED-RECORD
           IF WS-MON-FILE-STATUS NOT = "00"
               DISPLAY "ALERTFWD: MONFEED WRITE FAILED - STATUS "
                   WS-MON-FILE-STATUS " AT ALERT " WS-READ-COUNT
               SUBTRACT 1 FROM WS-FEED-SEQUENCE
               SET WS-FEED-FAILED TO TRUE
           ELSE
               ADD 1 TO WS-FORWARDED-COUNT
               EVALUATE TRUE
                   WHEN MF-PAGE-ON-CALL
                       ADD 1 TO WS-CRITICAL-COUNT
                       DISPLAY "ALERTFWD: PAGED - " AL-SOURCE-PROGRAM
                           " " AL-EVENT-TYPE " " AL-RECON-ID " "
                           AL-REFERENCE
                   WHEN MF-LOG-ONLY
                       ADD 1 TO WS-INFORMATION-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-WARNING-COUNT
               END-EVALUATE
           END-IF.

      *> The control record moves on to the last event actually on
      *> MONFEED - after a write failure, the failed event and all
      *> behind it go again next run.
       4000-FINALIZE.
           IF WS-ALERT-FILE-OPEN
               CLOSE ALERT-FILE
               CLOSE MONITOR-FEED-FILE
               PERFORM 4100-WRITE-ALERT-CONTROL
           END-IF

           DISPLAY "ALERTFWD SUMMARY: ALERTS READ          = "
               WS-READ-COUNT
           DISPLAY "ALERTFWD SUMMARY: ALREADY FORWARDED    = "
               WS-PREV-SENT-COUNT
           DISPLAY "ALERTFWD SUMMARY: FORWARDED THIS RUN   = "
               WS-FORWARDED-COUNT
           DISPLAY "ALERTFWD SUMMARY: CRITICAL (PAGED)     = "
               WS-CRITICAL-COUNT
           DISPLAY "ALERTFWD SUMMARY: WARNING (TICKETED)   = "
               WS-WARNING-COUNT
           DISPLAY "ALERTFWD SUMMARY: INFORMATION (LOGGED) = "
               WS-INFORMATION-COUNT
           DISPLAY "ALERTFWD SUMMARY: BLANK RECORDS        = "
               WS-BLANK-COUNT

           EVALUATE TRUE
               WHEN WS-FEED-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-FILE-REPLACED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       4100-WRITE-ALERT-CONTROL.
           OPEN OUTPUT ALERT-CONTROL-FILE
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "ALERTFWD: ALERTCTL NOT WRITTEN - STATUS "
                   WS-CTL-FILE-STATUS " - THESE EVENTS WILL BE "
                   "SENT AGAIN NEXT RUN"
           ELSE
               MOVE SPACES TO ALERT-CONTROL-RECORD
               MOVE WS-SENT-COUNT TO CT-SENT-COUNT
               MOVE WS-LAST-SENT TO CT-LAST-SENT
               MOVE WS-RUN-STAMP TO CT-LAST-RUN-STAMP
               MOVE WS-FEED-SEQUENCE TO CT-FEED-SEQUENCE
               WRITE ALERT-CONTROL-RECORD
               CLOSE ALERT-CONTROL-FILE
           END-IF.
