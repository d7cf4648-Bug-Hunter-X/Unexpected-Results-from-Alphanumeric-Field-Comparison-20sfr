      *> subtotaled, so the oldest breaks get worked first.
      *>
      *> The escalation section lists every exception open past the
      *> control-card number of days with its reconciliation, key,
      *> differing column, field name and both compared values. The
      *> control card may limit the report to one reconciliation;
      *> left blank, every reconciliation on the master is aged.
      *> Each escalated exception is also raised as a warning on the
      *> shared alert file (ALERTS, layout in ALERTREC) under its
      *> reconciliation and key, for ALERTFWD to turn into a ticket;
      *> an exception still escalated the next morning is raised
      *> again under the same key, which the ticketing system folds
      *> into the ticket already open for it.
      *>
      *> The backlog section counts the open exceptions in each
      *> operator's work queue (XK-ASSIGNED-TO, dealt by WORKASGN),
      *> plus those not yet assigned, so the morning stand-up can see
      *> who is overloaded before the DISPOSE sessions start.
      *>
      *> The master carries exactly one record per key, so the
      *> 9999-entry seen-key table this report used to deduplicate the
           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCPKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XK-EXCEPTION-KEY
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-MASTER-FILE.
       FD  CONTROL-CARD-FILE.
       COPY AGECARD.

       FD  ALERT-FILE.
       01  ALERT-FILE-RECORD           PIC X(150).

       WORKING-STORAGE SECTION.
       COPY ALERTREC.

       01  WS-FILE-STATUSES.
           05  WS-EXC-FILE-STATUS      PIC X(02).
           05  WS-AGE-FILE-STATUS      PIC X(02).
           05  WS-CTL-FILE-STATUS      PIC X(02).
           05  WS-ALT-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-EXC-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EXC-EOF              VALUE "Y".
      *> The alert file is opened on the first escalation; X records
      *> that it could not be, so later alerts go to SYSOUT instead.
           05  WS-ALERT-FILE-SW        PIC X(01) VALUE "N".
               88  WS-ALERT-FILE-OPEN      VALUE "Y".
               88  WS-ALERT-FILE-FAILED    VALUE "X".

       01  WS-COUNTERS.
           05  WS-OPEN-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-BUCKET-2-5-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-BUCKET-OVER-5-COUNT  PIC 9(05) VALUE ZERO.
           05  WS-ESCALATED-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-UNASSIGNED-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-OTHER-OWNER-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-ALERT-COUNT          PIC 9(05) VALUE ZERO.

      *> Open backlog per operator, in the order the operators are
      *> first met on the master.
       01  WS-OWNER-DEFNS.
           05  WS-OWNER-COUNT          PIC 9(03) VALUE ZERO.
           05  WS-OWNER-TABLE OCCURS 100 TIMES.
               10  WS-OW-ID            PIC X(08).
               10  WS-OW-OPEN-COUNT    PIC 9(05).

       01  WS-OX                       PIC 9(03) VALUE ZERO.
       01  WS-OWNER-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-OWNER-FOUND              VALUE "Y".

       01  WS-AGE-FIELDS.
           05  WS-TODAY-INTEGER        PIC 9(08) VALUE ZERO.

       01  WS-TODAY-DATE-NUM           PIC 9(08) VALUE ZERO.

       01  WS-ALERT-STAMP.
           05  WS-ALERT-DATE           PIC 9(08).
           05  WS-ALERT-TIME           PIC 9(06).

       01  WS-NOW-TIME.
           05  WS-NOW-HHMMSS           PIC 9(06).
           05  FILLER                  PIC 9(02).

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(33)
               VALUE "OPEN EXCEPTION AGING REPORT - ".
           05  WS-RH-DATE              PIC X(10).
           05  FILLER                  PIC X(17)
               VALUE "  RECONCILIATION ".
           05  WS-RH-RECON-ID          PIC X(08).
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  WS-BUCKET-LINE.
           05  WS-BL-LABEL             PIC X(30).
           05  FILLER                  PIC X(132)
               VALUE "ESCALATION - OPEN PAST THE LIMIT".

       01  WS-BACKLOG-HEADER.
           05  FILLER                  PIC X(132)
               VALUE "BACKLOG BY OPERATOR".

       01  WS-ESCALATION-DETAIL.
           05  FILLER                  PIC X(06) VALUE "RECON ".
           05  WS-ED-RECON-ID          PIC X(08).
           05  FILLER                  PIC X(07) VALUE "  KEY ".
           05  WS-ED-KEY               PIC X(10).
           05  FILLER                  PIC X(06) VALUE "  AGE ".
           05  WS-ED-AGE               PIC ZZZZ9.
           05  WS-ED-COLUMN            PIC ZZZZ9.
           05  FILLER                  PIC X(08) VALUE "  FIELD ".
           05  WS-ED-FIELD             PIC X(20).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-VALUE-DETAIL.
           05  WS-VD-LABEL             PIC X(05).

           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-RH-DATE
           IF AG-RECON-ID = SPACES
               MOVE "(ALL)" TO WS-RH-RECON-ID
           ELSE
               MOVE AG-RECON-ID TO WS-RH-RECON-ID
           END-IF
           WRITE AGING-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

      *> One sweep of the master in key order: only records still
      *> open count. Decided and auto-closed records are the
      *> operators' finished work and stay off this report. A card
      *> naming one reconciliation starts the sweep at its first key
      *> and ends it at the next reconciliation's.
       2000-AGE-OPEN-EXCEPTIONS.
           MOVE LOW-VALUES TO XK-EXCEPTION-KEY
           IF AG-RECON-ID NOT = SPACES
               MOVE AG-RECON-ID TO XK-RECON-ID
           END-IF
           START EXCEPTION-MASTER-FILE KEY NOT < XK-EXCEPTION-KEY
               INVALID KEY MOVE "Y" TO WS-EXC-EOF-SW
           END-START
           IF WS-EXC-FILE-STATUS NOT = "00"
           END-READ
           IF WS-EXC-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EXC-EOF-SW
           END-IF
           IF AG-RECON-ID NOT = SPACES
               AND XK-RECON-ID NOT = AG-RECON-ID
               MOVE "Y" TO WS-EXC-EOF-SW
           END-IF.

       2400-BUCKET-OPEN-EXCEPTION.
           IF WS-RECORD-AGE > AG-ESCALATION-DAYS
               ADD 1 TO WS-ESCALATED-COUNT
               PERFORM 2500-WRITE-ESCALATION-DETAIL
               PERFORM 2600-RAISE-ESCALATION-ALERT
           END-IF

           PERFORM 2420-COUNT-OPERATOR-BACKLOG.

      *> Records from before the run identifier existed have no run
      *> date to age from; they are certainly not fresh, so they land
               END-IF
           END-IF.

      *> An operator beyond the table's capacity is still counted,
      *> under OTHER OPERATORS, so the section always adds up to the
      *> open total.
       2420-COUNT-OPERATOR-BACKLOG.
           IF XK-UNASSIGNED
               ADD 1 TO WS-UNASSIGNED-COUNT
           ELSE
               MOVE "N" TO WS-OWNER-FOUND-SW
               PERFORM VARYING WS-OX FROM 1 BY 1
                       UNTIL WS-OX > WS-OWNER-COUNT OR WS-OWNER-FOUND
                   IF WS-OW-ID(WS-OX) = XK-ASSIGNED-TO
                       SET WS-OWNER-FOUND TO TRUE
                       ADD 1 TO WS-OW-OPEN-COUNT(WS-OX)
                   END-IF
               END-PERFORM
               IF NOT WS-OWNER-FOUND
                   IF WS-OWNER-COUNT < 100
                       ADD 1 TO WS-OWNER-COUNT
                       MOVE XK-ASSIGNED-TO TO WS-OW-ID(WS-OWNER-COUNT)
                       MOVE 1 TO WS-OW-OPEN-COUNT(WS-OWNER-COUNT)
                   ELSE
                       ADD 1 TO WS-OTHER-OWNER-COUNT
                   END-IF
               END-IF
           END-IF.

       2500-WRITE-ESCALATION-DETAIL.
           IF WS-ESCALATED-COUNT = 1
               MOVE SPACES TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE FROM WS-ESCALATION-HEADER
           END-IF
           MOVE XK-RECON-ID TO WS-ED-RECON-ID
           MOVE XK-RECORD-KEY TO WS-ED-KEY
           MOVE WS-RECORD-AGE TO WS-ED-AGE
           MOVE XK-DIFF-POSITION TO WS-ED-COLUMN
           MOVE XK-NEW-VALUE TO WS-VD-VALUE
           WRITE AGING-REPORT-LINE FROM WS-VALUE-DETAIL.

      *> A ticket for the escalated exception, raised under its own
      *> reconciliation and key with the owning queue, so the desk
      *> lead can chase the operator holding it.
       2600-RAISE-ESCALATION-ALERT.
           MOVE SPACES TO ALERT-RECORD
           SET AL-WARNING TO TRUE
           SET AL-ESCALATION TO TRUE
           MOVE XK-RECON-ID TO AL-RECON-ID
           MOVE XK-RECORD-KEY TO AL-REFERENCE
           IF XK-UNASSIGNED
               STRING "OPEN " FUNCTION TRIM(WS-ED-AGE)
                   " DAYS, FIELD " DELIMITED BY SIZE
                   XK-FIELD-NAME DELIMITED BY "  "
                   " - QUEUE UNASSIGNED" DELIMITED BY SIZE
                   INTO AL-MESSAGE
           ELSE
               STRING "OPEN " FUNCTION TRIM(WS-ED-AGE)
                   " DAYS, FIELD " DELIMITED BY SIZE
                   XK-FIELD-NAME DELIMITED BY "  "
                   " - QUEUE " XK-ASSIGNED-TO DELIMITED BY SIZE
                   INTO AL-MESSAGE
           END-IF
           PERFORM 2700-WRITE-ALERT.

      *> Appended to the shared alert file, opened on the first alert
      *> (OPEN EXTEND, OUTPUT when it does not exist yet). An alert
      *> that cannot be written is displayed instead; the report is
      *> produced either way.
       2700-WRITE-ALERT.
           MOVE "AGERPT" TO AL-SOURCE-PROGRAM
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
                   DISPLAY "AGERPT: ALERT FILE NOT AVAILABLE - "
                       "STATUS " WS-ALT-FILE-STATUS
               END-IF
           END-IF
           IF WS-ALERT-FILE-OPEN
               WRITE ALERT-FILE-RECORD FROM ALERT-RECORD
               ADD 1 TO WS-ALERT-COUNT
           ELSE
               DISPLAY "AGERPT: ALERT NOT WRITTEN - " AL-RECON-ID
                   " " AL-REFERENCE " " AL-MESSAGE
           END-IF.

       3000-FINALIZE.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-ESCALATED-COUNT TO WS-BL-COUNT
           WRITE AGING-REPORT-LINE FROM WS-BUCKET-LINE

           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE FROM WS-BACKLOG-HEADER
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OWNER-COUNT
               MOVE SPACES TO WS-BL-LABEL
               STRING "OPERATOR " WS-OW-ID(WS-OX)
                   DELIMITED BY SIZE INTO WS-BL-LABEL
               MOVE WS-OW-OPEN-COUNT(WS-OX) TO WS-BL-COUNT
               WRITE AGING-REPORT-LINE FROM WS-BUCKET-LINE
           END-PERFORM
           IF WS-OTHER-OWNER-COUNT > ZERO
               MOVE "OTHER OPERATORS" TO WS-BL-LABEL
               MOVE WS-OTHER-OWNER-COUNT TO WS-BL-COUNT
               WRITE AGING-REPORT-LINE FROM WS-BUCKET-LINE
           END-IF
           MOVE "NOT YET ASSIGNED" TO WS-BL-LABEL
           MOVE WS-UNASSIGNED-COUNT TO WS-BL-COUNT
           WRITE AGING-REPORT-LINE FROM WS-BUCKET-LINE

           CLOSE EXCEPTION-MASTER-FILE
           CLOSE AGING-REPORT-FILE
           IF WS-ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF

           DISPLAY "AGERPT SUMMARY: OPEN EXCEPTIONS = " WS-OPEN-COUNT
           DISPLAY "AGERPT SUMMARY: ESCALATED       = "
               WS-ESCALATED-COUNT
           DISPLAY "AGERPT SUMMARY: ALERTS RAISED   = "
               WS-ALERT-COUNT.
