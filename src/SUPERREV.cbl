      *> the aging report; a replacement decision moves the master to
      *> the new status.
      *>
      *> A session works one reconciliation: its RECONREG ID is asked
      *> for first (blank for the unnamed reconciliation run from a
      *> full control card), and every key entered afterwards is
      *> looked up within it.
      *>
      *> Authorization: the user's ID must appear on the SUPVLIST
      *> file, one supervisor ID per record. No list, no access.
      *>
      *> Period lock: a key whose exception was raised in a month
      *> with a prepared or signed certification statement (CERTKSD,
      *> see MTHCERT and CERTSIGN) shows its history but takes no
      *> action - a reversal would change figures already reported.
      *> The period must first be formally reopened in CERTSIGN,
      *> where the reopen is logged. The exception's month is its
      *> first open run on the master; a key no longer on the master
      *> is judged by the month of its first disposition.
      *>
      *> Return codes:  0 = session completed
      *>               16 = user not authorized or audit trail
      *>                    unavailable
           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCPKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XK-EXCEPTION-KEY
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT CERTIFICATION-FILE ASSIGN TO "CERTKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CERT-KEY
               FILE STATUS IS WS-CRT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL-FILE.
       FD  EXCEPTION-MASTER-FILE.
       COPY EXCPKSD.

       FD  CERTIFICATION-FILE.
       COPY CERTKSD.

       FD  SUPERVISOR-LIST-FILE.
       01  SUPERVISOR-LIST-RECORD.
           05  SL-SUPERVISOR-ID        PIC X(08).
           05  WS-AUD-FILE-STATUS      PIC X(02).
           05  WS-SUP-FILE-STATUS      PIC X(02).
           05  WS-EXC-FILE-STATUS      PIC X(02).
           05  WS-CRT-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-AUTHORIZED-SW        PIC X(01) VALUE "N".
               88  WS-QUIT-REQUESTED       VALUE "Y".
           05  WS-AUDIT-SCAN-DONE-SW   PIC X(01) VALUE "N".
               88  WS-AUDIT-SCAN-DONE      VALUE "Y".
           05  WS-CERT-OPEN-SW         PIC X(01) VALUE "N".
               88  WS-CERT-OPEN            VALUE "Y".
           05  WS-CERT-SCAN-DONE-SW    PIC X(01) VALUE "N".
               88  WS-CERT-SCAN-DONE       VALUE "Y".
           05  WS-PERIOD-LOCKED-SW     PIC X(01) VALUE "N".
               88  WS-PERIOD-LOCKED        VALUE "Y".

       01  WS-COUNTERS.
           05  WS-HISTORY-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-REVERSED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-REPLACED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-LOCKED-COUNT         PIC 9(05) VALUE ZERO.

       01  WS-SUPERVISOR-ID            PIC X(08).
       01  WS-REVIEW-RECON-ID          PIC X(08) VALUE SPACES.
       01  WS-REVIEW-KEY               PIC X(10).
       01  WS-ACTION-CODE              PIC X(01).
       01  WS-ACTION-COMMENT           PIC X(60).
       01  WS-LATEST-SEQUENCE          PIC 9(03) VALUE ZERO.
       01  WS-LATEST-DISP-CODE         PIC X(01) VALUE SPACE.
       01  WS-NEXT-SEQUENCE            PIC 9(03) VALUE ZERO.
       01  WS-FIRST-DISP-DATE          PIC X(10) VALUE SPACES.
       01  WS-LOCK-PERIOD              PIC X(06) VALUE SPACES.
       01  WS-LOCK-ACTION              PIC X(01) VALUE SPACE.
       01  WS-LOCK-USER-ID             PIC X(08) VALUE SPACES.
       01  WS-LOCK-DATE                PIC X(10) VALUE SPACES.

       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(04).
               DISPLAY "SUPERREV: EXCEPTION MASTER NOT AVAILABLE - "
                   "STATUS " WS-EXC-FILE-STATUS
                   " - STATUSES NOT MIRRORED THIS SESSION"
           END-IF

      *> No certification log yet (status 35) means no month has been
      *> certified and nothing is locked. A log that exists but cannot
      *> be read must not let a certified period be changed.
           OPEN INPUT CERTIFICATION-FILE
           EVALUATE WS-CRT-FILE-STATUS
               WHEN "00"
                   SET WS-CERT-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SUPERREV: CANNOT OPEN CERTKSD - STATUS "
                       WS-CRT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *> No supervisor list, no access: an absent or empty SUPVLIST
      *> must fail closed, not open the reversal path to everyone.
           END-IF.

       2000-REVIEW-SESSION.
           DISPLAY "SUPERREV: ENTER RECONCILIATION ID (BLANK FOR THE "
               "UNNAMED RECONCILIATION):"
           ACCEPT WS-REVIEW-RECON-ID
           MOVE FUNCTION UPPER-CASE(WS-REVIEW-RECON-ID)
               TO WS-REVIEW-RECON-ID

           PERFORM UNTIL WS-QUIT-REQUESTED
               MOVE SPACES TO WS-REVIEW-KEY
               DISPLAY "SUPERREV: ENTER RECORD KEY (BLANK TO END):"
               DISPLAY "SUPERREV: NO DISPOSITIONS ON FILE FOR KEY "
                   WS-REVIEW-KEY
           ELSE
               PERFORM 2250-CHECK-PERIOD-LOCK
               IF WS-PERIOD-LOCKED
                   ADD 1 TO WS-LOCKED-COUNT
                   DISPLAY "SUPERREV: KEY " WS-REVIEW-KEY
                       " WAS RAISED IN LOCKED PERIOD " WS-LOCK-PERIOD
                   IF WS-LOCK-ACTION = "C"
                       DISPLAY "SUPERREV: SIGNED OFF BY "
                           WS-LOCK-USER-ID " ON " WS-LOCK-DATE
                   ELSE
                       DISPLAY "SUPERREV: STATEMENT PREPARED ON "
                           WS-LOCK-DATE " AND AWAITING SIGN-OFF"
                   END-IF
                   DISPLAY "SUPERREV: NO CHANGE ALLOWED - REOPEN THE "
                       "PERIOD IN CERTSIGN FIRST"
               ELSE
                   PERFORM 2300-PROMPT-ACTION
               END-IF
           END-IF.

      *> Full history for the key, oldest first; the latest sequence
           MOVE ZERO TO WS-HISTORY-COUNT
           MOVE ZERO TO WS-LATEST-SEQUENCE
           MOVE SPACE TO WS-LATEST-DISP-CODE
           MOVE SPACES TO WS-FIRST-DISP-DATE
           MOVE "N" TO WS-AUDIT-SCAN-DONE-SW
           MOVE WS-REVIEW-RECON-ID TO AK-RECON-ID
           MOVE WS-REVIEW-KEY TO AK-RECORD-KEY
           MOVE ZERO TO AK-SEQUENCE
           START AUDIT-TRAIL-FILE KEY NOT < AK-AUDIT-KEY
               READ AUDIT-TRAIL-FILE NEXT RECORD
               END-READ
               IF WS-AUD-FILE-STATUS NOT = "00"
                   OR AK-RECON-ID NOT = WS-REVIEW-RECON-ID
                   OR AK-RECORD-KEY NOT = WS-REVIEW-KEY
                   SET WS-AUDIT-SCAN-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-HISTORY-COUNT
                   IF WS-HISTORY-COUNT = 1
                       MOVE AK-DISPOSITION-DATE TO WS-FIRST-DISP-DATE
                   END-IF
                   MOVE AK-SEQUENCE TO WS-LATEST-SEQUENCE
                   MOVE AK-DISPOSITION-CODE TO WS-LATEST-DISP-CODE
                   DISPLAY "  SEQ " AK-SEQUENCE
               END-IF
           END-PERFORM.

      *> The exception's period is the month of its first open run on
      *> the master; a key the master no longer holds (or a session
      *> without the master) falls back on the month of its first
      *> disposition, which can only be the same month or later. The
      *> period is locked while its latest certification record is a
      *> prepared or signed statement; a reopen unlocks it.
       2250-CHECK-PERIOD-LOCK.
           MOVE "N" TO WS-PERIOD-LOCKED-SW
           MOVE SPACES TO WS-LOCK-PERIOD
           IF WS-MASTER-OPEN
               MOVE WS-REVIEW-RECON-ID TO XK-RECON-ID
               MOVE WS-REVIEW-KEY TO XK-RECORD-KEY
               READ EXCEPTION-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE XK-RUN-ID(1:6) TO WS-LOCK-PERIOD
               END-READ
           END-IF
           IF WS-LOCK-PERIOD NOT NUMERIC
               MOVE SPACES TO WS-LOCK-PERIOD
               STRING WS-FIRST-DISP-DATE(1:4) WS-FIRST-DISP-DATE(6:2)
                   DELIMITED BY SIZE INTO WS-LOCK-PERIOD
           END-IF

           IF WS-CERT-OPEN AND WS-LOCK-PERIOD NUMERIC
               MOVE "N" TO WS-CERT-SCAN-DONE-SW
               MOVE WS-REVIEW-RECON-ID TO CT-RECON-ID
               MOVE WS-LOCK-PERIOD TO CT-PERIOD
               MOVE ZERO TO CT-SEQUENCE
               START CERTIFICATION-FILE KEY NOT < CT-CERT-KEY
                   INVALID KEY SET WS-CERT-SCAN-DONE TO TRUE
               END-START
               IF WS-CRT-FILE-STATUS NOT = "00"
                   SET WS-CERT-SCAN-DONE TO TRUE
               END-IF
               PERFORM UNTIL WS-CERT-SCAN-DONE
                   READ CERTIFICATION-FILE NEXT RECORD
                   END-READ
                   IF WS-CRT-FILE-STATUS NOT = "00"
                       OR CT-RECON-ID NOT = WS-REVIEW-RECON-ID
                       OR CT-PERIOD NOT = WS-LOCK-PERIOD
                       SET WS-CERT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE CT-ACTION TO WS-LOCK-ACTION
                       MOVE CT-USER-ID TO WS-LOCK-USER-ID
                       MOVE CT-ACTION-DATE TO WS-LOCK-DATE
                       IF CT-PREPARED OR CT-CERTIFIED
                           SET WS-PERIOD-LOCKED TO TRUE
                       ELSE
                           MOVE "N" TO WS-PERIOD-LOCKED-SW
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> R withdraws the latest decision (invalid when the latest
      *> record already is a reversal, or a failed upstream
      *> correction that reopened the key - there is nothing to
      *> reverse);
      *> A or N replaces it with a new decision. Either way a NEW
      *> record supersedes the old one; nothing is overwritten.
       2300-PROMPT-ACTION.
                   AND WS-LATEST-DISP-CODE = "R"
                   DISPLAY "SUPERREV: LATEST RECORD IS ALREADY A "
                       "REVERSAL - NOTHING TO REVERSE"
               WHEN WS-ACTION-CODE = "R"
                   AND WS-LATEST-DISP-CODE = "F"
                   DISPLAY "SUPERREV: CORRECTION FAILED - KEY IS "
                       "ALREADY OPEN - NOTHING TO REVERSE"
               WHEN WS-ACTION-CODE = "R"
                   OR WS-ACTION-CODE = "A"
                   OR WS-ACTION-CODE = "N"
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           MOVE WS-REVIEW-RECON-ID TO AK-RECON-ID
           MOVE WS-REVIEW-KEY TO AK-RECORD-KEY
           MOVE WS-NEXT-SEQUENCE TO AK-SEQUENCE
           MOVE WS-ACTION-CODE TO AK-DISPOSITION-CODE
           IF NOT WS-MASTER-OPEN
               CONTINUE
           ELSE
               MOVE WS-REVIEW-RECON-ID TO XK-RECON-ID
               MOVE WS-REVIEW-KEY TO XK-RECORD-KEY
               READ EXCEPTION-MASTER-FILE
                   INVALID KEY
                       IF WS-ACTION-CODE = "R"
                           MOVE WS-REVIEW-RECON-ID TO XK-RECON-ID
                           MOVE WS-REVIEW-KEY TO XK-RECORD-KEY
                           MOVE "MISMATCH" TO XK-RESULT-FLAG
                           MOVE ZERO TO XK-DIFF-POSITION
                           MOVE SPACES TO XK-NEW-VALUE
                           MOVE SPACES TO XK-RUN-ID
                           SET XK-STATUS-OPEN TO TRUE
                           MOVE SPACES TO XK-ASSIGNED-TO
                           MOVE SPACES TO XK-LINKED-KEY
                           WRITE EXCEPTION-KSDS-RECORD
                               INVALID KEY
                                   DISPLAY "SUPERREV: MASTER WRITE "
               CLOSE EXCEPTION-MASTER-FILE
           END-IF
           CLOSE AUDIT-TRAIL-FILE
           IF WS-CERT-OPEN
               CLOSE CERTIFICATION-FILE
           END-IF

           DISPLAY "SUPERREV SUMMARY: DECISIONS REVERSED = "
               WS-REVERSED-COUNT
           DISPLAY "SUPERREV SUMMARY: DECISIONS REPLACED = "
               WS-REPLACED-COUNT
           DISPLAY "SUPERREV SUMMARY: KEYS LOCKED        = "
               WS-LOCKED-COUNT.
