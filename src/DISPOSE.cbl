      *> PROGRAM:  DISPOSE
      *>
      *> Online maintenance screen for ops to work the open exceptions
      *> on the exception master (EXCPKSD, keyed on reconciliation ID
      *> plus record key, built nightly by RECONCIL and AUTODISP). Each
      *> open record is shown with its reconciliation and key, both
      *> compared values, the field name and the first differing
      *> column; the operator dispositions it as an
      *> accepted difference or as needing a fix, with a free-text
      *> comment. Every decision is logged to the indexed audit trail
      *> (AUDITKSD, keyed on reconciliation ID, record key and
      *> sequence) for compliance
      *> review - nothing is disposed silently - and the master record
      *> is updated to the decided status in the same breath.
      *>
      *> open), so no audit-trail pre-check is needed per record; a
      *> supervisor reversal in SUPERREV reopens the master record and
      *> the exception reappears here on the next session.
      *>
      *> Each operator works their own queue: the session opens on
      *> the exceptions WORKASGN (or a supervisor, in REASSIGN) has
      *> assigned to the signed-on user, plus any not yet assigned to
      *> anyone, so nobody steps on a colleague's work. Entering * on
      *> the queue prompt works every open exception instead, as
      *> before queues existed.
      *>
      *> An exception raised in a month whose certification statement
      *> has been prepared or signed off (CERTKSD, see MTHCERT and
      *> CERTSIGN) is locked: it is not presented, because deciding it
      *> would change figures finance has reported. Such exceptions
      *> are counted on the session summary; a supervisor must reopen
      *> the period in CERTSIGN before they can be worked.
      *>
      *> A probable re-keyed account (REKEYCHK) is two exceptions
      *> linked to each other - the old key OLD-ONLY, the new key
      *> NEW-ONLY, each showing the old payload against the new. The
      *> screen names the linked key, and the decision taken on one
      *> half is logged against the other half too, under the same
      *> user and time, so the pair is disposed of as one decision.
      *> A linked half that is no longer open, or sits in a locked
      *> period, is left alone and the operator told. A pair cannot
      *> be marked N: CORRGEN raises a correction request for one key
      *> at a time and could not ask the source system to re-key an
      *> account, so N on either half is refused on the screen. The
      *> pair is accepted, or skipped and raised with a supervisor.
      *>----------------------------------------------------------------
       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCPKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XK-EXCEPTION-KEY
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITKSD"
               RECORD KEY IS AK-AUDIT-KEY
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT CERTIFICATION-FILE ASSIGN TO "CERTKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CERT-KEY
               FILE STATUS IS WS-CRT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-MASTER-FILE.
       FD  AUDIT-TRAIL-FILE.
       COPY AUDITKSD.

       FD  CERTIFICATION-FILE.
       COPY CERTKSD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXC-FILE-STATUS      PIC X(02).
           05  WS-AUD-FILE-STATUS      PIC X(02).
           05  WS-CRT-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-EXC-EOF-SW           PIC X(01) VALUE "N".
               88  WS-QUIT-REQUESTED       VALUE "Y".
           05  WS-AUDIT-SCAN-DONE-SW   PIC X(01) VALUE "N".
               88  WS-AUDIT-SCAN-DONE      VALUE "Y".
           05  WS-QUEUE-SELECT         PIC X(01) VALUE SPACE.
               88  WS-MY-QUEUE             VALUE SPACE.
               88  WS-ALL-QUEUES           VALUE "*".
           05  WS-CERT-OPEN-SW         PIC X(01) VALUE "N".
               88  WS-CERT-OPEN            VALUE "Y".
           05  WS-CERT-SCAN-DONE-SW    PIC X(01) VALUE "N".
               88  WS-CERT-SCAN-DONE       VALUE "Y".
           05  WS-PERIOD-LOCKED-SW     PIC X(01) VALUE "N".
               88  WS-PERIOD-LOCKED        VALUE "Y".

       01  WS-COUNTERS.
           05  WS-EXCEPTION-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-NOT-OPEN-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-OTHER-QUEUE-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-LOCKED-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-DISPOSED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-SKIPPED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-LINKED-DISPOSED-COUNT
                                       PIC 9(05) VALUE ZERO.

       01  WS-NEXT-SEQUENCE            PIC 9(03) VALUE ZERO.
       01  WS-SCAN-KEY.
           05  WS-SCAN-RECON-ID        PIC X(08) VALUE SPACES.
           05  WS-SCAN-RECORD-KEY      PIC X(10) VALUE SPACES.

       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-LOCK-PERIOD              PIC X(06) VALUE SPACES.

       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(04).

       01  WS-DISP-CODE                PIC X(01).
       01  WS-DISP-COMMENT             PIC X(60).
       01  WS-OPERATOR-COMMENT         PIC X(60).
       01  WS-SCREEN-MESSAGE           PIC X(70).

      *> The exception just disposed, while its linked half is
      *> disposed with it.
       01  WS-HOLD-EXCEPTION-KEY.
           05  WS-HOLD-RECON-ID        PIC X(08).
           05  WS-HOLD-RECORD-KEY      PIC X(10).

       SCREEN SECTION.
       01  QUEUE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1 VALUE "RECONCIL EXCEPTION DISPOSITION".
           05  LINE 2 COLUMN 1 VALUE "OPERATOR:".
           05  LINE 2 COLUMN 20 PIC X(08) FROM WS-OPERATOR-ID.
           05  LINE 4 COLUMN 1
               VALUE "QUEUE (BLANK=MY QUEUE *=ALL OPEN EXCEPTIONS):".
           05  LINE 4 COLUMN 47 PIC X(01) TO WS-QUEUE-SELECT.

       01  DISPOSITION-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1 VALUE "RECONCIL EXCEPTION DISPOSITION".
           05  LINE 2 COLUMN 1 VALUE "RECONCILIATION:".
           05  LINE 2 COLUMN 20 PIC X(08) FROM XK-RECON-ID.
           05  LINE 2 COLUMN 32 VALUE "ASSIGNED TO:".
           05  LINE 2 COLUMN 45 PIC X(08) FROM XK-ASSIGNED-TO.
           05  LINE 3 COLUMN 1 VALUE "RECORD KEY:".
           05  LINE 3 COLUMN 20 PIC X(10) FROM XK-RECORD-KEY.
           05  LINE 3 COLUMN 32 VALUE "LINKED RE-KEY:".
           05  LINE 3 COLUMN 47 PIC X(10) FROM XK-LINKED-KEY.
           05  LINE 4 COLUMN 1 VALUE "DIFFERS AT COLUMN:".
           05  LINE 4 COLUMN 20 PIC 9(05) FROM XK-DIFF-POSITION.
           05  LINE 5 COLUMN 1 VALUE "FIELD:".
           05  LINE 14 COLUMN 51 PIC X(01) TO WS-DISP-CODE.
           05  LINE 15 COLUMN 1 VALUE "COMMENT:".
           05  LINE 15 COLUMN 10 PIC X(60) TO WS-DISP-COMMENT.
           05  LINE 17 COLUMN 1 PIC X(70) FROM WS-SCREEN-MESSAGE.

       PROCEDURE DIVISION.
       0000-MAIN.
               MOVE "OPER1" TO WS-OPERATOR-ID
           END-IF

           MOVE "?" TO WS-QUEUE-SELECT
           PERFORM UNTIL WS-MY-QUEUE OR WS-ALL-QUEUES
               MOVE SPACE TO WS-QUEUE-SELECT
               DISPLAY QUEUE-SCREEN
               ACCEPT QUEUE-SCREEN
           END-PERFORM

      *> The exception master is built by the nightly batch; a session
      *> without one has nothing to work, so it is not created here.
           OPEN I-O EXCEPTION-MASTER-FILE
               STOP RUN
           END-IF

      *> The audit trail is an indexed file keyed on reconciliation ID,
      *> record key and sequence; a brand-new trail (status 35) is
      *> created empty and reopened for update.
           OPEN I-O AUDIT-TRAIL-FILE
           IF WS-AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-TRAIL-FILE
                   WS-AUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> No certification log yet (status 35) means no month has been
      *> certified and nothing is locked. A log that exists but cannot
      *> be read must not let locked periods be worked.
           OPEN INPUT CERTIFICATION-FILE
           EVALUATE WS-CRT-FILE-STATUS
               WHEN "00"
                   SET WS-CERT-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "DISPOSE: CANNOT OPEN CERTKSD - STATUS "
                       WS-CRT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *> One keyed sweep of the master in key order - every
      *> reconciliation in turn; only records
      *> still open need a human decision. Decided and auto-closed
      *> records are counted past for the session summary, as are
      *> open records in a colleague's queue.
       2000-PROCESS-EXCEPTIONS.
           MOVE LOW-VALUES TO XK-EXCEPTION-KEY
           START EXCEPTION-MASTER-FILE KEY NOT < XK-EXCEPTION-KEY
               INVALID KEY MOVE "Y" TO WS-EXC-EOF-SW
           END-START
           IF WS-EXC-FILE-STATUS NOT = "00"
           PERFORM 2050-READ-NEXT-RECORD

           PERFORM UNTIL WS-EXC-EOF OR WS-QUIT-REQUESTED
               EVALUATE TRUE
                   WHEN NOT XK-STATUS-OPEN
                       ADD 1 TO WS-NOT-OPEN-COUNT
                   WHEN WS-ALL-QUEUES
                       OR XK-UNASSIGNED
                       OR XK-ASSIGNED-TO = WS-OPERATOR-ID
                       PERFORM 2060-CHECK-PERIOD-LOCK
                       IF WS-PERIOD-LOCKED
                           ADD 1 TO WS-LOCKED-COUNT
                       ELSE
                           ADD 1 TO WS-EXCEPTION-COUNT
                           PERFORM 2100-DISPOSITION-ONE-EXCEPTION
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-OTHER-QUEUE-COUNT
               END-EVALUATE
               IF NOT WS-QUIT-REQUESTED
                   PERFORM 2050-READ-NEXT-RECORD
               END-IF
               MOVE "Y" TO WS-EXC-EOF-SW
           END-IF.

      *> The exception's period is the month of its first open run
      *> (XK-RUN-ID). The period is locked while its latest
      *> certification record is a prepared or signed statement; a
      *> reopen unlocks it. A record with no run stamp belongs to no
      *> period and is never locked.
       2060-CHECK-PERIOD-LOCK.
           MOVE "N" TO WS-PERIOD-LOCKED-SW
           MOVE XK-RUN-ID(1:6) TO WS-LOCK-PERIOD
           IF WS-CERT-OPEN AND WS-LOCK-PERIOD NUMERIC
               MOVE "N" TO WS-CERT-SCAN-DONE-SW
               MOVE XK-RECON-ID TO CT-RECON-ID
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
                       OR CT-RECON-ID NOT = XK-RECON-ID
                       OR CT-PERIOD NOT = WS-LOCK-PERIOD
                       SET WS-CERT-SCAN-DONE TO TRUE
                   ELSE
                       IF CT-PREPARED OR CT-CERTIFIED
                           SET WS-PERIOD-LOCKED TO TRUE
                       ELSE
                           MOVE "N" TO WS-PERIOD-LOCKED-SW
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> Re-prompts until the operator enters a valid response - a
      *> blank or bad keystroke here must not silently drop the
      *> exception from the audit trail. S defers the exception to a
      *> later DISPOSE run without logging anything; Q ends the session
      *> so a large backlog can be worked in stages. N is refused on
      *> half of a re-key pair (see the banner) and the screen shown
      *> again with the reason.
       2100-DISPOSITION-ONE-EXCEPTION.
           MOVE SPACES TO WS-DISP-CODE
           MOVE SPACES TO WS-DISP-COMMENT
           MOVE SPACES TO WS-SCREEN-MESSAGE

           PERFORM UNTIL WS-DISP-CODE = "A" OR WS-DISP-CODE = "N"
                   OR WS-DISP-CODE = "S" OR WS-DISP-CODE = "Q"
               DISPLAY DISPOSITION-SCREEN
               ACCEPT DISPOSITION-SCREEN
               MOVE FUNCTION UPPER-CASE(WS-DISP-CODE) TO WS-DISP-CODE
               IF WS-DISP-CODE = "N" AND NOT XK-NOT-LINKED
                   MOVE
                       "N NOT ALLOWED ON A RE-KEY PAIR - ACCEPT OR SKIP"
                       TO WS-SCREEN-MESSAGE
                   MOVE SPACES TO WS-DISP-CODE
               END-IF
           END-PERFORM

           EVALUATE WS-DISP-CODE
                   PERFORM 2200-WRITE-AUDIT-RECORD
                   PERFORM 2400-UPDATE-MASTER-STATUS
                   ADD 1 TO WS-DISPOSED-COUNT
                   IF NOT XK-NOT-LINKED
                       PERFORM 2500-DISPOSE-LINKED-HALF
                   END-IF
           END-EVALUATE.

       2200-WRITE-AUDIT-RECORD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           MOVE XK-RECON-ID TO AK-RECON-ID
           MOVE XK-RECORD-KEY TO AK-RECORD-KEY
           MOVE WS-NEXT-SEQUENCE TO AK-SEQUENCE
           MOVE WS-DISP-CODE TO AK-DISPOSITION-CODE
       2210-FIND-NEXT-SEQUENCE.
           MOVE 1 TO WS-NEXT-SEQUENCE
           MOVE "N" TO WS-AUDIT-SCAN-DONE-SW
           MOVE XK-RECON-ID TO WS-SCAN-RECON-ID
           MOVE XK-RECORD-KEY TO WS-SCAN-RECORD-KEY
           MOVE WS-SCAN-RECON-ID TO AK-RECON-ID
           MOVE WS-SCAN-RECORD-KEY TO AK-RECORD-KEY
           MOVE ZERO TO AK-SEQUENCE
           START AUDIT-TRAIL-FILE KEY NOT < AK-AUDIT-KEY
               INVALID KEY SET WS-AUDIT-SCAN-DONE TO TRUE
               READ AUDIT-TRAIL-FILE NEXT RECORD
               END-READ
               IF WS-AUD-FILE-STATUS NOT = "00"
                   OR AK-RECON-ID NOT = WS-SCAN-RECON-ID
                   OR AK-RECORD-KEY NOT = WS-SCAN-RECORD-KEY
                   SET WS-AUDIT-SCAN-DONE TO TRUE
               ELSE
                   COMPUTE WS-NEXT-SEQUENCE = AK-SEQUENCE + 1
                       XK-RECORD-KEY " STATUS " WS-EXC-FILE-STATUS
           END-REWRITE.

      *> The linked half takes the same decision, its audit comment
      *> naming the key the operator decided on. Only a half still
      *> open and linked back to this key is touched. The browse is
      *> then put back just past the key the operator decided on.
       2500-DISPOSE-LINKED-HALF.
           MOVE XK-RECON-ID TO WS-HOLD-RECON-ID
           MOVE XK-RECORD-KEY TO WS-HOLD-RECORD-KEY
           MOVE WS-DISP-COMMENT TO WS-OPERATOR-COMMENT
           MOVE XK-LINKED-KEY TO XK-RECORD-KEY
           READ EXCEPTION-MASTER-FILE
               INVALID KEY
                   DISPLAY "DISPOSE: LINKED KEY " XK-RECORD-KEY
                       " NOT ON THE MASTER - NOT DISPOSED"
               NOT INVALID KEY
                   PERFORM 2060-CHECK-PERIOD-LOCK
                   EVALUATE TRUE
                       WHEN NOT XK-STATUS-OPEN
                           OR XK-LINKED-KEY NOT = WS-HOLD-RECORD-KEY
                           DISPLAY "DISPOSE: LINKED KEY "
                               XK-RECORD-KEY
                               " NO LONGER OPEN - NOT DISPOSED"
                       WHEN WS-PERIOD-LOCKED
                           DISPLAY "DISPOSE: LINKED KEY "
                               XK-RECORD-KEY
                               " IN A CERTIFIED PERIOD - NOT DISPOSED"
                       WHEN OTHER
                           MOVE SPACES TO WS-DISP-COMMENT
                           STRING "RE-KEY OF " WS-HOLD-RECORD-KEY ": "
                               WS-OPERATOR-COMMENT
                               DELIMITED BY SIZE INTO WS-DISP-COMMENT
                           PERFORM 2200-WRITE-AUDIT-RECORD
                           PERFORM 2400-UPDATE-MASTER-STATUS
                           ADD 1 TO WS-LINKED-DISPOSED-COUNT
                   END-EVALUATE
           END-READ
           MOVE WS-OPERATOR-COMMENT TO WS-DISP-COMMENT

           MOVE WS-HOLD-EXCEPTION-KEY TO XK-EXCEPTION-KEY
           START EXCEPTION-MASTER-FILE KEY > XK-EXCEPTION-KEY
               INVALID KEY MOVE "Y" TO WS-EXC-EOF-SW
           END-START.

       3000-FINALIZE.
           CLOSE EXCEPTION-MASTER-FILE
           CLOSE AUDIT-TRAIL-FILE
           IF WS-CERT-OPEN
               CLOSE CERTIFICATION-FILE
           END-IF

           DISPLAY "DISPOSE SUMMARY: EXCEPTIONS PRESENTED  = "
               WS-EXCEPTION-COUNT
           DISPLAY "DISPOSE SUMMARY: NOT OPEN (READ PAST)  = "
               WS-NOT-OPEN-COUNT
           DISPLAY "DISPOSE SUMMARY: IN OTHER QUEUES       = "
               WS-OTHER-QUEUE-COUNT
           DISPLAY "DISPOSE SUMMARY: LOCKED - CERTIFIED    = "
               WS-LOCKED-COUNT
           DISPLAY "DISPOSE SUMMARY: DISPOSED THIS SESSION = "
               WS-DISPOSED-COUNT
           DISPLAY "DISPOSE SUMMARY: SKIPPED THIS SESSION  = "
               WS-SKIPPED-COUNT
           DISPLAY "DISPOSE SUMMARY: LINKED HALVES DISPOSED = "
               WS-LINKED-DISPOSED-COUNT.
