      *> either begged a supervisor or walked the raw files. This
      *> screen answers the question and can do nothing else.
      *>
      *> Enter the reconciliation's RECONREG ID (blank for the unnamed
      *> reconciliation run from a full control card), then a record
      *> key within it, and see:
      *>   - the exception's compare detail off the open-exception
      *>     master (EXCPKSD): result, both compared values, the
      *>     differing column and field name, the originating run
      *>     time, comment, supersedes pointer, and the transmit /
      *>     acknowledge state of any correction request.
      *>
      *> The session opens on the signed-on user's own queue: every
      *> open exception assigned to them (WORKASGN, REASSIGN) in any
      *> reconciliation, with its key, field and originating run, so
      *> an operator sees their morning's work before looking up a
      *> key. Entering * at the key prompt lists the queue again.
      *>
      *> Both files are opened INPUT and no update verb appears in
      *> this program, so compliance has no grounds to restrict who
      *> can look. Decisions still go through DISPOSE; reversals
           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCPKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XK-EXCEPTION-KEY
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITKSD"
               88  WS-AUDIT-SCAN-DONE      VALUE "Y".
           05  WS-MASTER-OPEN-SW       PIC X(01) VALUE "N".
               88  WS-MASTER-OPEN          VALUE "Y".
           05  WS-EXC-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EXC-EOF              VALUE "Y".

       01  WS-COUNTERS.
           05  WS-HISTORY-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-KEYS-SHOWN           PIC 9(05) VALUE ZERO.
           05  WS-QUEUE-COUNT          PIC 9(05) VALUE ZERO.

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.

       01  WS-INQUIRY-RECON-ID         PIC X(08) VALUE SPACES.
       01  WS-INQUIRY-KEY              PIC X(10) VALUE SPACES.
       01  WS-STATUS-TEXT              PIC X(22) VALUE SPACES.
       01  WS-TRANSMIT-TEXT            PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           IF WS-OPERATOR-ID = SPACES
               MOVE "OPER1" TO WS-OPERATOR-ID
           END-IF

      *> Strictly INPUT opens: this program exists because the
      *> update screens had to be restricted, so it must never grow
      *> an update path of its own.
           END-IF.

       2000-INQUIRY-SESSION.
           PERFORM 2050-SHOW-MY-QUEUE

           DISPLAY "EXCPINQ: ENTER RECONCILIATION ID (BLANK FOR THE "
               "UNNAMED RECONCILIATION):"
           ACCEPT WS-INQUIRY-RECON-ID
           MOVE FUNCTION UPPER-CASE(WS-INQUIRY-RECON-ID)
               TO WS-INQUIRY-RECON-ID

           PERFORM UNTIL WS-QUIT-REQUESTED
               MOVE SPACES TO WS-INQUIRY-KEY
               DISPLAY "EXCPINQ: ENTER RECORD KEY (* = MY QUEUE, "
                   "BLANK TO END):"
               ACCEPT WS-INQUIRY-KEY
               EVALUATE WS-INQUIRY-KEY
                   WHEN SPACES
                       SET WS-QUIT-REQUESTED TO TRUE
                   WHEN "*"
                       PERFORM 2050-SHOW-MY-QUEUE
                   WHEN OTHER
                       ADD 1 TO WS-KEYS-SHOWN
                       PERFORM 2100-SHOW-ONE-KEY
               END-EVALUATE
           END-PERFORM.

      *> One sweep of the master for the open exceptions assigned to
      *> the signed-on user, in reconciliation and key order.
       2050-SHOW-MY-QUEUE.
           IF NOT WS-MASTER-OPEN
               CONTINUE
           ELSE
               MOVE ZERO TO WS-QUEUE-COUNT
               MOVE "N" TO WS-EXC-EOF-SW
               DISPLAY "EXCPINQ: OPEN EXCEPTIONS ASSIGNED TO "
                   WS-OPERATOR-ID
               MOVE LOW-VALUES TO XK-EXCEPTION-KEY
               START EXCEPTION-MASTER-FILE KEY NOT < XK-EXCEPTION-KEY
                   INVALID KEY MOVE "Y" TO WS-EXC-EOF-SW
               END-START
               IF WS-EXC-FILE-STATUS NOT = "00"
                   MOVE "Y" TO WS-EXC-EOF-SW
               END-IF
               PERFORM UNTIL WS-EXC-EOF
                   READ EXCEPTION-MASTER-FILE NEXT RECORD
                   END-READ
                   IF WS-EXC-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-EXC-EOF-SW
                   ELSE
                       IF XK-STATUS-OPEN
                           AND XK-ASSIGNED-TO = WS-OPERATOR-ID
                           ADD 1 TO WS-QUEUE-COUNT
                           DISPLAY "  RECON " XK-RECON-ID
                               " KEY " XK-RECORD-KEY
                               " FIELD " XK-FIELD-NAME
                               " FROM RUN " XK-RUN-ID
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY "EXCPINQ: " WS-QUEUE-COUNT
                   " OPEN EXCEPTIONS IN YOUR QUEUE"
           END-IF.

       2100-SHOW-ONE-KEY.
           PERFORM 2200-SHOW-COMPARE-DETAIL
           PERFORM 2300-SHOW-AUDIT-HISTORY
           IF NOT WS-MASTER-OPEN
               CONTINUE
           ELSE
               MOVE WS-INQUIRY-RECON-ID TO XK-RECON-ID
               MOVE WS-INQUIRY-KEY TO XK-RECORD-KEY
               READ EXCEPTION-MASTER-FILE
                   INVALID KEY
                       PERFORM 2210-DESCRIBE-STATUS
                       DISPLAY "  EXCEPTION " XK-RESULT-FLAG
                           " STATUS " WS-STATUS-TEXT
                           " ASSIGNED TO " XK-ASSIGNED-TO
                       DISPLAY "  FROM RUN " XK-RUN-ID
                           " DIFFERS AT COLUMN " XK-DIFF-POSITION
                           " FIELD " XK-FIELD-NAME
                       DISPLAY "  OLD VALUE: " XK-OLD-VALUE
                       DISPLAY "  NEW VALUE: " XK-NEW-VALUE
                       IF NOT XK-NOT-LINKED
                           DISPLAY "  PROBABLE RE-KEY - LINKED TO KEY "
                               XK-LINKED-KEY
                       END-IF
               END-READ
           END-IF.

       2300-SHOW-AUDIT-HISTORY.
           MOVE ZERO TO WS-HISTORY-COUNT
           MOVE "N" TO WS-AUDIT-SCAN-DONE-SW
           MOVE WS-INQUIRY-RECON-ID TO AK-RECON-ID
           MOVE WS-INQUIRY-KEY TO AK-RECORD-KEY
           MOVE ZERO TO AK-SEQUENCE
           START AUDIT-TRAIL-FILE KEY NOT < AK-AUDIT-KEY
               READ AUDIT-TRAIL-FILE NEXT RECORD
               END-READ
               IF WS-AUD-FILE-STATUS NOT = "00"
                   OR AK-RECON-ID NOT = WS-INQUIRY-RECON-ID
                   OR AK-RECORD-KEY NOT = WS-INQUIRY-KEY
                   SET WS-AUDIT-SCAN-DONE TO TRUE
               ELSE

       2320-DESCRIBE-TRANSMIT-STATE.
           EVALUATE TRUE
               WHEN AK-DISP-FIX-VERIFIED
                   MOVE SPACES TO WS-TRANSMIT-TEXT
                   STRING "REQUEST " AK-REQUEST-NUMBER
                       " FIX VERIFIED AGAINST THE NEXT EXTRACT"
                       DELIMITED BY SIZE INTO WS-TRANSMIT-TEXT
               WHEN AK-DISP-FIX-FAILED
                   MOVE SPACES TO WS-TRANSMIT-TEXT
                   STRING "REQUEST " AK-REQUEST-NUMBER
                       " CORRECTION FAILED - STILL DIFFERS"
                       DELIMITED BY SIZE INTO WS-TRANSMIT-TEXT
               WHEN AK-ACKNOWLEDGED
                   MOVE SPACES TO WS-TRANSMIT-TEXT
                   STRING "REQUEST " AK-REQUEST-NUMBER
