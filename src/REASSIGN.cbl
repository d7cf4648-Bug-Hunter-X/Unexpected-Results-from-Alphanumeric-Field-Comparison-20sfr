      *>----------------------------------------------------------------
      *> PROGRAM:  REASSIGN
      *>
      *> Supervisor reassignment of work queues on the exception
      *> master (EXCPKSD). WORKASGN gives each open exception an owner
      *> overnight and keeps that owner from then on; when an operator
      *> is out, their queue would sit untouched until they came back.
      *> This screen lets an AUTHORIZED supervisor move work from one
      *> operator to another:
      *>   - a whole queue: every exception the absent operator holds
      *>     that is still open or waiting on a fix, across every
      *>     reconciliation, after a Y/N confirmation;
      *>   - one exception: a single reconciliation ID and record key.
      *>
      *> The receiving operator must be on the desk roster (DESKROST)
      *> and not marked out, so a mistyped ID cannot strand work in a
      *> queue nobody sees. Mark the absent operator out on the roster
      *> as well, or WORKASGN keeps dealing them new work.
      *>
      *> Only XK-ASSIGNED-TO changes; statuses and the audit trail are
      *> untouched - reassignment is not a decision.
      *>
      *> Authorization: the user's ID must appear on the SUPVLIST
      *> file, one supervisor ID per record. No list, no access.
      *>
      *> Return codes:  0 = session completed
      *>               16 = user not authorized, or the exception
      *>                    master or desk roster unavailable
      *>----------------------------------------------------------------
       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REASSIGN.
       AUTHOR. RECONCILIATION-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCPKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XK-EXCEPTION-KEY
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT SUPERVISOR-LIST-FILE ASSIGN TO "SUPVLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-FILE-STATUS.

           SELECT DESK-ROSTER-FILE ASSIGN TO "DESKROST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-MASTER-FILE.
       COPY EXCPKSD.

       FD  SUPERVISOR-LIST-FILE.
       01  SUPERVISOR-LIST-RECORD.
           05  SL-SUPERVISOR-ID        PIC X(08).
           05  FILLER                  PIC X(72).

       FD  DESK-ROSTER-FILE.
       COPY DESKROST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXC-FILE-STATUS      PIC X(02).
           05  WS-SUP-FILE-STATUS      PIC X(02).
           05  WS-DSK-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-AUTHORIZED-SW        PIC X(01) VALUE "N".
               88  WS-AUTHORIZED           VALUE "Y".
           05  WS-QUIT-REQUESTED-SW    PIC X(01) VALUE "N".
               88  WS-QUIT-REQUESTED       VALUE "Y".
           05  WS-EXC-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EXC-EOF              VALUE "Y".
           05  WS-TARGET-VALID-SW      PIC X(01) VALUE "N".
               88  WS-TARGET-VALID         VALUE "Y".
           05  WS-TARGET-OUT-SW        PIC X(01) VALUE "N".
               88  WS-TARGET-OUT           VALUE "Y".

       01  WS-COUNTERS.
           05  WS-MOVED-THIS-TIME      PIC 9(07) VALUE ZERO.
           05  WS-MOVED-COUNT          PIC 9(07) VALUE ZERO.

       01  WS-SUPERVISOR-ID            PIC X(08).
       01  WS-FROM-OPERATOR            PIC X(08) VALUE SPACES.
       01  WS-TO-OPERATOR              PIC X(08) VALUE SPACES.
       01  WS-MOVE-RECON-ID            PIC X(08) VALUE SPACES.
       01  WS-MOVE-KEY                 PIC X(10) VALUE SPACES.
       01  WS-CONFIRM                  PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REASSIGN-SESSION
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-SUPERVISOR-ID FROM ENVIRONMENT "USER"
           PERFORM 1100-CHECK-AUTHORIZATION
           IF NOT WS-AUTHORIZED
               DISPLAY "REASSIGN: USER " WS-SUPERVISOR-ID
                   " IS NOT ON THE SUPERVISOR LIST - ACCESS DENIED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> The roster is read once per target operator entered; it has
      *> to be there before the session starts moving anything.
           OPEN INPUT DESK-ROSTER-FILE
           IF WS-DSK-FILE-STATUS NOT = "00"
               DISPLAY "REASSIGN: CANNOT OPEN DESK ROSTER - STATUS "
                   WS-DSK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE DESK-ROSTER-FILE

           OPEN I-O EXCEPTION-MASTER-FILE
           IF WS-EXC-FILE-STATUS NOT = "00"
               DISPLAY "REASSIGN: CANNOT OPEN EXCEPTION MASTER - "
                   "STATUS " WS-EXC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> No supervisor list, no access: an absent or empty SUPVLIST
      *> must fail closed, not open reassignment to everyone.
       1100-CHECK-AUTHORIZATION.
           MOVE "N" TO WS-AUTHORIZED-SW
           OPEN INPUT SUPERVISOR-LIST-FILE
           IF WS-SUP-FILE-STATUS = "00"
               PERFORM UNTIL WS-SUP-FILE-STATUS NOT = "00"
                   READ SUPERVISOR-LIST-FILE
                   IF WS-SUP-FILE-STATUS = "00"
                       AND SL-SUPERVISOR-ID = WS-SUPERVISOR-ID
                       AND SL-SUPERVISOR-ID NOT = SPACES
                       SET WS-AUTHORIZED TO TRUE
                   END-IF
               END-PERFORM
               CLOSE SUPERVISOR-LIST-FILE
           END-IF.

       2000-REASSIGN-SESSION.
           PERFORM UNTIL WS-QUIT-REQUESTED
               MOVE SPACES TO WS-FROM-OPERATOR
               DISPLAY "REASSIGN: MOVE WORK FROM OPERATOR (BLANK TO "
                   "END):"
               ACCEPT WS-FROM-OPERATOR
               IF WS-FROM-OPERATOR = SPACES
                   SET WS-QUIT-REQUESTED TO TRUE
               ELSE
                   PERFORM 2100-REASSIGN-ONE-REQUEST
               END-IF
           END-PERFORM.

       2100-REASSIGN-ONE-REQUEST.
           MOVE SPACES TO WS-TO-OPERATOR
           DISPLAY "REASSIGN: TO OPERATOR:"
           ACCEPT WS-TO-OPERATOR
           PERFORM 2200-VALIDATE-TARGET
           EVALUATE TRUE
               WHEN WS-TO-OPERATOR = WS-FROM-OPERATOR
                   DISPLAY "REASSIGN: FROM AND TO ARE THE SAME "
                       "OPERATOR - NOTHING MOVED"
               WHEN NOT WS-TARGET-VALID
                   DISPLAY "REASSIGN: OPERATOR " WS-TO-OPERATOR
                       " IS NOT ON THE DESK ROSTER - NOTHING MOVED"
               WHEN WS-TARGET-OUT
                   DISPLAY "REASSIGN: OPERATOR " WS-TO-OPERATOR
                       " IS MARKED OUT ON THE DESK ROSTER - NOTHING "
                       "MOVED"
               WHEN OTHER
                   MOVE SPACES TO WS-MOVE-KEY
                   DISPLAY "REASSIGN: RECORD KEY (BLANK = THE WHOLE "
                       "QUEUE OF " WS-FROM-OPERATOR "):"
                   ACCEPT WS-MOVE-KEY
                   IF WS-MOVE-KEY = SPACES
                       PERFORM 2300-MOVE-WHOLE-QUEUE
                   ELSE
                       PERFORM 2400-MOVE-ONE-EXCEPTION
                   END-IF
           END-EVALUATE.

       2200-VALIDATE-TARGET.
           MOVE "N" TO WS-TARGET-VALID-SW
           MOVE "N" TO WS-TARGET-OUT-SW
           OPEN INPUT DESK-ROSTER-FILE
           IF WS-DSK-FILE-STATUS = "00"
               PERFORM UNTIL WS-DSK-FILE-STATUS NOT = "00"
                   READ DESK-ROSTER-FILE
                   IF WS-DSK-FILE-STATUS = "00"
                       AND DK-OPERATOR-ID = WS-TO-OPERATOR
                       AND DK-OPERATOR-ID NOT = SPACES
                       SET WS-TARGET-VALID TO TRUE
                       IF DK-OUT
                           SET WS-TARGET-OUT TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DESK-ROSTER-FILE
           END-IF.

      *> Everything still in the absent operator's hands - open, or
      *> waiting on a fix that may yet come back - in every
      *> reconciliation. Decided and cleared records keep their owner
      *> so a later reopen still finds its history.
       2300-MOVE-WHOLE-QUEUE.
           MOVE SPACE TO WS-CONFIRM
           DISPLAY "REASSIGN: MOVE EVERY OPEN AND NEEDS-FIX EXCEPTION "
               "OF " WS-FROM-OPERATOR " TO " WS-TO-OPERATOR "? (Y/N):"
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "REASSIGN: NOTHING MOVED"
           ELSE
               MOVE ZERO TO WS-MOVED-THIS-TIME
               MOVE "N" TO WS-EXC-EOF-SW
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
                       IF XK-ASSIGNED-TO = WS-FROM-OPERATOR
                           AND (XK-STATUS-OPEN OR XK-STATUS-NEEDS-FIX)
                           PERFORM 2500-REWRITE-OWNER
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY "REASSIGN: " WS-MOVED-THIS-TIME
                   " EXCEPTIONS MOVED FROM " WS-FROM-OPERATOR
                   " TO " WS-TO-OPERATOR
           END-IF.

       2400-MOVE-ONE-EXCEPTION.
           MOVE SPACES TO WS-MOVE-RECON-ID
           DISPLAY "REASSIGN: RECONCILIATION ID (BLANK FOR THE "
               "UNNAMED RECONCILIATION):"
           ACCEPT WS-MOVE-RECON-ID
           MOVE FUNCTION UPPER-CASE(WS-MOVE-RECON-ID)
               TO WS-MOVE-RECON-ID
           MOVE ZERO TO WS-MOVED-THIS-TIME
           MOVE WS-MOVE-RECON-ID TO XK-RECON-ID
           MOVE WS-MOVE-KEY TO XK-RECORD-KEY
           READ EXCEPTION-MASTER-FILE
               INVALID KEY
                   DISPLAY "REASSIGN: KEY " WS-MOVE-KEY
                       " NOT ON THE EXCEPTION MASTER - NOTHING MOVED"
               NOT INVALID KEY
                   IF XK-ASSIGNED-TO NOT = WS-FROM-OPERATOR
                       DISPLAY "REASSIGN: KEY " WS-MOVE-KEY
                           " IS ASSIGNED TO " XK-ASSIGNED-TO
                           " - NOTHING MOVED"
                   ELSE
                       PERFORM 2500-REWRITE-OWNER
                       IF WS-MOVED-THIS-TIME > ZERO
                           DISPLAY "REASSIGN: KEY " WS-MOVE-KEY
                               " MOVED TO " WS-TO-OPERATOR
                       END-IF
                   END-IF
           END-READ.

       2500-REWRITE-OWNER.
           MOVE WS-TO-OPERATOR TO XK-ASSIGNED-TO
           REWRITE EXCEPTION-KSDS-RECORD
               INVALID KEY
                   DISPLAY "REASSIGN: MASTER REWRITE FAILED FOR KEY "
                       XK-RECORD-KEY " STATUS " WS-EXC-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-MOVED-THIS-TIME
                   ADD 1 TO WS-MOVED-COUNT
           END-REWRITE.

       3000-FINALIZE.
           CLOSE EXCEPTION-MASTER-FILE

           DISPLAY "REASSIGN SUMMARY: EXCEPTIONS MOVED = "
               WS-MOVED-COUNT.
