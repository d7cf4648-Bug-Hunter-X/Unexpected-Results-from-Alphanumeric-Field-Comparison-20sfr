      *>----------------------------------------------------------------
      *> PROGRAM:  WORKASGN
      *>
      *> Nightly work-queue assignment, run after AUTODISP and before
      *> the morning DISPOSE sessions. With several operators on the
      *> desk, one shared sweep of the open exceptions had them
      *> stepping on each other or splitting the work by hand; this
      *> step gives every open exception on the exception master
      *> (EXCPKSD) an owner, XK-ASSIGNED-TO, and DISPOSE and EXCPINQ
      *> then show each operator their own queue.
      *>
      *> The desk roster (DESKROST) lists the operators. In key-range
      *> mode an unowned open exception goes to the first on-desk
      *> roster card whose reconciliation and key range cover it; a
      *> key no range covers, and every key in round-robin mode, goes
      *> to the on-desk operator with the smallest open backlog (ties
      *> to the operator listed first), so the queues come out level
      *> however uneven they started.
      *>
      *> An exception that already has an owner keeps it - including
      *> a key that cleared and has reopened tonight - so a recurring
      *> break goes back to the operator who knows it. Moving work off
      *> an operator who is out is a supervisor decision, made in
      *> REASSIGN; exceptions still owned by an operator marked out
      *> (or no longer on the roster) are counted on the summary so
      *> the supervisor knows to.
      *>
      *> Return codes:  0 = every open exception has an owner
      *>                4 = open exceptions left unassigned (no
      *>                    operator on the desk)
      *>               16 = a required file could not be opened
      *>----------------------------------------------------------------
       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKASGN.
       AUTHOR. RECONCILIATION-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCPKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XK-EXCEPTION-KEY
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT DESK-ROSTER-FILE ASSIGN TO "DESKROST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSK-FILE-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-MASTER-FILE.
       COPY EXCPKSD.

       FD  DESK-ROSTER-FILE.
       COPY DESKROST.

       FD  CONTROL-CARD-FILE.
       COPY ASGCARD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXC-FILE-STATUS      PIC X(02).
           05  WS-DSK-FILE-STATUS      PIC X(02).
           05  WS-CTL-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-EXC-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EXC-EOF              VALUE "Y".
           05  WS-OPERATOR-FOUND-SW    PIC X(01) VALUE "N".
               88  WS-OPERATOR-FOUND       VALUE "Y".
           05  WS-RANGE-MATCHED-SW     PIC X(01) VALUE "N".
               88  WS-RANGE-MATCHED        VALUE "Y".

       01  WS-COUNTERS.
           05  WS-OPEN-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-ALREADY-OWNED-COUNT  PIC 9(09) VALUE ZERO.
           05  WS-BY-RANGE-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-BY-BALANCE-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-UNASSIGNED-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-OWNER-AWAY-COUNT     PIC 9(09) VALUE ZERO.

      *> One entry per operator named on the roster, with the open
      *> backlog the balancing works from. An operator is out if any
      *> of their cards says so.
       01  WS-OPERATOR-DEFNS.
           05  WS-OP-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-OP-TABLE OCCURS 100 TIMES.
               10  WS-OP-ID            PIC X(08).
               10  WS-OP-DESK-SW       PIC X(01).
                   88  WS-OP-ON-DESK       VALUE "Y".
               10  WS-OP-BACKLOG       PIC 9(09).
               10  WS-OP-ASSIGNED      PIC 9(09).

      *> The key ranges of the on-desk operators, in roster order: the
      *> first range covering a key wins.
       01  WS-RANGE-DEFNS.
           05  WS-RANGE-COUNT          PIC 9(03) VALUE ZERO.
           05  WS-RANGE-TABLE OCCURS 200 TIMES.
               10  WS-RN-OP-INDEX      PIC 9(03).
               10  WS-RN-RECON-ID      PIC X(08).
               10  WS-RN-KEY-LOW       PIC X(10).
               10  WS-RN-KEY-HIGH      PIC X(10).

       01  WS-OX                       PIC 9(03) VALUE ZERO.
       01  WS-NX                       PIC 9(03) VALUE ZERO.
       01  WS-CHOSEN-OX                PIC 9(03) VALUE ZERO.
       01  WS-SEARCH-ID                PIC X(08) VALUE SPACES.
       01  WS-SWEEP-RECON-ID           PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1300-COUNT-OWNED-BACKLOG
           PERFORM 2000-ASSIGN-OPEN-EXCEPTIONS
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES TO ASSIGNMENT-CARD
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTL-FILE-STATUS = "00"
               READ CONTROL-CARD-FILE
               CLOSE CONTROL-CARD-FILE
           END-IF
           IF NOT AS-ROUND-ROBIN-MODE
               SET AS-KEY-RANGE-MODE TO TRUE
           END-IF

           PERFORM 1100-LOAD-ROSTER

           OPEN I-O EXCEPTION-MASTER-FILE
           IF WS-EXC-FILE-STATUS NOT = "00"
               DISPLAY "WORKASGN: CANNOT OPEN EXCEPTION MASTER - "
                   "STATUS " WS-EXC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The roster is required: without it there is nobody to hand
      *> the work to, and a silently skipped assignment would leave
      *> every queue empty in the morning.
       1100-LOAD-ROSTER.
           OPEN INPUT DESK-ROSTER-FILE
           IF WS-DSK-FILE-STATUS NOT = "00"
               DISPLAY "WORKASGN: CANNOT OPEN DESK ROSTER - STATUS "
                   WS-DSK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DSK-FILE-STATUS NOT = "00"
               READ DESK-ROSTER-FILE
               IF WS-DSK-FILE-STATUS = "00"
                   AND DK-OPERATOR-ID NOT = SPACES
                   PERFORM 1110-STORE-ROSTER-CARD
               END-IF
           END-PERFORM
           CLOSE DESK-ROSTER-FILE.

       1110-STORE-ROSTER-CARD.
           MOVE DK-OPERATOR-ID TO WS-SEARCH-ID
           PERFORM 2500-FIND-OPERATOR
           IF NOT WS-OPERATOR-FOUND
               IF WS-OP-COUNT < 100
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-OP-COUNT TO WS-OX
                   MOVE DK-OPERATOR-ID TO WS-OP-ID(WS-OX)
                   MOVE "Y" TO WS-OP-DESK-SW(WS-OX)
                   MOVE ZERO TO WS-OP-BACKLOG(WS-OX)
                   MOVE ZERO TO WS-OP-ASSIGNED(WS-OX)
                   SET WS-OPERATOR-FOUND TO TRUE
               ELSE
                   DISPLAY "WORKASGN: ROSTER CARD IGNORED - TABLE "
                       "FULL - " DK-OPERATOR-ID
               END-IF
           END-IF
           IF WS-OPERATOR-FOUND AND DK-OUT
               MOVE "N" TO WS-OP-DESK-SW(WS-OX)
           END-IF

           IF WS-OPERATOR-FOUND
               AND (DK-KEY-LOW NOT = SPACES OR DK-KEY-HIGH NOT = SPACES)
               IF WS-RANGE-COUNT < 200
                   ADD 1 TO WS-RANGE-COUNT
                   MOVE WS-OX TO WS-RN-OP-INDEX(WS-RANGE-COUNT)
                   MOVE DK-RECON-ID TO WS-RN-RECON-ID(WS-RANGE-COUNT)
                   MOVE DK-KEY-LOW TO WS-RN-KEY-LOW(WS-RANGE-COUNT)
                   IF DK-KEY-HIGH = SPACES
                       MOVE HIGH-VALUES
                           TO WS-RN-KEY-HIGH(WS-RANGE-COUNT)
                   ELSE
                       MOVE DK-KEY-HIGH
                           TO WS-RN-KEY-HIGH(WS-RANGE-COUNT)
                   END-IF
               ELSE
                   DISPLAY "WORKASGN: KEY RANGE IGNORED - TABLE "
                       "FULL - " DK-OPERATOR-ID
               END-IF
           END-IF.

      *> First pass: what each operator already holds, across every
      *> reconciliation - the balancing has to level whole queues,
      *> not just tonight's new arrivals.
       1300-COUNT-OWNED-BACKLOG.
           MOVE SPACES TO WS-SWEEP-RECON-ID
           MOVE LOW-VALUES TO XK-EXCEPTION-KEY
           PERFORM 2050-START-SWEEP
           PERFORM UNTIL WS-EXC-EOF
               IF XK-STATUS-OPEN AND NOT XK-UNASSIGNED
                   MOVE XK-ASSIGNED-TO TO WS-SEARCH-ID
                   PERFORM 2500-FIND-OPERATOR
                   IF WS-OPERATOR-FOUND
                       ADD 1 TO WS-OP-BACKLOG(WS-OX)
                   END-IF
               END-IF
               PERFORM 2100-READ-MASTER-RECORD
           END-PERFORM.

      *> Second pass: every open exception without an owner gets one.
      *> A card naming one reconciliation limits the pass to it.
       2000-ASSIGN-OPEN-EXCEPTIONS.
           MOVE AS-RECON-ID TO WS-SWEEP-RECON-ID
           MOVE LOW-VALUES TO XK-EXCEPTION-KEY
           IF WS-SWEEP-RECON-ID NOT = SPACES
               MOVE WS-SWEEP-RECON-ID TO XK-RECON-ID
           END-IF
           PERFORM 2050-START-SWEEP
           PERFORM UNTIL WS-EXC-EOF
               IF XK-STATUS-OPEN
                   ADD 1 TO WS-OPEN-COUNT
                   IF XK-UNASSIGNED
                       PERFORM 2200-ASSIGN-ONE-EXCEPTION
                   ELSE
                       ADD 1 TO WS-ALREADY-OWNED-COUNT
                       PERFORM 2150-CHECK-OWNER-ON-DESK
                   END-IF
               END-IF
               PERFORM 2100-READ-MASTER-RECORD
           END-PERFORM.

       2050-START-SWEEP.
           MOVE "N" TO WS-EXC-EOF-SW
           START EXCEPTION-MASTER-FILE KEY NOT < XK-EXCEPTION-KEY
               INVALID KEY MOVE "Y" TO WS-EXC-EOF-SW
           END-START
           IF WS-EXC-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EXC-EOF-SW
           END-IF
           PERFORM 2100-READ-MASTER-RECORD.

       2100-READ-MASTER-RECORD.
           IF NOT WS-EXC-EOF
               READ EXCEPTION-MASTER-FILE NEXT RECORD
               END-READ
               IF WS-EXC-FILE-STATUS NOT = "00"
                   MOVE "Y" TO WS-EXC-EOF-SW
               END-IF
           END-IF
           IF WS-SWEEP-RECON-ID NOT = SPACES
               AND XK-RECON-ID NOT = WS-SWEEP-RECON-ID
               MOVE "Y" TO WS-EXC-EOF-SW
           END-IF.

       2150-CHECK-OWNER-ON-DESK.
           MOVE XK-ASSIGNED-TO TO WS-SEARCH-ID
           PERFORM 2500-FIND-OPERATOR
           IF NOT WS-OPERATOR-FOUND
               ADD 1 TO WS-OWNER-AWAY-COUNT
           ELSE
               IF NOT WS-OP-ON-DESK(WS-OX)
                   ADD 1 TO WS-OWNER-AWAY-COUNT
               END-IF
           END-IF.

       2200-ASSIGN-ONE-EXCEPTION.
           MOVE ZERO TO WS-CHOSEN-OX
           MOVE "N" TO WS-RANGE-MATCHED-SW
           IF AS-KEY-RANGE-MODE
               PERFORM 2300-MATCH-KEY-RANGE
           END-IF
           IF NOT WS-RANGE-MATCHED
               PERFORM 2400-PICK-LEAST-LOADED
           END-IF

           IF WS-CHOSEN-OX = ZERO
               ADD 1 TO WS-UNASSIGNED-COUNT
           ELSE
               MOVE WS-OP-ID(WS-CHOSEN-OX) TO XK-ASSIGNED-TO
               REWRITE EXCEPTION-KSDS-RECORD
                   INVALID KEY
                       DISPLAY "WORKASGN: MASTER REWRITE FAILED FOR "
                           "KEY " XK-RECORD-KEY " STATUS "
                           WS-EXC-FILE-STATUS
               END-REWRITE
               IF WS-EXC-FILE-STATUS = "00"
                   ADD 1 TO WS-OP-BACKLOG(WS-CHOSEN-OX)
                   ADD 1 TO WS-OP-ASSIGNED(WS-CHOSEN-OX)
                   IF WS-RANGE-MATCHED
                       ADD 1 TO WS-BY-RANGE-COUNT
                   ELSE
                       ADD 1 TO WS-BY-BALANCE-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-UNASSIGNED-COUNT
               END-IF
           END-IF.

      *> A range belonging to an operator who is out is passed over,
      *> and the key falls through to the balancing below.
       2300-MATCH-KEY-RANGE.
           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-RANGE-COUNT OR WS-RANGE-MATCHED
               IF (WS-RN-RECON-ID(WS-NX) = SPACES
                       OR WS-RN-RECON-ID(WS-NX) = XK-RECON-ID)
                   AND XK-RECORD-KEY >= WS-RN-KEY-LOW(WS-NX)
                   AND XK-RECORD-KEY <= WS-RN-KEY-HIGH(WS-NX)
                   AND WS-OP-ON-DESK(WS-RN-OP-INDEX(WS-NX))
                   SET WS-RANGE-MATCHED TO TRUE
                   MOVE WS-RN-OP-INDEX(WS-NX) TO WS-CHOSEN-OX
               END-IF
           END-PERFORM.

      *> Smallest open backlog wins; the strict less-than keeps ties
      *> with the operator listed first, so equal queues fill in
      *> roster order - round-robin.
       2400-PICK-LEAST-LOADED.
           MOVE ZERO TO WS-CHOSEN-OX
           PERFORM VARYING WS-OX FROM 1 BY 1 UNTIL WS-OX > WS-OP-COUNT
               IF WS-OP-ON-DESK(WS-OX)
                   IF WS-CHOSEN-OX = ZERO
                       MOVE WS-OX TO WS-CHOSEN-OX
                   ELSE
                       IF WS-OP-BACKLOG(WS-OX)
                           < WS-OP-BACKLOG(WS-CHOSEN-OX)
                           MOVE WS-OX TO WS-CHOSEN-OX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2500-FIND-OPERATOR.
           MOVE "N" TO WS-OPERATOR-FOUND-SW
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OP-COUNT OR WS-OPERATOR-FOUND
               IF WS-OP-ID(WS-OX) = WS-SEARCH-ID
                   SET WS-OPERATOR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-OPERATOR-FOUND
               SUBTRACT 1 FROM WS-OX
           END-IF.

       3000-FINALIZE.
           CLOSE EXCEPTION-MASTER-FILE

           DISPLAY "WORKASGN SUMMARY: OPEN EXCEPTIONS      = "
               WS-OPEN-COUNT
           DISPLAY "WORKASGN SUMMARY: ALREADY OWNED        = "
               WS-ALREADY-OWNED-COUNT
           DISPLAY "WORKASGN SUMMARY: ASSIGNED BY RANGE    = "
               WS-BY-RANGE-COUNT
           DISPLAY "WORKASGN SUMMARY: ASSIGNED BY BALANCE  = "
               WS-BY-BALANCE-COUNT
           DISPLAY "WORKASGN SUMMARY: LEFT UNASSIGNED      = "
               WS-UNASSIGNED-COUNT
           DISPLAY "WORKASGN SUMMARY: OWNER OUT/OFF ROSTER = "
               WS-OWNER-AWAY-COUNT

           PERFORM VARYING WS-OX FROM 1 BY 1 UNTIL WS-OX > WS-OP-COUNT
               DISPLAY "WORKASGN OPERATOR " WS-OP-ID(WS-OX)
                   " DESK " WS-OP-DESK-SW(WS-OX)
                   " ASSIGNED = " WS-OP-ASSIGNED(WS-OX)
                   " OPEN BACKLOG = " WS-OP-BACKLOG(WS-OX)
           END-PERFORM

           IF WS-UNASSIGNED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
