      *>----------------------------------------------------------------
      *> PROGRAM:  RULEMNT
      *>
      *> Online maintenance of the AUTODISP rules under maker-checker
      *> control. Every version of every rule - who proposed it, who
      *> approved or rejected it, and when - is kept on the rule
      *> history (RULEHIST, see the copybook for the in-force test),
      *> so the rule that accepted a record on any given night can be
      *> named. Nothing reaches AUTODISP until a second person has
      *> approved it.
      *>
      *> Functions:
      *>   P - propose a new rule, or a change to an existing one
      *>       (the fields start from the version in force today);
      *>   C - propose a rule seeded from a RULESUGG candidate: the
      *>       candidate's DSPRULE image is lifted off the SUGGRPT
      *>       dataset by its CANDnnn ID and filed under a real rule
      *>       ID, new or existing;
      *>   R - propose the retirement of a rule from a given date;
      *>   A - approve or reject the proposals awaiting a decision -
      *>       supervisors on SUPVLIST only, and never their own;
      *>   H - show a rule's full version history and the version in
      *>       force on a given date.
      *>
      *> Each proposal carries an effective date (today or later) and
      *> an optional expiry date. A rule has at most one proposal
      *> pending at a time. Nothing on the history is ever rewritten
      *> except a pending proposal's status, decider and - when its
      *> effective date has passed by approval time - its effective
      *> date, moved up to the approval date.
      *>
      *> Anyone may propose; only a supervisor other than the
      *> proposer may approve. No SUPVLIST means nobody can approve.
      *>
      *> Return codes:  0 = session completed
      *>               16 = the rule history could not be opened
      *>----------------------------------------------------------------
       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RULEMNT.
       AUTHOR. RECONCILIATION-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-HISTORY-FILE ASSIGN TO "RULEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-RULE-KEY
               FILE STATUS IS WS-RVH-FILE-STATUS.

           SELECT SUPERVISOR-LIST-FILE ASSIGN TO "SUPVLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-FILE-STATUS.

           SELECT SUGGESTION-REPORT-FILE ASSIGN TO "SUGGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-HISTORY-FILE.
       COPY RULEHIST.

       FD  SUPERVISOR-LIST-FILE.
       01  SUPERVISOR-LIST-RECORD.
           05  SL-SUPERVISOR-ID        PIC X(08).
           05  FILLER                  PIC X(72).

       FD  SUGGESTION-REPORT-FILE.
       01  SUGGESTION-REPORT-LINE      PIC X(160).

       WORKING-STORAGE SECTION.
      *> The rule image being proposed, reviewed or shown.
       COPY DSPRULE.

       01  WS-FILE-STATUSES.
           05  WS-RVH-FILE-STATUS      PIC X(02).
           05  WS-SUP-FILE-STATUS      PIC X(02).
           05  WS-SUG-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-SUPERVISOR-SW        PIC X(01) VALUE "N".
               88  WS-SUPERVISOR           VALUE "Y".
           05  WS-QUIT-REQUESTED-SW    PIC X(01) VALUE "N".
               88  WS-QUIT-REQUESTED       VALUE "Y".
           05  WS-SCAN-DONE-SW         PIC X(01) VALUE "N".
               88  WS-SCAN-DONE            VALUE "Y".
           05  WS-SHOW-VERSIONS-SW     PIC X(01) VALUE "N".
               88  WS-SHOW-VERSIONS        VALUE "Y".
           05  WS-PENDING-SW           PIC X(01) VALUE "N".
               88  WS-PENDING              VALUE "Y".
           05  WS-APPROVED-SW          PIC X(01) VALUE "N".
               88  WS-ANY-APPROVED         VALUE "Y".
           05  WS-IN-FORCE-SW          PIC X(01) VALUE "N".
               88  WS-IN-FORCE             VALUE "Y".
           05  WS-CANDIDATE-FOUND-SW   PIC X(01) VALUE "N".
               88  WS-CANDIDATE-FOUND      VALUE "Y".
           05  WS-DATE-VALID-SW        PIC X(01) VALUE "N".
               88  WS-DATE-VALID           VALUE "Y".
           05  WS-RETIRING-SW          PIC X(01) VALUE "N".
               88  WS-RETIRING             VALUE "Y".
           05  WS-STOP-APPROVALS-SW    PIC X(01) VALUE "N".
               88  WS-STOP-APPROVALS       VALUE "Y".

       01  WS-COUNTERS.
           05  WS-PROPOSED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-APPROVED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-PENDING-SEEN-COUNT   PIC 9(05) VALUE ZERO.

       01  WS-USER-ID                  PIC X(08) VALUE SPACES.
       01  WS-FUNCTION                 PIC X(01) VALUE SPACE.
       01  WS-RULE-ID-IN               PIC X(08) VALUE SPACES.
       01  WS-CANDIDATE-ID             PIC X(08) VALUE SPACES.
       01  WS-RESPONSE                 PIC X(01) VALUE SPACE.

      *> What one pass over a rule's versions found.
       01  WS-RULE-SCAN.
           05  WS-AS-OF-DATE           PIC X(10) VALUE SPACES.
           05  WS-HIGHEST-VERSION      PIC 9(03) VALUE ZERO.
           05  WS-PENDING-VERSION      PIC 9(03) VALUE ZERO.
           05  WS-LATEST-APPR-VERSION  PIC 9(03) VALUE ZERO.
           05  WS-LATEST-APPR-ACTION   PIC X(01) VALUE SPACE.
           05  WS-LATEST-APPR-IMAGE    PIC X(160) VALUE SPACES.
           05  WS-IN-FORCE-VERSION     PIC 9(03) VALUE ZERO.
           05  WS-IN-FORCE-ACTION      PIC X(01) VALUE SPACE.
           05  WS-IN-FORCE-EXPIRY      PIC X(10) VALUE SPACES.
           05  WS-IN-FORCE-IMAGE       PIC X(160) VALUE SPACES.

      *> The proposal being built.
       01  WS-NEW-VERSION.
           05  WS-NEW-ACTION           PIC X(01) VALUE SPACE.
           05  WS-NEW-EFFECTIVE-DATE   PIC X(10) VALUE SPACES.
           05  WS-NEW-EXPIRY-DATE      PIC X(10) VALUE SPACES.
           05  WS-NEW-SOURCE           PIC X(08) VALUE SPACES.

      *> Field-by-field editing of the image.
       01  WS-PROMPT-LABEL             PIC X(20) VALUE SPACES.
       01  WS-FIELD-VALUE              PIC X(60) VALUE SPACES.
       01  WS-FIELD-NUMBER             PIC 9(05) VALUE ZERO.
       01  WS-FIELD-LIMIT              PIC 9(05) VALUE ZERO.
       01  WS-INPUT-TEXT               PIC X(60) VALUE SPACES.

       01  WS-DATE-INPUT               PIC X(10) VALUE SPACES.
       01  WS-DATE-PARTS REDEFINES WS-DATE-INPUT.
           05  WS-DP-YYYY              PIC X(04).
           05  WS-DP-DASH-1            PIC X(01).
           05  WS-DP-MM                PIC X(02).
           05  WS-DP-DASH-2            PIC X(01).
           05  WS-DP-DD                PIC X(02).
       01  WS-DATE-DIGITS.
           05  WS-DD-YYYY              PIC X(04).
           05  WS-DD-MM                PIC X(02).
           05  WS-DD-DD                PIC X(02).
       01  WS-DATE-NUM REDEFINES WS-DATE-DIGITS PIC 9(08).

       01  WS-STATUS-TEXT              PIC X(08) VALUE SPACES.
       01  WS-ACTION-TEXT              PIC X(10) VALUE SPACES.

       01  WS-TODAY-TEXT               PIC X(10) VALUE SPACES.
       01  WS-NOW-TEXT                 PIC X(08) VALUE SPACES.

       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(04).
           05  WS-TODAY-MM             PIC 9(02).
           05  WS-TODAY-DD             PIC 9(02).

       01  WS-NOW-TIME.
           05  WS-NOW-HH               PIC 9(02).
           05  WS-NOW-MN               PIC 9(02).
           05  WS-NOW-SS               PIC 9(02).
           05  FILLER                  PIC 9(02).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MAINTENANCE-SESSION
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           PERFORM 1100-CHECK-SUPERVISOR
           PERFORM 1200-STAMP-NOW

      *> A brand-new history (status 35) is created empty, so the
      *> first rules can be proposed before any conversion has run.
           OPEN I-O RULE-HISTORY-FILE
           IF WS-RVH-FILE-STATUS = "35"
               OPEN OUTPUT RULE-HISTORY-FILE
               CLOSE RULE-HISTORY-FILE
               OPEN I-O RULE-HISTORY-FILE
           END-IF
           IF WS-RVH-FILE-STATUS NOT = "00"
               DISPLAY "RULEMNT: CANNOT OPEN RULE HISTORY - STATUS "
                   WS-RVH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Not being on the list does not end the session - anyone may
      *> propose - but it closes the approval function. An absent or
      *> empty SUPVLIST fails closed: nobody approves.
       1100-CHECK-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR-SW
           OPEN INPUT SUPERVISOR-LIST-FILE
           IF WS-SUP-FILE-STATUS = "00"
               PERFORM UNTIL WS-SUP-FILE-STATUS NOT = "00"
                   READ SUPERVISOR-LIST-FILE
                   IF WS-SUP-FILE-STATUS = "00"
                       AND SL-SUPERVISOR-ID = WS-USER-ID
                       AND SL-SUPERVISOR-ID NOT = SPACES
                       SET WS-SUPERVISOR TO TRUE
                   END-IF
               END-PERFORM
               CLOSE SUPERVISOR-LIST-FILE
           END-IF.

       1200-STAMP-NOW.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-TODAY-TEXT
           MOVE SPACES TO WS-NOW-TEXT
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           STRING WS-NOW-HH ":" WS-NOW-MN ":" WS-NOW-SS
               DELIMITED BY SIZE INTO WS-NOW-TEXT.

       2000-MAINTENANCE-SESSION.
           PERFORM UNTIL WS-QUIT-REQUESTED
               MOVE SPACE TO WS-FUNCTION
               DISPLAY "RULEMNT: FUNCTION - P=PROPOSE NEW OR CHANGED "
                   "RULE  C=PROPOSE FROM RULESUGG CANDIDATE"
               DISPLAY "         R=PROPOSE RETIREMENT  A=APPROVE "
                   "PENDING  H=HISTORY  BLANK=END:"
               ACCEPT WS-FUNCTION
               MOVE FUNCTION UPPER-CASE(WS-FUNCTION) TO WS-FUNCTION
               PERFORM 1200-STAMP-NOW
               EVALUATE WS-FUNCTION
                   WHEN SPACE
                       SET WS-QUIT-REQUESTED TO TRUE
                   WHEN "P"
                       PERFORM 2100-PROPOSE-RULE
                   WHEN "C"
                       PERFORM 2200-PROPOSE-FROM-CANDIDATE
                   WHEN "R"
                       PERFORM 2300-PROPOSE-RETIREMENT
                   WHEN "A"
                       PERFORM 2400-APPROVE-PENDING
                   WHEN "H"
                       PERFORM 2500-SHOW-RULE-HISTORY
                   WHEN OTHER
                       DISPLAY "RULEMNT: FUNCTION " WS-FUNCTION
                           " NOT RECOGNISED"
               END-EVALUATE
           END-PERFORM.

      *> One pass over a rule's versions, oldest first. Within the
      *> pass the last approved version already effective on the
      *> as-of date is the in-force candidate; afterwards a
      *> retirement or a passed expiry date means nothing is in
      *> force - the same test AUTODISP applies each night.
       2050-SCAN-RULE-VERSIONS.
           MOVE ZERO TO WS-HIGHEST-VERSION
           MOVE ZERO TO WS-PENDING-VERSION
           MOVE ZERO TO WS-LATEST-APPR-VERSION
           MOVE SPACE TO WS-LATEST-APPR-ACTION
           MOVE SPACES TO WS-LATEST-APPR-IMAGE
           MOVE ZERO TO WS-IN-FORCE-VERSION
           MOVE SPACE TO WS-IN-FORCE-ACTION
           MOVE SPACES TO WS-IN-FORCE-EXPIRY
           MOVE SPACES TO WS-IN-FORCE-IMAGE
           MOVE "N" TO WS-PENDING-SW
           MOVE "N" TO WS-APPROVED-SW
           MOVE "N" TO WS-IN-FORCE-SW
           MOVE "N" TO WS-SCAN-DONE-SW

           MOVE WS-RULE-ID-IN TO RV-RULE-ID
           MOVE ZERO TO RV-VERSION
           START RULE-HISTORY-FILE KEY NOT < RV-RULE-KEY
               INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START
           IF WS-RVH-FILE-STATUS NOT = "00"
               SET WS-SCAN-DONE TO TRUE
           END-IF
           PERFORM UNTIL WS-SCAN-DONE
               READ RULE-HISTORY-FILE NEXT RECORD
               END-READ
               IF WS-RVH-FILE-STATUS NOT = "00"
                   OR RV-RULE-ID NOT = WS-RULE-ID-IN
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE RV-VERSION TO WS-HIGHEST-VERSION
                   IF WS-SHOW-VERSIONS
                       PERFORM 2060-SHOW-VERSION
                   END-IF
                   EVALUATE TRUE
                       WHEN RV-PROPOSED
                           SET WS-PENDING TO TRUE
                           MOVE RV-VERSION TO WS-PENDING-VERSION
                       WHEN RV-APPROVED
                           SET WS-ANY-APPROVED TO TRUE
                           MOVE RV-VERSION TO WS-LATEST-APPR-VERSION
                           MOVE RV-ACTION TO WS-LATEST-APPR-ACTION
                           MOVE RV-RULE-IMAGE TO WS-LATEST-APPR-IMAGE
                           IF RV-EFFECTIVE-DATE <= WS-AS-OF-DATE
                               SET WS-IN-FORCE TO TRUE
                               MOVE RV-VERSION TO WS-IN-FORCE-VERSION
                               MOVE RV-ACTION TO WS-IN-FORCE-ACTION
                               MOVE RV-EXPIRY-DATE
                                   TO WS-IN-FORCE-EXPIRY
                               MOVE RV-RULE-IMAGE
                                   TO WS-IN-FORCE-IMAGE
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-IN-FORCE
               IF WS-IN-FORCE-ACTION = "R"
                   OR (WS-IN-FORCE-EXPIRY NOT = SPACES
                       AND WS-IN-FORCE-EXPIRY < WS-AS-OF-DATE)
                   MOVE "N" TO WS-IN-FORCE-SW
               END-IF
           END-IF.

       2060-SHOW-VERSION.
           PERFORM 2070-DESCRIBE-VERSION
           DISPLAY "  VERSION " RV-VERSION " " WS-STATUS-TEXT
               " " WS-ACTION-TEXT
               " EFFECTIVE " RV-EFFECTIVE-DATE
               " EXPIRES " RV-EXPIRY-DATE
           DISPLAY "      PROPOSED BY " RV-PROPOSED-BY
               " ON " RV-PROPOSED-DATE " " RV-PROPOSED-TIME
               "  DECIDED BY " RV-DECIDED-BY
               " ON " RV-DECIDED-DATE " " RV-DECIDED-TIME
           IF RV-SOURCE NOT = SPACES
               DISPLAY "      SOURCE " RV-SOURCE
           END-IF.

       2070-DESCRIBE-VERSION.
           EVALUATE TRUE
               WHEN RV-PROPOSED
                   MOVE "PENDING" TO WS-STATUS-TEXT
               WHEN RV-APPROVED
                   MOVE "APPROVED" TO WS-STATUS-TEXT
               WHEN RV-REJECTED
                   MOVE "REJECTED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE RV-STATUS TO WS-STATUS-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN RV-NEW-RULE
                   MOVE "NEW RULE" TO WS-ACTION-TEXT
               WHEN RV-CHANGE
                   MOVE "CHANGE" TO WS-ACTION-TEXT
               WHEN RV-RETIREMENT
                   MOVE "RETIREMENT" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE RV-ACTION TO WS-ACTION-TEXT
           END-EVALUATE.

       2080-PROMPT-RULE-ID.
           MOVE SPACES TO WS-RULE-ID-IN
           DISPLAY "RULEMNT: RULE ID (BLANK TO CANCEL):"
           ACCEPT WS-RULE-ID-IN
           MOVE FUNCTION UPPER-CASE(WS-RULE-ID-IN) TO WS-RULE-ID-IN.

      *> A new rule starts from a blank image; a change starts from
      *> the version in force today (or, for a rule retired or not
      *> yet effective, the latest approved one) so only the fields
      *> being changed need typing.
       2100-PROPOSE-RULE.
           PERFORM 2080-PROMPT-RULE-ID
           IF WS-RULE-ID-IN NOT = SPACES
               MOVE WS-TODAY-TEXT TO WS-AS-OF-DATE
               MOVE "N" TO WS-SHOW-VERSIONS-SW
               PERFORM 2050-SCAN-RULE-VERSIONS
               IF WS-PENDING
                   PERFORM 2090-REFUSE-PENDING
               ELSE
                   MOVE SPACES TO DISPOSITION-RULE-RECORD
                   MOVE ZERO TO DR-POSITION-LOW
                   MOVE ZERO TO DR-POSITION-HIGH
                   MOVE ZERO TO DR-PRECEDENCE
                   EVALUATE TRUE
                       WHEN WS-IN-FORCE
                           MOVE WS-IN-FORCE-IMAGE
                               TO DISPOSITION-RULE-RECORD
                       WHEN WS-ANY-APPROVED
                           MOVE WS-LATEST-APPR-IMAGE
                               TO DISPOSITION-RULE-RECORD
                   END-EVALUATE
                   PERFORM 2110-SET-NEW-OR-CHANGE
                   MOVE WS-RULE-ID-IN TO DR-RULE-ID
                   MOVE SPACES TO WS-NEW-SOURCE
                   MOVE "N" TO WS-RETIRING-SW
                   PERFORM 2600-EDIT-RULE-IMAGE
                   PERFORM 2700-PROMPT-DATES
                   PERFORM 2800-CONFIRM-AND-WRITE
               END-IF
           END-IF.

       2090-REFUSE-PENDING.
           DISPLAY "RULEMNT: RULE " WS-RULE-ID-IN " VERSION "
               WS-PENDING-VERSION " IS ALREADY AWAITING APPROVAL - "
               "IT MUST BE APPROVED OR REJECTED FIRST".

       2110-SET-NEW-OR-CHANGE.
           IF WS-ANY-APPROVED
               MOVE "C" TO WS-NEW-ACTION
               DISPLAY "RULEMNT: CHANGE TO RULE " WS-RULE-ID-IN
                   " - LATEST APPROVED VERSION "
                   WS-LATEST-APPR-VERSION
           ELSE
               MOVE "N" TO WS-NEW-ACTION
               DISPLAY "RULEMNT: NEW RULE " WS-RULE-ID-IN
           END-IF.

      *> The candidate image is found by its ID in columns 1-8 of
      *> SUGGRPT - the header lines above it start CANDIDATE, so only
      *> the image line itself matches.
       2200-PROPOSE-FROM-CANDIDATE.
           MOVE SPACES TO WS-CANDIDATE-ID
           DISPLAY "RULEMNT: RULESUGG CANDIDATE ID, E.G. CAND001 "
               "(BLANK TO CANCEL):"
           ACCEPT WS-CANDIDATE-ID
           MOVE FUNCTION UPPER-CASE(WS-CANDIDATE-ID) TO WS-CANDIDATE-ID
           IF WS-CANDIDATE-ID NOT = SPACES
               PERFORM 2210-FIND-CANDIDATE
               IF NOT WS-CANDIDATE-FOUND
                   DISPLAY "RULEMNT: CANDIDATE " WS-CANDIDATE-ID
                       " NOT ON THE LATEST SUGGRPT"
               ELSE
                   DISPLAY "RULEMNT: FILE CANDIDATE " WS-CANDIDATE-ID
                       " UNDER WHICH RULE ID?"
                   PERFORM 2080-PROMPT-RULE-ID
                   IF WS-RULE-ID-IN NOT = SPACES
                       PERFORM 2220-PROPOSE-CANDIDATE-RULE
                   END-IF
               END-IF
           END-IF.

       2210-FIND-CANDIDATE.
           MOVE "N" TO WS-CANDIDATE-FOUND-SW
           OPEN INPUT SUGGESTION-REPORT-FILE
           IF WS-SUG-FILE-STATUS NOT = "00"
               DISPLAY "RULEMNT: SUGGRPT NOT AVAILABLE - STATUS "
                   WS-SUG-FILE-STATUS
           ELSE
               PERFORM UNTIL WS-SUG-FILE-STATUS NOT = "00"
                       OR WS-CANDIDATE-FOUND
                   READ SUGGESTION-REPORT-FILE
                   IF WS-SUG-FILE-STATUS = "00"
                       AND SUGGESTION-REPORT-LINE(1:8)
                           = WS-CANDIDATE-ID
                       SET WS-CANDIDATE-FOUND TO TRUE
                       MOVE SUGGESTION-REPORT-LINE
                           TO DISPOSITION-RULE-RECORD
                   END-IF
               END-PERFORM
               CLOSE SUGGESTION-REPORT-FILE
           END-IF.

       2220-PROPOSE-CANDIDATE-RULE.
           MOVE WS-TODAY-TEXT TO WS-AS-OF-DATE
           MOVE "N" TO WS-SHOW-VERSIONS-SW
           PERFORM 2050-SCAN-RULE-VERSIONS
           IF WS-PENDING
               PERFORM 2090-REFUSE-PENDING
           ELSE
               PERFORM 2110-SET-NEW-OR-CHANGE
               MOVE WS-RULE-ID-IN TO DR-RULE-ID
               IF DR-POSITION-LOW NOT NUMERIC
                   MOVE ZERO TO DR-POSITION-LOW
               END-IF
               IF DR-POSITION-HIGH NOT NUMERIC
                   MOVE ZERO TO DR-POSITION-HIGH
               END-IF
               IF DR-PRECEDENCE NOT NUMERIC
                   MOVE ZERO TO DR-PRECEDENCE
               END-IF
               MOVE WS-CANDIDATE-ID TO WS-NEW-SOURCE
               MOVE "N" TO WS-RETIRING-SW
               PERFORM 2600-EDIT-RULE-IMAGE
               PERFORM 2700-PROMPT-DATES
               PERFORM 2800-CONFIRM-AND-WRITE
           END-IF.

      *> A retirement is a version like any other: the rule's last
      *> approved image, marked R, effective from the first night the
      *> rule must no longer fire.
       2300-PROPOSE-RETIREMENT.
           PERFORM 2080-PROMPT-RULE-ID
           IF WS-RULE-ID-IN NOT = SPACES
               MOVE WS-TODAY-TEXT TO WS-AS-OF-DATE
               MOVE "N" TO WS-SHOW-VERSIONS-SW
               PERFORM 2050-SCAN-RULE-VERSIONS
               EVALUATE TRUE
                   WHEN WS-PENDING
                       PERFORM 2090-REFUSE-PENDING
                   WHEN NOT WS-ANY-APPROVED
                       OR WS-LATEST-APPR-ACTION = "R"
                       DISPLAY "RULEMNT: RULE " WS-RULE-ID-IN
                           " HAS NO APPROVED VERSION TO RETIRE"
                   WHEN OTHER
                       MOVE WS-LATEST-APPR-IMAGE
                           TO DISPOSITION-RULE-RECORD
                       MOVE "R" TO WS-NEW-ACTION
                       MOVE SPACES TO WS-NEW-SOURCE
                       SET WS-RETIRING TO TRUE
                       DISPLAY "RULEMNT: RETIREMENT OF RULE "
                           WS-RULE-ID-IN " - LATEST APPROVED VERSION "
                           WS-LATEST-APPR-VERSION
                       PERFORM 2700-PROMPT-DATES
                       PERFORM 2800-CONFIRM-AND-WRITE
               END-EVALUATE
           END-IF.

      *> One sweep of the history for pending proposals. The checker
      *> sees each proposal in full and decides it; a supervisor's own
      *> proposals are passed over - the maker never checks.
       2400-APPROVE-PENDING.
           IF NOT WS-SUPERVISOR
               DISPLAY "RULEMNT: USER " WS-USER-ID " IS NOT ON THE "
                   "SUPERVISOR LIST - ONLY A SUPERVISOR MAY APPROVE"
           ELSE
               MOVE ZERO TO WS-PENDING-SEEN-COUNT
               MOVE "N" TO WS-STOP-APPROVALS-SW
               MOVE "N" TO WS-SCAN-DONE-SW
               MOVE LOW-VALUES TO RV-RULE-KEY
               START RULE-HISTORY-FILE KEY NOT < RV-RULE-KEY
                   INVALID KEY SET WS-SCAN-DONE TO TRUE
               END-START
               IF WS-RVH-FILE-STATUS NOT = "00"
                   SET WS-SCAN-DONE TO TRUE
               END-IF
               PERFORM UNTIL WS-SCAN-DONE OR WS-STOP-APPROVALS
                   READ RULE-HISTORY-FILE NEXT RECORD
                   END-READ
                   IF WS-RVH-FILE-STATUS NOT = "00"
                       SET WS-SCAN-DONE TO TRUE
                   ELSE
                       IF RV-PROPOSED
                           ADD 1 TO WS-PENDING-SEEN-COUNT
                           PERFORM 2410-DECIDE-ONE-PROPOSAL
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY "RULEMNT: " WS-PENDING-SEEN-COUNT
                   " PROPOSAL(S) PENDING"
           END-IF.

       2410-DECIDE-ONE-PROPOSAL.
           DISPLAY "RULEMNT: PROPOSAL FOR RULE " RV-RULE-ID
           PERFORM 2060-SHOW-VERSION
           MOVE RV-RULE-IMAGE TO DISPOSITION-RULE-RECORD
           PERFORM 2650-SHOW-RULE-IMAGE
           IF RV-PROPOSED-BY = WS-USER-ID
               DISPLAY "RULEMNT: YOUR OWN PROPOSAL - ANOTHER "
                   "SUPERVISOR MUST DECIDE IT"
           ELSE
               MOVE SPACE TO WS-RESPONSE
               PERFORM UNTIL WS-RESPONSE = "A" OR WS-RESPONSE = "J"
                       OR WS-RESPONSE = "S" OR WS-RESPONSE = "Q"
                   DISPLAY "RULEMNT: A=APPROVE J=REJECT S=SKIP "
                       "Q=STOP APPROVING:"
                   ACCEPT WS-RESPONSE
                   MOVE FUNCTION UPPER-CASE(WS-RESPONSE)
                       TO WS-RESPONSE
               END-PERFORM
               EVALUATE WS-RESPONSE
                   WHEN "A"
                       PERFORM 2420-APPROVE-PROPOSAL
                   WHEN "J"
                       PERFORM 2430-REJECT-PROPOSAL
                   WHEN "Q"
                       SET WS-STOP-APPROVALS TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> Approval never back-dates: an effective date that has already
      *> passed moves up to today. A proposal whose expiry date has
      *> passed too can no longer be approved as written.
       2420-APPROVE-PROPOSAL.
           PERFORM 1200-STAMP-NOW
           IF RV-EXPIRY-DATE NOT = SPACES
               AND RV-EXPIRY-DATE < WS-TODAY-TEXT
               DISPLAY "RULEMNT: EXPIRY DATE " RV-EXPIRY-DATE
                   " HAS PASSED - REJECT AND RE-PROPOSE"
           ELSE
               IF RV-EFFECTIVE-DATE < WS-TODAY-TEXT
                   DISPLAY "RULEMNT: EFFECTIVE DATE "
                       RV-EFFECTIVE-DATE " HAS PASSED - NOW "
                       WS-TODAY-TEXT
                   MOVE WS-TODAY-TEXT TO RV-EFFECTIVE-DATE
               END-IF
               SET RV-APPROVED TO TRUE
               PERFORM 2440-REWRITE-DECISION
               IF WS-RVH-FILE-STATUS = "00"
                   ADD 1 TO WS-APPROVED-COUNT
                   DISPLAY "RULEMNT: RULE " RV-RULE-ID " VERSION "
                       RV-VERSION " APPROVED, EFFECTIVE "
                       RV-EFFECTIVE-DATE
               END-IF
           END-IF.

       2430-REJECT-PROPOSAL.
           PERFORM 1200-STAMP-NOW
           SET RV-REJECTED TO TRUE
           PERFORM 2440-REWRITE-DECISION
           IF WS-RVH-FILE-STATUS = "00"
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RULEMNT: RULE " RV-RULE-ID " VERSION "
                   RV-VERSION " REJECTED"
           END-IF.

       2440-REWRITE-DECISION.
           MOVE WS-USER-ID TO RV-DECIDED-BY
           MOVE WS-TODAY-TEXT TO RV-DECIDED-DATE
           MOVE WS-NOW-TEXT TO RV-DECIDED-TIME
           REWRITE RULE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "RULEMNT: HISTORY REWRITE FAILED FOR RULE "
                       RV-RULE-ID " STATUS " WS-RVH-FILE-STATUS
           END-REWRITE.

      *> Every version, oldest first, then the answer to the auditors'
      *> question: which version was in force on the night asked
      *> about.
       2500-SHOW-RULE-HISTORY.
           PERFORM 2080-PROMPT-RULE-ID
           IF WS-RULE-ID-IN NOT = SPACES
               MOVE "N" TO WS-DATE-VALID-SW
               PERFORM UNTIL WS-DATE-VALID
                   MOVE SPACES TO WS-DATE-INPUT
                   DISPLAY "RULEMNT: IN FORCE ON DATE YYYY-MM-DD "
                       "(BLANK = TODAY):"
                   ACCEPT WS-DATE-INPUT
                   IF WS-DATE-INPUT = SPACES
                       MOVE WS-TODAY-TEXT TO WS-DATE-INPUT
                   END-IF
                   PERFORM 2710-VALIDATE-DATE
               END-PERFORM
               MOVE WS-DATE-INPUT TO WS-AS-OF-DATE
               SET WS-SHOW-VERSIONS TO TRUE
               PERFORM 2050-SCAN-RULE-VERSIONS
               MOVE "N" TO WS-SHOW-VERSIONS-SW
               EVALUATE TRUE
                   WHEN WS-HIGHEST-VERSION = ZERO
                       DISPLAY "RULEMNT: RULE " WS-RULE-ID-IN
                           " IS NOT ON THE RULE HISTORY"
                   WHEN WS-IN-FORCE
                       DISPLAY "RULEMNT: IN FORCE ON " WS-AS-OF-DATE
                           ": VERSION " WS-IN-FORCE-VERSION
                       MOVE WS-IN-FORCE-IMAGE
                           TO DISPOSITION-RULE-RECORD
                       PERFORM 2650-SHOW-RULE-IMAGE
                   WHEN OTHER
                       DISPLAY "RULEMNT: NO VERSION OF RULE "
                           WS-RULE-ID-IN " IN FORCE ON "
                           WS-AS-OF-DATE
               END-EVALUATE
           END-IF.

      *> Each field is shown with its current value: blank keeps it,
      *> a single - clears it (an empty pattern or key bound matches
      *> anything).
       2600-EDIT-RULE-IMAGE.
           PERFORM 2650-SHOW-RULE-IMAGE

           MOVE "RULE SET ID" TO WS-PROMPT-LABEL
           MOVE DR-RULE-SET-ID TO WS-FIELD-VALUE
           PERFORM 2610-PROMPT-TEXT-FIELD
           MOVE FUNCTION UPPER-CASE(WS-FIELD-VALUE) TO DR-RULE-SET-ID

           MOVE "KEY LOW" TO WS-PROMPT-LABEL
           MOVE DR-KEY-LOW TO WS-FIELD-VALUE
           PERFORM 2610-PROMPT-TEXT-FIELD
           MOVE WS-FIELD-VALUE TO DR-KEY-LOW

           MOVE "KEY HIGH" TO WS-PROMPT-LABEL
           MOVE DR-KEY-HIGH TO WS-FIELD-VALUE
           PERFORM 2610-PROMPT-TEXT-FIELD
           MOVE WS-FIELD-VALUE TO DR-KEY-HIGH

           MOVE "POSITION LOW" TO WS-PROMPT-LABEL
           MOVE DR-POSITION-LOW TO WS-FIELD-NUMBER
           MOVE 99999 TO WS-FIELD-LIMIT
           PERFORM 2620-PROMPT-NUMBER-FIELD
           MOVE WS-FIELD-NUMBER TO DR-POSITION-LOW

           MOVE "POSITION HIGH" TO WS-PROMPT-LABEL
           MOVE DR-POSITION-HIGH TO WS-FIELD-NUMBER
           MOVE 99999 TO WS-FIELD-LIMIT
           PERFORM 2620-PROMPT-NUMBER-FIELD
           MOVE WS-FIELD-NUMBER TO DR-POSITION-HIGH

           MOVE "OLD PATTERN" TO WS-PROMPT-LABEL
           MOVE DR-OLD-PATTERN TO WS-FIELD-VALUE
           PERFORM 2610-PROMPT-TEXT-FIELD
           MOVE WS-FIELD-VALUE TO DR-OLD-PATTERN

           MOVE "NEW PATTERN" TO WS-PROMPT-LABEL
           MOVE DR-NEW-PATTERN TO WS-FIELD-VALUE
           PERFORM 2610-PROMPT-TEXT-FIELD
           MOVE WS-FIELD-VALUE TO DR-NEW-PATTERN

           MOVE "PRECEDENCE" TO WS-PROMPT-LABEL
           MOVE DR-PRECEDENCE TO WS-FIELD-NUMBER
           MOVE 999 TO WS-FIELD-LIMIT
           PERFORM 2620-PROMPT-NUMBER-FIELD
           MOVE WS-FIELD-NUMBER TO DR-PRECEDENCE

      *> The comment goes on every audit record the rule writes, so
      *> it may not be left empty.
           MOVE "AUDIT COMMENT" TO WS-PROMPT-LABEL
           MOVE DR-COMMENT TO WS-FIELD-VALUE
           PERFORM 2610-PROMPT-TEXT-FIELD
           PERFORM UNTIL WS-FIELD-VALUE NOT = SPACES
               DISPLAY "RULEMNT: A COMMENT IS REQUIRED"
               PERFORM 2610-PROMPT-TEXT-FIELD
           END-PERFORM
           MOVE WS-FIELD-VALUE TO DR-COMMENT.

       2610-PROMPT-TEXT-FIELD.
           MOVE SPACES TO WS-INPUT-TEXT
           DISPLAY "  " WS-PROMPT-LABEL " ["
               FUNCTION TRIM(WS-FIELD-VALUE, TRAILING)
               "] (BLANK = KEEP, - = CLEAR):"
           ACCEPT WS-INPUT-TEXT
           EVALUATE WS-INPUT-TEXT
               WHEN SPACES
                   CONTINUE
               WHEN "-"
                   MOVE SPACES TO WS-FIELD-VALUE
               WHEN OTHER
                   MOVE WS-INPUT-TEXT TO WS-FIELD-VALUE
           END-EVALUATE.

       2620-PROMPT-NUMBER-FIELD.
           MOVE SPACES TO WS-INPUT-TEXT
           PERFORM UNTIL WS-INPUT-TEXT = "OK"
               MOVE SPACES TO WS-INPUT-TEXT
               DISPLAY "  " WS-PROMPT-LABEL " [" WS-FIELD-NUMBER
                   "] (BLANK = KEEP, 0 = NONE):"
               ACCEPT WS-INPUT-TEXT
               EVALUATE TRUE
                   WHEN WS-INPUT-TEXT = SPACES
                       MOVE "OK" TO WS-INPUT-TEXT
                   WHEN FUNCTION TEST-NUMVAL(WS-INPUT-TEXT) NOT = ZERO
                       DISPLAY "RULEMNT: NOT A NUMBER"
                   WHEN FUNCTION NUMVAL(WS-INPUT-TEXT) < ZERO
                       OR FUNCTION NUMVAL(WS-INPUT-TEXT)
                           > WS-FIELD-LIMIT
                       DISPLAY "RULEMNT: MUST BE 0 TO " WS-FIELD-LIMIT
                   WHEN OTHER
                       COMPUTE WS-FIELD-NUMBER =
                           FUNCTION NUMVAL(WS-INPUT-TEXT)
                       MOVE "OK" TO WS-INPUT-TEXT
               END-EVALUATE
           END-PERFORM.

       2650-SHOW-RULE-IMAGE.
           DISPLAY "  RULE " DR-RULE-ID " SET " DR-RULE-SET-ID
               " PRECEDENCE " DR-PRECEDENCE
           DISPLAY "  KEYS " DR-KEY-LOW " TO " DR-KEY-HIGH
               "  COLUMNS " DR-POSITION-LOW " TO " DR-POSITION-HIGH
           DISPLAY "  OLD PATTERN [" DR-OLD-PATTERN "]"
               "  NEW PATTERN [" DR-NEW-PATTERN "]"
           DISPLAY "  COMMENT " DR-COMMENT.

      *> Proposals take effect today or later - only approval may
      *> move the date, and only forward. A retirement has no expiry.
       2700-PROMPT-DATES.
           MOVE "N" TO WS-DATE-VALID-SW
           PERFORM UNTIL WS-DATE-VALID
               MOVE SPACES TO WS-DATE-INPUT
               IF WS-RETIRING
                   DISPLAY "RULEMNT: FIRST NIGHT THE RULE NO LONGER "
                       "RUNS, YYYY-MM-DD (BLANK = TODAY):"
               ELSE
                   DISPLAY "RULEMNT: EFFECTIVE DATE YYYY-MM-DD "
                       "(BLANK = TODAY):"
               END-IF
               ACCEPT WS-DATE-INPUT
               IF WS-DATE-INPUT = SPACES
                   MOVE WS-TODAY-TEXT TO WS-DATE-INPUT
               END-IF
               PERFORM 2710-VALIDATE-DATE
               IF WS-DATE-VALID AND WS-DATE-INPUT < WS-TODAY-TEXT
                   DISPLAY "RULEMNT: DATE MAY NOT BE IN THE PAST"
                   MOVE "N" TO WS-DATE-VALID-SW
               END-IF
           END-PERFORM
           MOVE WS-DATE-INPUT TO WS-NEW-EFFECTIVE-DATE

           MOVE SPACES TO WS-NEW-EXPIRY-DATE
           IF NOT WS-RETIRING
               MOVE "N" TO WS-DATE-VALID-SW
               PERFORM UNTIL WS-DATE-VALID
                   MOVE SPACES TO WS-DATE-INPUT
                   DISPLAY "RULEMNT: EXPIRY DATE YYYY-MM-DD, LAST "
                       "NIGHT THE RULE RUNS (BLANK = NONE):"
                   ACCEPT WS-DATE-INPUT
                   IF WS-DATE-INPUT = SPACES
                       SET WS-DATE-VALID TO TRUE
                   ELSE
                       PERFORM 2710-VALIDATE-DATE
                       IF WS-DATE-VALID
                           AND WS-DATE-INPUT < WS-NEW-EFFECTIVE-DATE
                           DISPLAY "RULEMNT: EXPIRY MAY NOT PRECEDE "
                               "THE EFFECTIVE DATE"
                           MOVE "N" TO WS-DATE-VALID-SW
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-DATE-INPUT TO WS-NEW-EXPIRY-DATE
           END-IF.

       2710-VALIDATE-DATE.
           MOVE "N" TO WS-DATE-VALID-SW
           IF WS-DP-YYYY NUMERIC AND WS-DP-MM NUMERIC
               AND WS-DP-DD NUMERIC
               AND WS-DP-DASH-1 = "-" AND WS-DP-DASH-2 = "-"
               MOVE WS-DP-YYYY TO WS-DD-YYYY
               MOVE WS-DP-MM TO WS-DD-MM
               MOVE WS-DP-DD TO WS-DD-DD
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = ZERO
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF
           IF NOT WS-DATE-VALID
               DISPLAY "RULEMNT: " WS-DATE-INPUT
                   " IS NOT A VALID YYYY-MM-DD DATE"
           END-IF.

       2800-CONFIRM-AND-WRITE.
           DISPLAY "RULEMNT: PROPOSAL -"
           PERFORM 2650-SHOW-RULE-IMAGE
           DISPLAY "  EFFECTIVE " WS-NEW-EFFECTIVE-DATE
               "  EXPIRES " WS-NEW-EXPIRY-DATE
           MOVE SPACE TO WS-RESPONSE
           DISPLAY "RULEMNT: SUBMIT FOR APPROVAL? (Y/N):"
           ACCEPT WS-RESPONSE
           MOVE FUNCTION UPPER-CASE(WS-RESPONSE) TO WS-RESPONSE
           IF WS-RESPONSE NOT = "Y"
               DISPLAY "RULEMNT: PROPOSAL ABANDONED - NOTHING WRITTEN"
           ELSE
               PERFORM 1200-STAMP-NOW
               MOVE SPACES TO RULE-HISTORY-RECORD
               MOVE WS-RULE-ID-IN TO RV-RULE-ID
               COMPUTE RV-VERSION = WS-HIGHEST-VERSION + 1
               SET RV-PROPOSED TO TRUE
               MOVE WS-NEW-ACTION TO RV-ACTION
               MOVE WS-NEW-EFFECTIVE-DATE TO RV-EFFECTIVE-DATE
               MOVE WS-NEW-EXPIRY-DATE TO RV-EXPIRY-DATE
               MOVE WS-USER-ID TO RV-PROPOSED-BY
               MOVE WS-TODAY-TEXT TO RV-PROPOSED-DATE
               MOVE WS-NOW-TEXT TO RV-PROPOSED-TIME
               MOVE WS-NEW-SOURCE TO RV-SOURCE
               MOVE DISPOSITION-RULE-RECORD TO RV-RULE-IMAGE
               WRITE RULE-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "RULEMNT: HISTORY WRITE FAILED FOR "
                           "RULE " RV-RULE-ID " STATUS "
                           WS-RVH-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-PROPOSED-COUNT
                       DISPLAY "RULEMNT: RULE " RV-RULE-ID " VERSION "
                           RV-VERSION " PROPOSED - AWAITING APPROVAL "
                           "BY A SECOND SUPERVISOR"
               END-WRITE
           END-IF.

       3000-FINALIZE.
           CLOSE RULE-HISTORY-FILE

           DISPLAY "RULEMNT SUMMARY: PROPOSED = " WS-PROPOSED-COUNT
           DISPLAY "RULEMNT SUMMARY: APPROVED = " WS-APPROVED-COUNT
           DISPLAY "RULEMNT SUMMARY: REJECTED = " WS-REJECTED-COUNT.
