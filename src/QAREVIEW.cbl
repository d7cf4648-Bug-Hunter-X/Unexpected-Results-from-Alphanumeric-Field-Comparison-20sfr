      *>----------------------------------------------------------------
      *> PROGRAM:  QAREVIEW
      *>
      *> Supervisor review of the AUTODISP quality-assurance samples
      *> QASAMPLE puts on the QA review file (QAKSD). Each pending
      *> sample is shown in turn - the rule that accepted it, the
      *> break it accepted, and the key's full disposition history -
      *> and the supervisor marks it:
      *>
      *>   C  confirmed  - the rule was right to accept it (a comment
      *>                   may be added);
      *>   W  rule wrong - the break was real (a comment is required).
      *>
      *> A rule wrong reopens the exception exactly as a SUPERREV
      *> reversal does: a NEW audit record, code R, under the
      *> supervisor's ID, superseding the rule's A decision, and the
      *> open-exception master (EXCPKSD) set back to open - or given a
      *> skeleton open record when the key is no longer on it - so the
      *> exception is back in DISPOSE and on the aging report. Because
      *> the R record supersedes the rule's decision, DISPWKLD charges
      *> the reversal to the rule, and QASUMRPT counts the result
      *> against it in the month's error rate.
      *>
      *> Only the rule's decision itself is reversed. When the key has
      *> been decided again since (a supervisor already reversed it, a
      *> later run reopened it and it was decided afresh, or the
      *> decision was archived off the trail), the rule wrong is still
      *> recorded against the rule but the key is left as it stands;
      *> SUPERREV remains the way to act on the current decision.
      *>
      *> The session can be limited to one rule's samples, or work
      *> through every pending sample in key order. A sample left
      *> blank stays pending for the next session.
      *>
      *> Authorization: the user's ID must appear on the SUPVLIST
      *> file, one supervisor ID per record. No list, no access.
      *>
      *> Period lock: as in SUPERREV, a key whose exception was raised
      *> in a month with a prepared or signed certification statement
      *> (CERTKSD) cannot be reopened. A rule wrong on such a key is
      *> refused and the sample stays pending until the period is
      *> reopened in CERTSIGN; a confirmation changes nothing on the
      *> trail and is taken.
      *>
      *> Return codes:  0 = session completed
      *>               16 = user not authorized, or the audit trail or
      *>                    QA review file unavailable
      *>----------------------------------------------------------------
       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QAREVIEW.
       AUTHOR. RECONCILIATION-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QA-REVIEW-FILE ASSIGN TO "QAKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QK-SAMPLE-KEY
               FILE STATUS IS WS-QAK-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AK-AUDIT-KEY
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT SUPERVISOR-LIST-FILE ASSIGN TO "SUPVLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-FILE-STATUS.

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
       FD  QA-REVIEW-FILE.
       COPY QAREVW.

       FD  AUDIT-TRAIL-FILE.
       COPY AUDITKSD.

       FD  EXCEPTION-MASTER-FILE.
       COPY EXCPKSD.

       FD  CERTIFICATION-FILE.
       COPY CERTKSD.

       FD  SUPERVISOR-LIST-FILE.
       01  SUPERVISOR-LIST-RECORD.
           05  SL-SUPERVISOR-ID        PIC X(08).
           05  FILLER                  PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-QAK-FILE-STATUS      PIC X(02).
           05  WS-AUD-FILE-STATUS      PIC X(02).
           05  WS-SUP-FILE-STATUS      PIC X(02).
           05  WS-EXC-FILE-STATUS      PIC X(02).
           05  WS-CRT-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-AUTHORIZED-SW        PIC X(01) VALUE "N".
               88  WS-AUTHORIZED           VALUE "Y".
           05  WS-MASTER-OPEN-SW       PIC X(01) VALUE "N".
               88  WS-MASTER-OPEN          VALUE "Y".
           05  WS-QUIT-REQUESTED-SW    PIC X(01) VALUE "N".
               88  WS-QUIT-REQUESTED       VALUE "Y".
           05  WS-SAMPLE-SCAN-DONE-SW  PIC X(01) VALUE "N".
               88  WS-SAMPLE-SCAN-DONE     VALUE "Y".
           05  WS-AUDIT-SCAN-DONE-SW   PIC X(01) VALUE "N".
               88  WS-AUDIT-SCAN-DONE      VALUE "Y".
           05  WS-DECISION-FOUND-SW    PIC X(01) VALUE "N".
               88  WS-DECISION-FOUND       VALUE "Y".
           05  WS-CERT-OPEN-SW         PIC X(01) VALUE "N".
               88  WS-CERT-OPEN            VALUE "Y".
           05  WS-CERT-SCAN-DONE-SW    PIC X(01) VALUE "N".
               88  WS-CERT-SCAN-DONE       VALUE "Y".
           05  WS-PERIOD-LOCKED-SW     PIC X(01) VALUE "N".
               88  WS-PERIOD-LOCKED        VALUE "Y".
           05  WS-RESULT-READY-SW      PIC X(01) VALUE "N".
               88  WS-RESULT-READY         VALUE "Y".

       01  WS-COUNTERS.
           05  WS-SHOWN-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-CONFIRMED-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-RULE-WRONG-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-REVERSED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-SKIPPED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-LOCKED-COUNT         PIC 9(05) VALUE ZERO.

       01  WS-SUPERVISOR-ID            PIC X(08).
       01  WS-REVIEW-RULE-ID           PIC X(08) VALUE SPACES.
       01  WS-ACTION-CODE              PIC X(01).
       01  WS-ACTION-COMMENT           PIC X(60).
       01  WS-LATEST-SEQUENCE          PIC 9(03) VALUE ZERO.
       01  WS-LATEST-DISP-CODE         PIC X(01) VALUE SPACE.
       01  WS-NEXT-SEQUENCE            PIC 9(03) VALUE ZERO.
       01  WS-REVERSAL-SEQUENCE        PIC 9(03) VALUE ZERO.
       01  WS-FIRST-DISP-DATE          PIC X(10) VALUE SPACES.
       01  WS-LOCK-PERIOD              PIC X(06) VALUE SPACES.
       01  WS-LOCK-ACTION              PIC X(01) VALUE SPACE.
       01  WS-LOCK-USER-ID             PIC X(08) VALUE SPACES.
       01  WS-LOCK-DATE                PIC X(10) VALUE SPACES.

      *> The sample being reviewed, held while the audit trail and the
      *> master are read and written around it.
       01  WS-SAMPLE-RECORD            PIC X(400).

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
           PERFORM 2000-REVIEW-SESSION
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-SUPERVISOR-ID FROM ENVIRONMENT "USER"
           PERFORM 1100-CHECK-AUTHORIZATION
           IF NOT WS-AUTHORIZED
               DISPLAY "QAREVIEW: USER " WS-SUPERVISOR-ID
                   " IS NOT ON THE SUPERVISOR LIST - ACCESS DENIED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> The review file is started by QASAMPLE the first night it
      *> samples; with no file there is nothing to review.
           OPEN I-O QA-REVIEW-FILE
           IF WS-QAK-FILE-STATUS NOT = "00"
               DISPLAY "QAREVIEW: CANNOT OPEN QAKSD - STATUS "
                   WS-QAK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O AUDIT-TRAIL-FILE
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "QAREVIEW: CANNOT OPEN AUDIT TRAIL - STATUS "
                   WS-AUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> As in SUPERREV: without the master a reversal is still
      *> logged on the audit trail, the record of truth, but the
      *> master catches up only when RECONCIL next sees the key.
           OPEN I-O EXCEPTION-MASTER-FILE
           IF WS-EXC-FILE-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "QAREVIEW: EXCEPTION MASTER NOT AVAILABLE - "
                   "STATUS " WS-EXC-FILE-STATUS
                   " - STATUSES NOT MIRRORED THIS SESSION"
           END-IF

      *> No certification log yet (status 35) means nothing is
      *> locked; a log that exists but cannot be read must not let a
      *> certified period be changed.
           OPEN INPUT CERTIFICATION-FILE
           EVALUATE WS-CRT-FILE-STATUS
               WHEN "00"
                   SET WS-CERT-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "QAREVIEW: CANNOT OPEN CERTKSD - STATUS "
                       WS-CRT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *> No supervisor list, no access: an absent or empty SUPVLIST
      *> must fail closed, not open the reversal path to everyone.
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

      *> Pending samples in key order, optionally for one rule only.
      *> The file position is re-established after each sample from
      *> its key, so the updates made in between cannot disturb the
      *> browse.
       2000-REVIEW-SESSION.
           DISPLAY "QAREVIEW: ENTER RULE ID (BLANK FOR ALL RULES):"
           ACCEPT WS-REVIEW-RULE-ID
           MOVE FUNCTION UPPER-CASE(WS-REVIEW-RULE-ID)
               TO WS-REVIEW-RULE-ID

           MOVE "N" TO WS-SAMPLE-SCAN-DONE-SW
           MOVE LOW-VALUES TO QK-SAMPLE-KEY
           START QA-REVIEW-FILE KEY NOT < QK-SAMPLE-KEY
               INVALID KEY SET WS-SAMPLE-SCAN-DONE TO TRUE
           END-START
           IF WS-QAK-FILE-STATUS NOT = "00"
               SET WS-SAMPLE-SCAN-DONE TO TRUE
           END-IF
           PERFORM UNTIL WS-SAMPLE-SCAN-DONE OR WS-QUIT-REQUESTED
               READ QA-REVIEW-FILE NEXT RECORD
               END-READ
               IF WS-QAK-FILE-STATUS NOT = "00"
                   SET WS-SAMPLE-SCAN-DONE TO TRUE
               ELSE
                   IF QK-PENDING
                       AND (WS-REVIEW-RULE-ID = SPACES
                            OR QK-RULE-ID = WS-REVIEW-RULE-ID)
                       PERFORM 2100-REVIEW-ONE-SAMPLE
                       PERFORM 2050-REPOSITION
                   END-IF
               END-IF
           END-PERFORM

           IF NOT WS-QUIT-REQUESTED
               DISPLAY "QAREVIEW: NO MORE PENDING SAMPLES"
           END-IF.

       2050-REPOSITION.
           MOVE WS-SAMPLE-RECORD TO QA-REVIEW-RECORD
           START QA-REVIEW-FILE KEY > QK-SAMPLE-KEY
               INVALID KEY SET WS-SAMPLE-SCAN-DONE TO TRUE
           END-START.

       2100-REVIEW-ONE-SAMPLE.
           MOVE QA-REVIEW-RECORD TO WS-SAMPLE-RECORD
           ADD 1 TO WS-SHOWN-COUNT
           DISPLAY "QAREVIEW: SAMPLE - RULE " QK-RULE-ID
               " ACCEPTED KEY " QK-RECORD-KEY
               " RECON " QK-RECON-ID
               " ON " QK-ACCEPTED-DATE
               " (DECISION SEQ " QK-AUDIT-SEQUENCE ")"
           DISPLAY "  FIELD " QK-FIELD-NAME
           DISPLAY "  OLD   " QK-OLD-VALUE
           DISPLAY "  NEW   " QK-NEW-VALUE
           PERFORM 2200-SHOW-HISTORY
           MOVE WS-SAMPLE-RECORD TO QA-REVIEW-RECORD
           PERFORM 2300-PROMPT-RESULT.

      *> The key's full history, oldest first, as SUPERREV shows it;
      *> the latest sequence and code decide whether the rule's
      *> decision is still the current one.
       2200-SHOW-HISTORY.
           MOVE ZERO TO WS-LATEST-SEQUENCE
           MOVE SPACE TO WS-LATEST-DISP-CODE
           MOVE SPACES TO WS-FIRST-DISP-DATE
           MOVE "N" TO WS-DECISION-FOUND-SW
           MOVE "N" TO WS-AUDIT-SCAN-DONE-SW
           MOVE QK-RECON-ID TO AK-RECON-ID
           MOVE QK-RECORD-KEY TO AK-RECORD-KEY
           MOVE ZERO TO AK-SEQUENCE
           START AUDIT-TRAIL-FILE KEY NOT < AK-AUDIT-KEY
               INVALID KEY SET WS-AUDIT-SCAN-DONE TO TRUE
           END-START
           IF WS-AUD-FILE-STATUS NOT = "00"
               SET WS-AUDIT-SCAN-DONE TO TRUE
           END-IF
           PERFORM UNTIL WS-AUDIT-SCAN-DONE
               READ AUDIT-TRAIL-FILE NEXT RECORD
               END-READ
               IF WS-AUD-FILE-STATUS NOT = "00"
                   OR AK-RECON-ID NOT = QK-RECON-ID
                   OR AK-RECORD-KEY NOT = QK-RECORD-KEY
                   SET WS-AUDIT-SCAN-DONE TO TRUE
               ELSE
                   IF WS-FIRST-DISP-DATE = SPACES
                       MOVE AK-DISPOSITION-DATE TO WS-FIRST-DISP-DATE
                   END-IF
                   IF AK-SEQUENCE = QK-AUDIT-SEQUENCE
                       SET WS-DECISION-FOUND TO TRUE
                   END-IF
                   MOVE AK-SEQUENCE TO WS-LATEST-SEQUENCE
                   MOVE AK-DISPOSITION-CODE TO WS-LATEST-DISP-CODE
                   DISPLAY "  SEQ " AK-SEQUENCE
                       " CODE " AK-DISPOSITION-CODE
                       " USER " AK-USER-ID
                       " ON " AK-DISPOSITION-DATE
                       " " AK-DISPOSITION-TIME
                       " SUPERSEDES " AK-SUPERSEDES-SEQ
                   DISPLAY "      " AK-COMMENT
               END-IF
           END-PERFORM.

      *> Same test as SUPERREV: the exception's period is the month
      *> of its first open run on the master, or failing that of its
      *> first disposition; it is locked while its latest
      *> certification record is a prepared or signed statement.
       2250-CHECK-PERIOD-LOCK.
           MOVE "N" TO WS-PERIOD-LOCKED-SW
           MOVE SPACES TO WS-LOCK-PERIOD
           IF WS-MASTER-OPEN
               MOVE QK-RECON-ID TO XK-RECON-ID
               MOVE QK-RECORD-KEY TO XK-RECORD-KEY
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
               MOVE QK-RECON-ID TO CT-RECON-ID
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
                       OR CT-RECON-ID NOT = QK-RECON-ID
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

       2300-PROMPT-RESULT.
           MOVE SPACES TO WS-ACTION-CODE
           DISPLAY "QAREVIEW: RESULT (C=CONFIRMED W=RULE WRONG "
               "BLANK=LEAVE PENDING Q=QUIT):"
           ACCEPT WS-ACTION-CODE
           MOVE FUNCTION UPPER-CASE(WS-ACTION-CODE)
               TO WS-ACTION-CODE

           EVALUATE TRUE
               WHEN WS-ACTION-CODE = SPACE
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN WS-ACTION-CODE = "Q"
                   ADD 1 TO WS-SKIPPED-COUNT
                   SET WS-QUIT-REQUESTED TO TRUE
               WHEN WS-ACTION-CODE = "C"
                   MOVE SPACES TO WS-ACTION-COMMENT
                   DISPLAY "QAREVIEW: COMMENT:"
                   ACCEPT WS-ACTION-COMMENT
                   MOVE ZERO TO WS-REVERSAL-SEQUENCE
                   PERFORM 2600-RECORD-RESULT
               WHEN WS-ACTION-CODE = "W"
                   MOVE SPACES TO WS-ACTION-COMMENT
                   DISPLAY "QAREVIEW: WHAT THE RULE MISSED:"
                   ACCEPT WS-ACTION-COMMENT
                   IF WS-ACTION-COMMENT = SPACES
                       ADD 1 TO WS-SKIPPED-COUNT
                       DISPLAY "QAREVIEW: A RULE WRONG NEEDS A COMMENT "
                           "- SAMPLE LEFT PENDING"
                   ELSE
                       PERFORM 2350-RULE-WRONG
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "QAREVIEW: RESULT " WS-ACTION-CODE
                       " NOT RECOGNISED - SAMPLE LEFT PENDING"
           END-EVALUATE.

      *> The rule's decision is reversed only while it is still the
      *> key's current one; otherwise the finding is recorded against
      *> the rule and the key left alone.
       2350-RULE-WRONG.
           MOVE "N" TO WS-RESULT-READY-SW
           MOVE ZERO TO WS-REVERSAL-SEQUENCE
           IF WS-DECISION-FOUND
               AND WS-LATEST-SEQUENCE = QK-AUDIT-SEQUENCE
               PERFORM 2250-CHECK-PERIOD-LOCK
               IF WS-PERIOD-LOCKED
                   ADD 1 TO WS-LOCKED-COUNT
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "QAREVIEW: KEY " QK-RECORD-KEY
                       " WAS RAISED IN LOCKED PERIOD " WS-LOCK-PERIOD
                   IF WS-LOCK-ACTION = "C"
                       DISPLAY "QAREVIEW: SIGNED OFF BY "
                           WS-LOCK-USER-ID " ON " WS-LOCK-DATE
                   ELSE
                       DISPLAY "QAREVIEW: STATEMENT PREPARED ON "
                           WS-LOCK-DATE " AND AWAITING SIGN-OFF"
                   END-IF
                   DISPLAY "QAREVIEW: NOTHING CHANGED - REOPEN THE "
                       "PERIOD IN CERTSIGN FIRST; SAMPLE LEFT PENDING"
               ELSE
                   PERFORM 2400-WRITE-REVERSAL
               END-IF
           ELSE
               IF WS-DECISION-FOUND
                   DISPLAY "QAREVIEW: RULE DECISION SEQ "
                       QK-AUDIT-SEQUENCE " ALREADY SUPERSEDED BY SEQ "
                       WS-LATEST-SEQUENCE " (CODE "
                       WS-LATEST-DISP-CODE ")"
               ELSE
                   DISPLAY "QAREVIEW: RULE DECISION SEQ "
                       QK-AUDIT-SEQUENCE
                       " NO LONGER ON THE AUDIT TRAIL"
               END-IF
               DISPLAY "QAREVIEW: RESULT RECORDED AGAINST THE RULE - "
                   "KEY LEFT AS IT STANDS (USE SUPERREV TO ACT ON IT)"
               SET WS-RESULT-READY TO TRUE
           END-IF
           IF WS-RESULT-READY
               PERFORM 2600-RECORD-RESULT
           END-IF.

      *> The SUPERREV reversal: a NEW R record under the supervisor's
      *> ID superseding the rule's decision - the rule's record is
      *> never touched - then the master reopened.
       2400-WRITE-REVERSAL.
           COMPUTE WS-NEXT-SEQUENCE = WS-LATEST-SEQUENCE + 1

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           MOVE QK-RECON-ID TO AK-RECON-ID
           MOVE QK-RECORD-KEY TO AK-RECORD-KEY
           MOVE WS-NEXT-SEQUENCE TO AK-SEQUENCE
           MOVE "R" TO AK-DISPOSITION-CODE
           MOVE SPACES TO AK-COMMENT
           STRING "QA RULE WRONG: " WS-ACTION-COMMENT
               DELIMITED BY SIZE INTO AK-COMMENT
           MOVE WS-SUPERVISOR-ID TO AK-USER-ID
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO AK-DISPOSITION-DATE
           STRING WS-NOW-HH ":" WS-NOW-MN ":" WS-NOW-SS
               DELIMITED BY SIZE INTO AK-DISPOSITION-TIME
           MOVE QK-AUDIT-SEQUENCE TO AK-SUPERSEDES-SEQ
           MOVE SPACE TO AK-TRANSMIT-FLAG
           MOVE ZERO TO AK-REQUEST-NUMBER

           WRITE AUDIT-KSDS-RECORD
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "QAREVIEW: AUDIT WRITE FAILED FOR KEY "
                       AK-RECORD-KEY " STATUS " WS-AUD-FILE-STATUS
                       " - SAMPLE LEFT PENDING"
               NOT INVALID KEY
                   ADD 1 TO WS-REVERSED-COUNT
                   MOVE WS-NEXT-SEQUENCE TO WS-REVERSAL-SEQUENCE
                   SET WS-RESULT-READY TO TRUE
                   DISPLAY "QAREVIEW: RULE DECISION SEQ "
                       QK-AUDIT-SEQUENCE " REVERSED - KEY REOPENED"
           END-WRITE
           IF WS-AUD-FILE-STATUS = "00"
               PERFORM 2500-REOPEN-MASTER
           END-IF.

      *> As SUPERREV mirrors a reversal: the key's master record goes
      *> back to open, or a key no longer on the master gets a
      *> skeleton open record so the operators see it again - the
      *> full compare detail stays on the compliance report file.
       2500-REOPEN-MASTER.
           IF NOT WS-MASTER-OPEN
               CONTINUE
           ELSE
               MOVE QK-RECON-ID TO XK-RECON-ID
               MOVE QK-RECORD-KEY TO XK-RECORD-KEY
               READ EXCEPTION-MASTER-FILE
                   INVALID KEY
                       MOVE QK-RECON-ID TO XK-RECON-ID
                       MOVE QK-RECORD-KEY TO XK-RECORD-KEY
                       MOVE "MISMATCH" TO XK-RESULT-FLAG
                       MOVE ZERO TO XK-DIFF-POSITION
                       MOVE SPACES TO XK-FIELD-NAME
                       MOVE SPACES TO XK-OLD-VALUE
                       MOVE SPACES TO XK-NEW-VALUE
                       MOVE SPACES TO XK-RUN-ID
                       SET XK-STATUS-OPEN TO TRUE
                       MOVE SPACES TO XK-ASSIGNED-TO
                       MOVE SPACES TO XK-LINKED-KEY
                       WRITE EXCEPTION-KSDS-RECORD
                           INVALID KEY
                               DISPLAY "QAREVIEW: MASTER WRITE "
                                   "FAILED FOR KEY "
                                   XK-RECORD-KEY " STATUS "
                                   WS-EXC-FILE-STATUS
                       END-WRITE
                   NOT INVALID KEY
                       SET XK-STATUS-OPEN TO TRUE
                       REWRITE EXCEPTION-KSDS-RECORD
                           INVALID KEY
                               DISPLAY "QAREVIEW: MASTER REWRITE "
                                   "FAILED FOR KEY " XK-RECORD-KEY
                                   " STATUS " WS-EXC-FILE-STATUS
                       END-REWRITE
               END-READ
           END-IF.

      *> The sample is read again by key before it is rewritten: the
      *> browse record area was last filled before the audit trail
      *> and master were worked.
       2600-RECORD-RESULT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           MOVE WS-SAMPLE-RECORD TO QA-REVIEW-RECORD
           READ QA-REVIEW-FILE
               INVALID KEY
                   DISPLAY "QAREVIEW: SAMPLE FOR KEY " QK-RECORD-KEY
                       " NO LONGER ON QAKSD - STATUS "
                       WS-QAK-FILE-STATUS
           END-READ
           IF WS-QAK-FILE-STATUS = "00"
               MOVE WS-ACTION-CODE TO QK-STATUS
               MOVE WS-SUPERVISOR-ID TO QK-REVIEWED-BY
               MOVE SPACES TO QK-REVIEWED-DATE
               STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
                   DELIMITED BY SIZE INTO QK-REVIEWED-DATE
               MOVE SPACES TO QK-REVIEWED-TIME
               STRING WS-NOW-HH ":" WS-NOW-MN ":" WS-NOW-SS
                   DELIMITED BY SIZE INTO QK-REVIEWED-TIME
               MOVE WS-ACTION-COMMENT TO QK-REVIEW-COMMENT
               MOVE WS-REVERSAL-SEQUENCE TO QK-REVERSAL-SEQUENCE
               REWRITE QA-REVIEW-RECORD
                   INVALID KEY
                       DISPLAY "QAREVIEW: SAMPLE REWRITE FAILED FOR "
                           "KEY " QK-RECORD-KEY " STATUS "
                           WS-QAK-FILE-STATUS
                   NOT INVALID KEY
                       IF QK-CONFIRMED
                           ADD 1 TO WS-CONFIRMED-COUNT
                           DISPLAY "QAREVIEW: SAMPLE CONFIRMED"
                       ELSE
                           ADD 1 TO WS-RULE-WRONG-COUNT
                           DISPLAY "QAREVIEW: RULE WRONG RECORDED "
                               "AGAINST RULE " QK-RULE-ID
                       END-IF
               END-REWRITE
           END-IF.

       3000-FINALIZE.
           CLOSE QA-REVIEW-FILE
           IF WS-MASTER-OPEN
               CLOSE EXCEPTION-MASTER-FILE
           END-IF
           CLOSE AUDIT-TRAIL-FILE
           IF WS-CERT-OPEN
               CLOSE CERTIFICATION-FILE
           END-IF

           DISPLAY "QAREVIEW SUMMARY: SAMPLES SHOWN      = "
               WS-SHOWN-COUNT
           DISPLAY "QAREVIEW SUMMARY: CONFIRMED          = "
               WS-CONFIRMED-COUNT
           DISPLAY "QAREVIEW SUMMARY: RULE WRONG         = "
               WS-RULE-WRONG-COUNT
           DISPLAY "QAREVIEW SUMMARY: DECISIONS REVERSED = "
               WS-REVERSED-COUNT
           DISPLAY "QAREVIEW SUMMARY: LEFT PENDING       = "
               WS-SKIPPED-COUNT
           DISPLAY "QAREVIEW SUMMARY: KEYS LOCKED        = "
               WS-LOCKED-COUNT.
