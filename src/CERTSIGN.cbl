      *>----------------------------------------------------------------
      *> PROGRAM:  CERTSIGN
      *>
      *> Supervisor sign-off and reopen of month-end certification
      *> statements on the certification log (CERTKSD). MTHCERT
      *> prepares a reconciliation's statement for a month and freezes
      *> its figures on the log, which locks the period; this program
      *> shows the period's full log and the statement's figures and
      *> lets an AUTHORIZED supervisor:
      *>   S - sign the prepared statement off: the period is then
      *>       certified and stays locked, so DISPOSE and SUPERREV
      *>       refuse to change a disposition for any exception raised
      *>       in it;
      *>   R - formally reopen the period (or reject a prepared
      *>       statement before signing it), with a reason, which
      *>       unlocks it until MTHCERT prepares it again.
      *> Either action is a NEW record on the log carrying the
      *> supervisor's ID, date, time and comment, and the figures it
      *> signed or withdrew; nothing on the log is ever rewritten, so
      *> every reopen of a certified month stays on record.
      *>
      *> A session works one reconciliation: its RECONREG ID is asked
      *> for first (blank for the unnamed reconciliation run from a
      *> full control card), then each period as YYYYMM.
      *>
      *> Authorization: the user's ID must appear on the SUPVLIST
      *> file, one supervisor ID per record. No list, no access.
      *>
      *> Return codes:  0 = session completed
      *>               16 = user not authorized or certification log
      *>                    unavailable
      *>----------------------------------------------------------------
       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTSIGN.
       AUTHOR. RECONCILIATION-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTIFICATION-FILE ASSIGN TO "CERTKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CERT-KEY
               FILE STATUS IS WS-CRT-FILE-STATUS.

           SELECT SUPERVISOR-LIST-FILE ASSIGN TO "SUPVLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERTIFICATION-FILE.
       COPY CERTKSD.

       FD  SUPERVISOR-LIST-FILE.
       01  SUPERVISOR-LIST-RECORD.
           05  SL-SUPERVISOR-ID        PIC X(08).
           05  FILLER                  PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CRT-FILE-STATUS      PIC X(02).
           05  WS-SUP-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-AUTHORIZED-SW        PIC X(01) VALUE "N".
               88  WS-AUTHORIZED           VALUE "Y".
           05  WS-QUIT-REQUESTED-SW    PIC X(01) VALUE "N".
               88  WS-QUIT-REQUESTED       VALUE "Y".
           05  WS-CERT-SCAN-DONE-SW    PIC X(01) VALUE "N".
               88  WS-CERT-SCAN-DONE       VALUE "Y".

       01  WS-COUNTERS.
           05  WS-LOG-COUNT            PIC 9(03) VALUE ZERO.
           05  WS-SIGNED-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-REOPENED-COUNT       PIC 9(05) VALUE ZERO.

       01  WS-SUPERVISOR-ID            PIC X(08).
       01  WS-REVIEW-RECON-ID          PIC X(08) VALUE SPACES.
       01  WS-REVIEW-PERIOD            PIC X(06) VALUE SPACES.
       01  WS-ACTION-CODE              PIC X(01).
       01  WS-ACTION-COMMENT           PIC X(60).

      *> The period's latest log record, kept whole: its action code
      *> decides what may be done next, and its figures are carried
      *> onto the sign-off or reopen record.
       01  WS-LATEST-CERT-RECORD       PIC X(250) VALUE SPACES.
       01  WS-LATEST-SEQUENCE          PIC 9(03) VALUE ZERO.
       01  WS-LATEST-ACTION            PIC X(01) VALUE SPACE.
           88  WS-LATEST-PREPARED          VALUE "P".
           88  WS-LATEST-CERTIFIED         VALUE "C".

       01  WS-FIGURE-EDIT              PIC ZZ,ZZZ,ZZZ,ZZ9.

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
           PERFORM 2000-SIGN-OFF-SESSION
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-SUPERVISOR-ID FROM ENVIRONMENT "USER"
           PERFORM 1100-CHECK-AUTHORIZATION
           IF NOT WS-AUTHORIZED
               DISPLAY "CERTSIGN: USER " WS-SUPERVISOR-ID
                   " IS NOT ON THE SUPERVISOR LIST - ACCESS DENIED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> The log is started by MTHCERT when it prepares the first
      *> statement; with no log there is nothing to sign or reopen.
           OPEN I-O CERTIFICATION-FILE
           IF WS-CRT-FILE-STATUS NOT = "00"
               DISPLAY "CERTSIGN: CANNOT OPEN CERTKSD - STATUS "
                   WS-CRT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> No supervisor list, no access: an absent or empty SUPVLIST
      *> must fail closed, not open sign-off to everyone.
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

       2000-SIGN-OFF-SESSION.
           DISPLAY "CERTSIGN: ENTER RECONCILIATION ID (BLANK FOR THE "
               "UNNAMED RECONCILIATION):"
           ACCEPT WS-REVIEW-RECON-ID
           MOVE FUNCTION UPPER-CASE(WS-REVIEW-RECON-ID)
               TO WS-REVIEW-RECON-ID

           PERFORM UNTIL WS-QUIT-REQUESTED
               MOVE SPACES TO WS-REVIEW-PERIOD
               DISPLAY "CERTSIGN: ENTER PERIOD YYYYMM (BLANK TO END):"
               ACCEPT WS-REVIEW-PERIOD
               EVALUATE TRUE
                   WHEN WS-REVIEW-PERIOD = SPACES
                       SET WS-QUIT-REQUESTED TO TRUE
                   WHEN WS-REVIEW-PERIOD NOT NUMERIC
                       DISPLAY "CERTSIGN: PERIOD " WS-REVIEW-PERIOD
                           " IS NOT YYYYMM"
                   WHEN OTHER
                       PERFORM 2100-REVIEW-ONE-PERIOD
               END-EVALUATE
           END-PERFORM.

       2100-REVIEW-ONE-PERIOD.
           PERFORM 2200-SHOW-PERIOD-LOG
           IF WS-LOG-COUNT = ZERO
               DISPLAY "CERTSIGN: NO STATEMENT HAS BEEN PREPARED FOR "
                   "PERIOD " WS-REVIEW-PERIOD " - RUN MTHCERT FIRST"
           ELSE
               PERFORM 2250-SHOW-FIGURES
               PERFORM 2300-PROMPT-ACTION
           END-IF.

      *> Full log for the period, oldest first; the latest record is
      *> kept for the figures display and the action prompt.
       2200-SHOW-PERIOD-LOG.
           MOVE ZERO TO WS-LOG-COUNT
           MOVE ZERO TO WS-LATEST-SEQUENCE
           MOVE SPACE TO WS-LATEST-ACTION
           MOVE "N" TO WS-CERT-SCAN-DONE-SW
           MOVE WS-REVIEW-RECON-ID TO CT-RECON-ID
           MOVE WS-REVIEW-PERIOD TO CT-PERIOD
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
                   OR CT-PERIOD NOT = WS-REVIEW-PERIOD
                   SET WS-CERT-SCAN-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-LOG-COUNT
                   MOVE CT-SEQUENCE TO WS-LATEST-SEQUENCE
                   MOVE CT-ACTION TO WS-LATEST-ACTION
                   MOVE PERIOD-CERT-RECORD TO WS-LATEST-CERT-RECORD
                   DISPLAY "  SEQ " CT-SEQUENCE
                       " ACTION " CT-ACTION
                       " USER " CT-USER-ID
                       " ON " CT-ACTION-DATE
                       " " CT-ACTION-TIME
                       " STATEMENT " CT-STATEMENT-RUN-ID
                   DISPLAY "      " CT-COMMENT
               END-IF
           END-PERFORM.

       2250-SHOW-FIGURES.
           MOVE WS-LATEST-CERT-RECORD TO PERIOD-CERT-RECORD
           DISPLAY "CERTSIGN: STATEMENT FIGURES FOR PERIOD "
               WS-REVIEW-PERIOD
           MOVE CT-RUN-COUNT TO WS-FIGURE-EDIT
           DISPLAY "  RUNS IN THE PERIOD               " WS-FIGURE-EDIT
           MOVE CT-FAILED-RUN-COUNT TO WS-FIGURE-EDIT
           DISPLAY "    ENDING RC 8 OR WORSE           " WS-FIGURE-EDIT
           MOVE CT-COMPARED-COUNT TO WS-FIGURE-EDIT
           DISPLAY "  RECORDS COMPARED                 " WS-FIGURE-EDIT
           MOVE CT-MISMATCH-COUNT TO WS-FIGURE-EDIT
           DISPLAY "  MISMATCHES REPORTED BY THE RUNS  " WS-FIGURE-EDIT
           MOVE CT-RAISED-COUNT TO WS-FIGURE-EDIT
           DISPLAY "  EXCEPTIONS RAISED IN THE PERIOD  " WS-FIGURE-EDIT
           MOVE CT-AUTO-ACCEPTED-COUNT TO WS-FIGURE-EDIT
           DISPLAY "    ACCEPTED BY AN AUTODISP RULE   " WS-FIGURE-EDIT
           MOVE CT-MANUAL-ACCEPTED-COUNT TO WS-FIGURE-EDIT
           DISPLAY "    ACCEPTED BY AN OPERATOR        " WS-FIGURE-EDIT
           MOVE CT-NEEDS-FIX-COUNT TO WS-FIGURE-EDIT
           DISPLAY "    SENT FOR FIX                   " WS-FIGURE-EDIT
           MOVE CT-CLEARED-COUNT TO WS-FIGURE-EDIT
           DISPLAY "    CLEARED BY A LATER EXTRACT     " WS-FIGURE-EDIT
           MOVE CT-OPEN-COUNT TO WS-FIGURE-EDIT
           DISPLAY "    STILL OPEN                     " WS-FIGURE-EDIT
           MOVE CT-OPEN-OVER-30-COUNT TO WS-FIGURE-EDIT
           DISPLAY "      OPEN OVER 30 DAYS            " WS-FIGURE-EDIT
           MOVE CT-OLDEST-OPEN-DAYS TO WS-FIGURE-EDIT
           DISPLAY "      OLDEST OPEN (DAYS)           " WS-FIGURE-EDIT.

      *> Only a prepared statement can be signed, and only a prepared
      *> or signed one reopened; a reopened period has nothing to act
      *> on until MTHCERT prepares it again. A reopen must say why.
       2300-PROMPT-ACTION.
           MOVE SPACES TO WS-ACTION-CODE
           EVALUATE TRUE
               WHEN WS-LATEST-PREPARED
                   DISPLAY "CERTSIGN: PERIOD " WS-REVIEW-PERIOD
                       " IS PREPARED (S=SIGN OFF R=REJECT AND REOPEN "
                       "BLANK=NONE):"
                   ACCEPT WS-ACTION-CODE
               WHEN WS-LATEST-CERTIFIED
                   DISPLAY "CERTSIGN: PERIOD " WS-REVIEW-PERIOD
                       " IS CERTIFIED (R=REOPEN BLANK=NONE):"
                   ACCEPT WS-ACTION-CODE
               WHEN OTHER
                   DISPLAY "CERTSIGN: PERIOD " WS-REVIEW-PERIOD
                       " IS REOPENED - RUN MTHCERT TO PREPARE IT AGAIN"
           END-EVALUATE
           MOVE FUNCTION UPPER-CASE(WS-ACTION-CODE)
               TO WS-ACTION-CODE

           EVALUATE TRUE
               WHEN WS-ACTION-CODE = SPACE
                   CONTINUE
               WHEN WS-ACTION-CODE = "S" AND WS-LATEST-PREPARED
                   MOVE SPACES TO WS-ACTION-COMMENT
                   DISPLAY "CERTSIGN: COMMENT:"
                   ACCEPT WS-ACTION-COMMENT
                   MOVE "C" TO WS-ACTION-CODE
                   PERFORM 2400-WRITE-LOG-RECORD
               WHEN WS-ACTION-CODE = "R"
                   MOVE SPACES TO WS-ACTION-COMMENT
                   DISPLAY "CERTSIGN: REASON FOR REOPENING:"
                   ACCEPT WS-ACTION-COMMENT
                   IF WS-ACTION-COMMENT = SPACES
                       DISPLAY "CERTSIGN: A REOPEN NEEDS A REASON - "
                           "NOTHING LOGGED"
                   ELSE
                       PERFORM 2400-WRITE-LOG-RECORD
                   END-IF
               WHEN OTHER
                   DISPLAY "CERTSIGN: ACTION " WS-ACTION-CODE
                       " NOT VALID HERE - NOTHING LOGGED"
           END-EVALUATE.

       2400-WRITE-LOG-RECORD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           MOVE WS-LATEST-CERT-RECORD TO PERIOD-CERT-RECORD
           COMPUTE CT-SEQUENCE = WS-LATEST-SEQUENCE + 1
           MOVE WS-ACTION-CODE TO CT-ACTION
           MOVE WS-SUPERVISOR-ID TO CT-USER-ID
           MOVE SPACES TO CT-ACTION-DATE
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO CT-ACTION-DATE
           MOVE SPACES TO CT-ACTION-TIME
           STRING WS-NOW-HH ":" WS-NOW-MN ":" WS-NOW-SS
               DELIMITED BY SIZE INTO CT-ACTION-TIME
           MOVE WS-ACTION-COMMENT TO CT-COMMENT

           WRITE PERIOD-CERT-RECORD
               INVALID KEY
                   DISPLAY "CERTSIGN: LOG WRITE FAILED FOR PERIOD "
                       WS-REVIEW-PERIOD " STATUS " WS-CRT-FILE-STATUS
               NOT INVALID KEY
                   IF CT-CERTIFIED
                       ADD 1 TO WS-SIGNED-COUNT
                       DISPLAY "CERTSIGN: PERIOD " WS-REVIEW-PERIOD
                           " CERTIFIED - LOCKED"
                   ELSE
                       ADD 1 TO WS-REOPENED-COUNT
                       DISPLAY "CERTSIGN: PERIOD " WS-REVIEW-PERIOD
                           " REOPENED - UNLOCKED"
                   END-IF
           END-WRITE.

       3000-FINALIZE.
           CLOSE CERTIFICATION-FILE

           DISPLAY "CERTSIGN SUMMARY: PERIODS SIGNED OFF = "
               WS-SIGNED-COUNT
           DISPLAY "CERTSIGN SUMMARY: PERIODS REOPENED   = "
               WS-REOPENED-COUNT.
