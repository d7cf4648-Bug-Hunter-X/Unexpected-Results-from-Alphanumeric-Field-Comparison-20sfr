      *>----------------------------------------------------------------
      *> PROGRAM:  QASAMPLE
      *>
      *> Nightly quality-assurance sample of AUTODISP's rule
      *> acceptances, run after AUTODISP. Most mismatches are now
      *> accepted by a rule with nobody looking at them; this step
      *> picks some of each night's rule-accepted audit records for a
      *> supervisor to check in QAREVIEW, so there is evidence that
      *> the rules are not hiding real breaks, and a bad rule shows up
      *> before it has accepted a month of them.
      *>
      *> A rule acceptance is an A record on the audit trail
      *> (AUDITKSD) whose user ID is a rule ID on the rule history
      *> (RULEHIST). For every rule that accepted anything on the
      *> night, the control card's percentage of its acceptances is
      *> picked, rounded up, but never fewer than the card's minimum
      *> (or all of them, when the rule accepted fewer than that).
      *>
      *> The picks are random within each rule - every acceptance of
      *> the rule that night has the same chance - and are drawn in
      *> two sweeps of the trail: the first counts each rule's
      *> acceptances, the second picks as it goes so that exactly the
      *> required number come out. The random sequence is seeded from
      *> the night sampled, so a rerun for the same night picks the
      *> same records, and those already on the QA review file
      *> (QAKSD) are left as they are, reviewed or not.
      *>
      *> Each pick is written to QAKSD pending review, with a copy of
      *> the break the rule accepted as the exception master holds it
      *> tonight.
      *>
      *> Return codes:  0 = sample taken (or nothing to sample)
      *>                8 = sample date on the control card is not a
      *>                    valid YYYY-MM-DD, more rules were in force
      *>                    than the rule table holds, or some
      *>                    samples could not be written
      *>               16 = a required file could not be opened
      *>----------------------------------------------------------------
       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QASAMPLE.
       AUTHOR. RECONCILIATION-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AK-AUDIT-KEY
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT RULE-HISTORY-FILE ASSIGN TO "RULEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-RULE-KEY
               FILE STATUS IS WS-RUL-FILE-STATUS.

           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCPKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XK-EXCEPTION-KEY
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT QA-REVIEW-FILE ASSIGN TO "QAKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QK-SAMPLE-KEY
               FILE STATUS IS WS-QAK-FILE-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL-FILE.
       COPY AUDITKSD.

       FD  RULE-HISTORY-FILE.
       COPY RULEHIST.

       FD  EXCEPTION-MASTER-FILE.
       COPY EXCPKSD.

       FD  QA-REVIEW-FILE.
       COPY QAREVW.

       FD  CONTROL-CARD-FILE.
       COPY QACARD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AUD-FILE-STATUS      PIC X(02).
           05  WS-RUL-FILE-STATUS      PIC X(02).
           05  WS-EXC-FILE-STATUS      PIC X(02).
           05  WS-QAK-FILE-STATUS      PIC X(02).
           05  WS-CTL-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-AUDIT-SCAN-DONE-SW   PIC X(01) VALUE "N".
               88  WS-AUDIT-SCAN-DONE      VALUE "Y".
           05  WS-MASTER-OPEN-SW       PIC X(01) VALUE "N".
               88  WS-MASTER-OPEN          VALUE "Y".
           05  WS-RULE-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-RULE-FOUND           VALUE "Y".
           05  WS-CAND-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-CAND-FOUND           VALUE "Y".
           05  WS-RULE-TABLE-FULL-SW   PIC X(01) VALUE "N".
               88  WS-RULE-TABLE-FULL      VALUE "Y".

       01  WS-COUNTERS.
           05  WS-RECORDS-READ         PIC 9(09) VALUE ZERO.
           05  WS-ACCEPTED-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-SAMPLED-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-ALREADY-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-FAILED-COUNT         PIC 9(09) VALUE ZERO.

      *> Every rule in force on the night sampled, as AUTODISP loaded
      *> it that night, with its counts for the night: acceptances,
      *> how many are to be picked, and how many the picking sweep
      *> has passed and picked so far.
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-RULE-ENTRY OCCURS 100 TIMES.
               10  WS-RT-RULE-ID       PIC X(08).
               10  WS-RT-ACCEPTED      PIC 9(09).
               10  WS-RT-TO-PICK       PIC 9(09).
               10  WS-RT-SEEN          PIC 9(09).
               10  WS-RT-PICKED        PIC 9(09).
               10  WS-RT-ALREADY       PIC 9(09).

       01  WS-RX                       PIC 9(03) VALUE ZERO.

      *> The rule whose versions are being read, and its last approved
      *> version already effective on the night sampled.
       01  WS-RULE-GROUP.
           05  WS-GROUP-RULE-ID        PIC X(08) VALUE SPACES.
           05  WS-CAND-ACTION          PIC X(01) VALUE SPACE.
           05  WS-CAND-EXPIRY-DATE     PIC X(10) VALUE SPACES.

       01  WS-SAMPLE-FIELDS.
           05  WS-SAMPLE-PERCENT       PIC 9(03) VALUE 5.
           05  WS-MINIMUM-PER-RULE     PIC 9(03) VALUE 3.
           05  WS-SAMPLE-DATE          PIC X(10) VALUE SPACES.
           05  WS-SAMPLE-DATE-X.
               10  WS-SD-YYYY          PIC X(04).
               10  WS-SD-MM            PIC X(02).
               10  WS-SD-DD            PIC X(02).
           05  WS-SAMPLE-SEED REDEFINES WS-SAMPLE-DATE-X
                                       PIC 9(08).
           05  WS-STILL-TO-SEE         PIC 9(09) VALUE ZERO.
           05  WS-STILL-TO-PICK        PIC 9(09) VALUE ZERO.
           05  WS-RANDOM-DRAW          PIC V9(09) VALUE ZERO.
           05  WS-DRAW-RESULT          PIC 9(09)V9(09) VALUE ZERO.

       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(04).
           05  WS-TODAY-MM             PIC 9(02).
           05  WS-TODAY-DD             PIC 9(02).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COUNT-ACCEPTANCES
           PERFORM 2500-SET-SAMPLE-SIZES
           PERFORM 3000-PICK-SAMPLES
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE

           MOVE SPACES TO QA-SAMPLE-CARD
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTL-FILE-STATUS = "00"
               READ CONTROL-CARD-FILE
               CLOSE CONTROL-CARD-FILE
           END-IF
           PERFORM 1100-SET-SAMPLE-FIELDS

           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "QASAMPLE: CANNOT OPEN AUDIT TRAIL - STATUS "
                   WS-AUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1200-LOAD-RULE-IDS

      *> The master only supplies the copy of the break shown to the
      *> reviewer; without it the samples are still taken, and the
      *> reviewer falls back on the compliance report.
           OPEN INPUT EXCEPTION-MASTER-FILE
           IF WS-EXC-FILE-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "QASAMPLE: EXCEPTION MASTER NOT AVAILABLE - "
                   "SAMPLES CARRY NO BREAK DETAIL"
           END-IF

      *> The QA review file starts empty the first night; a missing
      *> file (status 35) is created and reopened for update.
           OPEN I-O QA-REVIEW-FILE
           IF WS-QAK-FILE-STATUS = "35"
               OPEN OUTPUT QA-REVIEW-FILE
               CLOSE QA-REVIEW-FILE
               OPEN I-O QA-REVIEW-FILE
           END-IF
           IF WS-QAK-FILE-STATUS NOT = "00"
               DISPLAY "QASAMPLE: CANNOT OPEN QAKSD - STATUS "
                   WS-QAK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> Seeded from the night sampled, so a rerun for the same night
      *> draws the same sequence and picks the same records.
           COMPUTE WS-RANDOM-DRAW = FUNCTION RANDOM(WS-SAMPLE-SEED).

      *> Blank percentage and minimum take the defaults; a blank date
      *> is tonight. A date that is not YYYY-MM-DD would match
      *> nothing on the trail and report a clean night, so it stops
      *> the step instead.
       1100-SET-SAMPLE-FIELDS.
           IF QC-SAMPLE-PERCENT NUMERIC
               MOVE QC-SAMPLE-PERCENT TO WS-SAMPLE-PERCENT
               IF WS-SAMPLE-PERCENT > 100
                   MOVE 100 TO WS-SAMPLE-PERCENT
               END-IF
           END-IF
           IF QC-MINIMUM-PER-RULE NUMERIC
               MOVE QC-MINIMUM-PER-RULE TO WS-MINIMUM-PER-RULE
           END-IF

           IF QC-SAMPLE-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-SAMPLE-DATE
           ELSE
               MOVE QC-SAMPLE-DATE TO WS-SAMPLE-DATE
           END-IF
           MOVE WS-SAMPLE-DATE(1:4) TO WS-SD-YYYY
           MOVE WS-SAMPLE-DATE(6:2) TO WS-SD-MM
           MOVE WS-SAMPLE-DATE(9:2) TO WS-SD-DD
           IF WS-SAMPLE-DATE-X NOT NUMERIC
               OR WS-SAMPLE-DATE(5:1) NOT = "-"
               OR WS-SAMPLE-DATE(8:1) NOT = "-"
               DISPLAY "QASAMPLE: SAMPLE DATE " QC-SAMPLE-DATE
                   " IS NOT A VALID YYYY-MM-DD - NOTHING SAMPLED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Without the rule history no audit record can be told apart
      *> as a rule's, and a night with nothing sampled must not look
      *> like a night with nothing accepted. The rules loaded are the
      *> ones AUTODISP had in force on the night sampled, chosen by
      *> the same test: within a rule the last approved version
      *> already effective that night, unless it is a retirement or
      *> had expired. A rule that will not fit the table is named and
      *> the run ends RC 8, so no rule goes unsampled unnoticed.
       1200-LOAD-RULE-IDS.
           MOVE ZERO TO WS-RULE-COUNT
           OPEN INPUT RULE-HISTORY-FILE
           IF WS-RUL-FILE-STATUS NOT = "00"
               DISPLAY "QASAMPLE: CANNOT OPEN RULEHIST - STATUS "
                   WS-RUL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RUL-FILE-STATUS NOT = "00"
               READ RULE-HISTORY-FILE NEXT RECORD
               END-READ
               IF WS-RUL-FILE-STATUS = "00"
                   IF RV-RULE-ID NOT = WS-GROUP-RULE-ID
                       PERFORM 1210-CLOSE-RULE-GROUP
                       MOVE RV-RULE-ID TO WS-GROUP-RULE-ID
                   END-IF
                   IF RV-APPROVED
                       AND RV-EFFECTIVE-DATE <= WS-SAMPLE-DATE
                       SET WS-CAND-FOUND TO TRUE
                       MOVE RV-ACTION TO WS-CAND-ACTION
                       MOVE RV-EXPIRY-DATE TO WS-CAND-EXPIRY-DATE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 1210-CLOSE-RULE-GROUP
           CLOSE RULE-HISTORY-FILE.

       1210-CLOSE-RULE-GROUP.
           IF WS-CAND-FOUND
               AND WS-CAND-ACTION NOT = "R"
               AND (WS-CAND-EXPIRY-DATE = SPACES
                   OR WS-CAND-EXPIRY-DATE >= WS-SAMPLE-DATE)
               IF WS-RULE-COUNT >= 100
                   SET WS-RULE-TABLE-FULL TO TRUE
                   DISPLAY "QASAMPLE: RULE TABLE FULL - RULE "
                       WS-GROUP-RULE-ID " NOT SAMPLED"
               ELSE
                   ADD 1 TO WS-RULE-COUNT
                   MOVE WS-GROUP-RULE-ID
                       TO WS-RT-RULE-ID(WS-RULE-COUNT)
                   MOVE ZERO TO WS-RT-ACCEPTED(WS-RULE-COUNT)
                   MOVE ZERO TO WS-RT-TO-PICK(WS-RULE-COUNT)
                   MOVE ZERO TO WS-RT-SEEN(WS-RULE-COUNT)
                   MOVE ZERO TO WS-RT-PICKED(WS-RULE-COUNT)
                   MOVE ZERO TO WS-RT-ALREADY(WS-RULE-COUNT)
               END-IF
           END-IF
           MOVE "N" TO WS-CAND-FOUND-SW
           MOVE SPACE TO WS-CAND-ACTION
           MOVE SPACES TO WS-CAND-EXPIRY-DATE.

      *> First sweep: each rule's acceptances on the night.
       2000-COUNT-ACCEPTANCES.
           PERFORM 2100-START-AUDIT-SWEEP
           PERFORM UNTIL WS-AUDIT-SCAN-DONE
               READ AUDIT-TRAIL-FILE NEXT RECORD
               END-READ
               IF WS-AUD-FILE-STATUS NOT = "00"
                   SET WS-AUDIT-SCAN-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 2200-CHECK-RULE-ACCEPTANCE
                   IF WS-RULE-FOUND
                       ADD 1 TO WS-ACCEPTED-COUNT
                       ADD 1 TO WS-RT-ACCEPTED(WS-RX)
                   END-IF
               END-IF
           END-PERFORM.

       2100-START-AUDIT-SWEEP.
           MOVE "N" TO WS-AUDIT-SCAN-DONE-SW
           MOVE LOW-VALUES TO AK-AUDIT-KEY
           START AUDIT-TRAIL-FILE KEY NOT < AK-AUDIT-KEY
               INVALID KEY SET WS-AUDIT-SCAN-DONE TO TRUE
           END-START
           IF WS-AUD-FILE-STATUS NOT = "00"
               SET WS-AUDIT-SCAN-DONE TO TRUE
           END-IF.

      *> An A decision on the night whose user ID is a rule; WS-RX is
      *> left on the rule's table entry.
       2200-CHECK-RULE-ACCEPTANCE.
           MOVE "N" TO WS-RULE-FOUND-SW
           IF AK-DISP-ACCEPTED
               AND AK-DISPOSITION-DATE = WS-SAMPLE-DATE
               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-RULE-COUNT
                   IF WS-RT-RULE-ID(WS-RX) = AK-USER-ID
                       SET WS-RULE-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *> The card's percentage, rounded up, but at least the minimum
      *> - and never more than the rule accepted.
       2500-SET-SAMPLE-SIZES.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RULE-COUNT
               IF WS-RT-ACCEPTED(WS-RX) > ZERO
                   COMPUTE WS-RT-TO-PICK(WS-RX) =
                       (WS-RT-ACCEPTED(WS-RX) * WS-SAMPLE-PERCENT + 99)
                       / 100
                   IF WS-RT-TO-PICK(WS-RX) < WS-MINIMUM-PER-RULE
                       MOVE WS-MINIMUM-PER-RULE
                           TO WS-RT-TO-PICK(WS-RX)
                   END-IF
                   IF WS-RT-TO-PICK(WS-RX) > WS-RT-ACCEPTED(WS-RX)
                       MOVE WS-RT-ACCEPTED(WS-RX)
                           TO WS-RT-TO-PICK(WS-RX)
                   END-IF
               END-IF
           END-PERFORM.

      *> Second sweep: each acceptance is picked with the chance of
      *> (still to pick) in (still to see) for its rule, which gives
      *> every acceptance the same chance and comes out at exactly
      *> the number wanted - once the picks still needed equal the
      *> acceptances left, every one left is picked.
       3000-PICK-SAMPLES.
           PERFORM 2100-START-AUDIT-SWEEP
           PERFORM UNTIL WS-AUDIT-SCAN-DONE
               READ AUDIT-TRAIL-FILE NEXT RECORD
               END-READ
               IF WS-AUD-FILE-STATUS NOT = "00"
                   SET WS-AUDIT-SCAN-DONE TO TRUE
               ELSE
                   PERFORM 2200-CHECK-RULE-ACCEPTANCE
                   IF WS-RULE-FOUND
                       PERFORM 3100-DRAW-ONE-ACCEPTANCE
                   END-IF
               END-IF
           END-PERFORM.

       3100-DRAW-ONE-ACCEPTANCE.
           COMPUTE WS-STILL-TO-SEE =
               WS-RT-ACCEPTED(WS-RX) - WS-RT-SEEN(WS-RX)
           COMPUTE WS-STILL-TO-PICK =
               WS-RT-TO-PICK(WS-RX) - WS-RT-PICKED(WS-RX)
           ADD 1 TO WS-RT-SEEN(WS-RX)
           IF WS-STILL-TO-PICK > ZERO
               COMPUTE WS-RANDOM-DRAW = FUNCTION RANDOM
               COMPUTE WS-DRAW-RESULT =
                   WS-RANDOM-DRAW * WS-STILL-TO-SEE
               IF WS-DRAW-RESULT < WS-STILL-TO-PICK
                   ADD 1 TO WS-RT-PICKED(WS-RX)
                   PERFORM 3200-WRITE-SAMPLE
               END-IF
           END-IF.

      *> A sample already on file is a rerun for the same night; it
      *> keeps its review, and counts as sampled for the rule.
       3200-WRITE-SAMPLE.
           MOVE SPACES TO QA-REVIEW-RECORD
           MOVE AK-RECON-ID TO QK-RECON-ID
           MOVE AK-RECORD-KEY TO QK-RECORD-KEY
           MOVE AK-SEQUENCE TO QK-AUDIT-SEQUENCE
           MOVE AK-USER-ID TO QK-RULE-ID
           MOVE AK-DISPOSITION-DATE TO QK-ACCEPTED-DATE
           MOVE WS-RUN-DATE TO QK-SAMPLED-DATE
           SET QK-PENDING TO TRUE
           MOVE ZERO TO QK-REVERSAL-SEQUENCE

           IF WS-MASTER-OPEN
               MOVE AK-RECON-ID TO XK-RECON-ID
               MOVE AK-RECORD-KEY TO XK-RECORD-KEY
               READ EXCEPTION-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE XK-FIELD-NAME TO QK-FIELD-NAME
                       MOVE XK-OLD-VALUE TO QK-OLD-VALUE
                       MOVE XK-NEW-VALUE TO QK-NEW-VALUE
               END-READ
           END-IF

           WRITE QA-REVIEW-RECORD
               INVALID KEY
                   IF WS-QAK-FILE-STATUS = "22"
                       ADD 1 TO WS-ALREADY-COUNT
                       ADD 1 TO WS-RT-ALREADY(WS-RX)
                   ELSE
                       ADD 1 TO WS-FAILED-COUNT
                       DISPLAY "QASAMPLE: SAMPLE WRITE FAILED FOR KEY "
                           QK-RECORD-KEY " RECON " QK-RECON-ID
                           " STATUS " WS-QAK-FILE-STATUS
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-SAMPLED-COUNT
           END-WRITE.

       4000-FINALIZE.
           CLOSE AUDIT-TRAIL-FILE
           IF WS-MASTER-OPEN
               CLOSE EXCEPTION-MASTER-FILE
           END-IF
           CLOSE QA-REVIEW-FILE

           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RULE-COUNT
               IF WS-RT-ACCEPTED(WS-RX) > ZERO
                   DISPLAY "QASAMPLE: RULE " WS-RT-RULE-ID(WS-RX)
                       " ACCEPTED " WS-RT-ACCEPTED(WS-RX)
                       " PICKED " WS-RT-PICKED(WS-RX)
                       " ALREADY ON FILE " WS-RT-ALREADY(WS-RX)
               END-IF
           END-PERFORM

           DISPLAY "QASAMPLE SUMMARY: NIGHT SAMPLED        = "
               WS-SAMPLE-DATE
           DISPLAY "QASAMPLE SUMMARY: SAMPLE PER CENT      = "
               WS-SAMPLE-PERCENT
           DISPLAY "QASAMPLE SUMMARY: MINIMUM PER RULE     = "
               WS-MINIMUM-PER-RULE
           DISPLAY "QASAMPLE SUMMARY: AUDIT RECORDS READ   = "
               WS-RECORDS-READ
           DISPLAY "QASAMPLE SUMMARY: RULE ACCEPTANCES     = "
               WS-ACCEPTED-COUNT
           DISPLAY "QASAMPLE SUMMARY: SAMPLES WRITTEN      = "
               WS-SAMPLED-COUNT
           DISPLAY "QASAMPLE SUMMARY: ALREADY ON FILE      = "
               WS-ALREADY-COUNT
           DISPLAY "QASAMPLE SUMMARY: SAMPLES NOT WRITTEN  = "
               WS-FAILED-COUNT

           IF WS-FAILED-COUNT > ZERO OR WS-RULE-TABLE-FULL
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
