      *>----------------------------------------------------------------
      *> PROGRAM:  QASUMRPT
      *>
      *> Monthly quality-assurance summary of AUTODISP's rules, off the
      *> samples QASAMPLE picked and supervisors judged in QAREVIEW
      *> (QAKSD). The point is to catch a bad rule before it has
      *> accepted a month of real breaks, so for every rule it shows,
      *> for the control-card month (by the date the rule made its
      *> decisions):
      *>   - how many mismatches the rule accepted in the month (its
      *>     A records on the audit trail);
      *>   - how many of those were sampled, and how many samples were
      *>     confirmed, judged rule wrong, or are still pending;
      *>   - the error rate - rule wrong results in per cent of the
      *>     samples reviewed - and what that rate means across all
      *>     the rule's acceptances for the month;
      *>   - a REVIEW RULE flag when the error rate is over the card's
      *>     limit.
      *> Every rule wrong finding is then listed with the reviewer's
      *> comment and whether the exception was reopened.
      *>
      *> A rule is one on the rule history (RULEHIST) or on a sample;
      *> rules that accepted nothing and were not sampled are left
      *> off. Without the rule history the accepted column can only
      *> count rules that have samples.
      *>
      *> Return codes:  0 = summary produced, no rule over the limit
      *>                4 = summary produced, one or more rules over
      *>                    the limit
      *>                8 = period on the control card is not a valid
      *>                    YYYYMM
      *>               16 = a required file could not be opened
      *>----------------------------------------------------------------
       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QASUMRPT.
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

           SELECT RULE-HISTORY-FILE ASSIGN TO "RULEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-RULE-KEY
               FILE STATUS IS WS-RUL-FILE-STATUS.

           SELECT QA-SUMMARY-REPORT-FILE ASSIGN TO "QARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QA-REVIEW-FILE.
       COPY QAREVW.

       FD  AUDIT-TRAIL-FILE.
       COPY AUDITKSD.

       FD  RULE-HISTORY-FILE.
       COPY RULEHIST.

       FD  QA-SUMMARY-REPORT-FILE.
       01  QA-SUMMARY-REPORT-LINE      PIC X(132).

       FD  CONTROL-CARD-FILE.
       COPY QSUMCARD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-QAK-FILE-STATUS      PIC X(02).
           05  WS-AUD-FILE-STATUS      PIC X(02).
           05  WS-RUL-FILE-STATUS      PIC X(02).
           05  WS-RPT-FILE-STATUS      PIC X(02).
           05  WS-CTL-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-SCAN-DONE-SW         PIC X(01) VALUE "N".
               88  WS-SCAN-DONE            VALUE "Y".
           05  WS-RULE-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-RULE-FOUND           VALUE "Y".
           05  WS-RULE-TABLE-FULL-SW   PIC X(01) VALUE "N".
               88  WS-RULE-TABLE-FULL      VALUE "Y".

       01  WS-COUNTERS.
           05  WS-SAMPLES-READ         PIC 9(09) VALUE ZERO.
           05  WS-AUDIT-READ           PIC 9(09) VALUE ZERO.
           05  WS-FINDING-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-FLAGGED-COUNT        PIC 9(05) VALUE ZERO.

      *> One entry per rule, from the rule history first and then any
      *> rule met only on a sample.
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-RULE-ENTRY OCCURS 100 TIMES.
               10  WS-RT-RULE-ID       PIC X(08).
               10  WS-RT-ACCEPTED      PIC 9(09).
               10  WS-RT-SAMPLED       PIC 9(09).
               10  WS-RT-CONFIRMED     PIC 9(09).
               10  WS-RT-WRONG         PIC 9(09).
               10  WS-RT-PENDING       PIC 9(09).

       01  WS-RX                       PIC 9(03) VALUE ZERO.
       01  WS-LOOKUP-RULE-ID           PIC X(08) VALUE SPACES.

       01  WS-TOTALS.
           05  WS-TOT-ACCEPTED         PIC 9(09) VALUE ZERO.
           05  WS-TOT-SAMPLED          PIC 9(09) VALUE ZERO.
           05  WS-TOT-CONFIRMED        PIC 9(09) VALUE ZERO.
           05  WS-TOT-WRONG            PIC 9(09) VALUE ZERO.
           05  WS-TOT-PENDING          PIC 9(09) VALUE ZERO.

       01  WS-RATE-FIELDS.
           05  WS-ERROR-LIMIT          PIC 9(03) VALUE ZERO.
           05  WS-REVIEWED             PIC 9(09) VALUE ZERO.
           05  WS-ERROR-RATE           PIC 9(03)V9 VALUE ZERO.
           05  WS-ESTIMATED-WRONG      PIC 9(09) VALUE ZERO.
           05  WS-RATE-EDIT            PIC ZZ9.9.

       01  WS-PERIOD-FIELDS.
           05  WS-PERIOD-X.
               10  WS-PERIOD-YYYY      PIC 9(04).
               10  WS-PERIOD-MM        PIC 9(02).
           05  WS-DATE-PERIOD.
               10  WS-DP-YYYY          PIC X(04).
               10  WS-DP-MM            PIC X(02).

       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(04).
           05  WS-TODAY-MM             PIC 9(02).
           05  WS-TODAY-DD             PIC 9(02).

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(31)
               VALUE "AUTODISP QA SUMMARY FOR PERIOD ".
           05  WS-RH-PERIOD            PIC X(06).
           05  FILLER                  PIC X(16)
               VALUE "   ERROR LIMIT ".
           05  WS-RH-LIMIT             PIC ZZ9.
           05  FILLER                  PIC X(10) VALUE " PER CENT".
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(10) VALUE "RULE ID".
           05  FILLER                  PIC X(12) VALUE "   ACCEPTED".
           05  FILLER                  PIC X(12) VALUE "    SAMPLED".
           05  FILLER                  PIC X(12) VALUE "  CONFIRMED".
           05  FILLER                  PIC X(12) VALUE " RULE WRONG".
           05  FILLER                  PIC X(12) VALUE "    PENDING".
           05  FILLER                  PIC X(09) VALUE "ERR RATE ".
           05  FILLER                  PIC X(13) VALUE "  EST. WRONG ".
           05  FILLER                  PIC X(14) VALUE " FLAG".
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-RULE-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-ACCEPTED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-SAMPLED           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-CONFIRMED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-WRONG             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-PENDING           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DL-RATE              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-ESTIMATED         PIC X(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-FLAG              PIC X(12).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-ESTIMATED-EDIT           PIC ZZZ,ZZZ,ZZ9.

       01  WS-FINDINGS-HEADER.
           05  FILLER                  PIC X(40)
               VALUE "RULE WRONG FINDINGS".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-FINDINGS-COLUMNS.
           05  FILLER                  PIC X(10) VALUE "RULE ID".
           05  FILLER                  PIC X(10) VALUE "RECON".
           05  FILLER                  PIC X(12) VALUE "RECORD KEY".
           05  FILLER                  PIC X(12) VALUE "ACCEPTED".
           05  FILLER                  PIC X(10) VALUE "REVIEWER".
           05  FILLER                  PIC X(14) VALUE "EXCEPTION".
           05  FILLER                  PIC X(60) VALUE "COMMENT".
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  WS-FINDING-LINE.
           05  WS-FL-RULE-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-RECON-ID          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-RECORD-KEY        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-ACCEPTED-DATE     PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-REVIEWED-BY       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-REOPENED          PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-COMMENT           PIC X(60).
           05  FILLER                  PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TALLY-SAMPLES
           PERFORM 2500-COUNT-ACCEPTANCES
           PERFORM 3000-REPORT-RULES
           PERFORM 3500-REPORT-FINDINGS
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO QA-SUMMARY-CARD
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTL-FILE-STATUS = "00"
               READ CONTROL-CARD-FILE
               CLOSE CONTROL-CARD-FILE
           END-IF
           PERFORM 1100-RESOLVE-PERIOD
           IF QS-ERROR-LIMIT NUMERIC
               MOVE QS-ERROR-LIMIT TO WS-ERROR-LIMIT
           END-IF

           OPEN INPUT QA-REVIEW-FILE
           IF WS-QAK-FILE-STATUS NOT = "00"
               DISPLAY "QASUMRPT: CANNOT OPEN QAKSD - STATUS "
                   WS-QAK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "QASUMRPT: CANNOT OPEN AUDIT TRAIL - STATUS "
                   WS-AUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1200-LOAD-RULE-IDS

           OPEN OUTPUT QA-SUMMARY-REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "QASUMRPT: CANNOT OPEN QARPT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIOD-X TO WS-RH-PERIOD
           MOVE WS-ERROR-LIMIT TO WS-RH-LIMIT
           WRITE QA-SUMMARY-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO QA-SUMMARY-REPORT-LINE
           WRITE QA-SUMMARY-REPORT-LINE
           WRITE QA-SUMMARY-REPORT-LINE FROM WS-COLUMN-HEADER.

      *> A blank period is last month. The current month may be asked
      *> for - the figures are simply the month so far.
       1100-RESOLVE-PERIOD.
           IF QS-PERIOD = SPACES
               IF WS-TODAY-MM = 1
                   COMPUTE WS-PERIOD-YYYY = WS-TODAY-YYYY - 1
                   MOVE 12 TO WS-PERIOD-MM
               ELSE
                   MOVE WS-TODAY-YYYY TO WS-PERIOD-YYYY
                   COMPUTE WS-PERIOD-MM = WS-TODAY-MM - 1
               END-IF
           ELSE
               MOVE QS-PERIOD TO WS-PERIOD-X
           END-IF

           IF WS-PERIOD-X NOT NUMERIC
               OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY "QASUMRPT: PERIOD " QS-PERIOD
                   " IS NOT A VALID YYYYMM - NO SUMMARY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-LOAD-RULE-IDS.
           MOVE ZERO TO WS-RULE-COUNT
           OPEN INPUT RULE-HISTORY-FILE
           IF WS-RUL-FILE-STATUS = "00"
               PERFORM UNTIL WS-RUL-FILE-STATUS NOT = "00"
                   READ RULE-HISTORY-FILE NEXT RECORD
                   END-READ
                   IF WS-RUL-FILE-STATUS = "00"
                       AND RV-APPROVED
                       MOVE RV-RULE-ID TO WS-LOOKUP-RULE-ID
                       PERFORM 2200-FIND-RULE-ENTRY
                   END-IF
               END-PERFORM
               CLOSE RULE-HISTORY-FILE
           ELSE
               DISPLAY "QASUMRPT: NO RULE HISTORY - ACCEPTANCES "
                   "COUNTED FOR SAMPLED RULES ONLY"
           END-IF.

      *> The month's samples, by the date the rule accepted them.
       2000-TALLY-SAMPLES.
           MOVE "N" TO WS-SCAN-DONE-SW
           MOVE LOW-VALUES TO QK-SAMPLE-KEY
           START QA-REVIEW-FILE KEY NOT < QK-SAMPLE-KEY
               INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START
           IF WS-QAK-FILE-STATUS NOT = "00"
               SET WS-SCAN-DONE TO TRUE
           END-IF
           PERFORM UNTIL WS-SCAN-DONE
               READ QA-REVIEW-FILE NEXT RECORD
               END-READ
               IF WS-QAK-FILE-STATUS NOT = "00"
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE QK-ACCEPTED-DATE(1:4) TO WS-DP-YYYY
                   MOVE QK-ACCEPTED-DATE(6:2) TO WS-DP-MM
                   IF WS-DATE-PERIOD = WS-PERIOD-X
                       ADD 1 TO WS-SAMPLES-READ
                       PERFORM 2100-TALLY-ONE-SAMPLE
                   END-IF
               END-IF
           END-PERFORM.

       2100-TALLY-ONE-SAMPLE.
           MOVE QK-RULE-ID TO WS-LOOKUP-RULE-ID
           PERFORM 2200-FIND-RULE-ENTRY
           IF WS-RULE-FOUND
               ADD 1 TO WS-RT-SAMPLED(WS-RX)
               EVALUATE TRUE
                   WHEN QK-CONFIRMED
                       ADD 1 TO WS-RT-CONFIRMED(WS-RX)
                   WHEN QK-RULE-WRONG
                       ADD 1 TO WS-RT-WRONG(WS-RX)
                   WHEN OTHER
                       ADD 1 TO WS-RT-PENDING(WS-RX)
               END-EVALUATE
           END-IF.

      *> Finds (or opens) the rule's slot. A full table is reported:
      *> silently dropping a rule from a quality report is how a bad
      *> rule hides.
       2200-FIND-RULE-ENTRY.
           MOVE "N" TO WS-RULE-FOUND-SW
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RULE-COUNT
               IF WS-RT-RULE-ID(WS-RX) = WS-LOOKUP-RULE-ID
                   SET WS-RULE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-RULE-FOUND
               IF WS-RULE-COUNT >= 100
                   IF NOT WS-RULE-TABLE-FULL
                       SET WS-RULE-TABLE-FULL TO TRUE
                       DISPLAY "QASUMRPT: RULE TABLE FULL - SOME "
                           "RULES NOT REPORTED"
                   END-IF
               ELSE
                   ADD 1 TO WS-RULE-COUNT
                   MOVE WS-RULE-COUNT TO WS-RX
                   MOVE WS-LOOKUP-RULE-ID TO WS-RT-RULE-ID(WS-RX)
                   MOVE ZERO TO WS-RT-ACCEPTED(WS-RX)
                   MOVE ZERO TO WS-RT-SAMPLED(WS-RX)
                   MOVE ZERO TO WS-RT-CONFIRMED(WS-RX)
                   MOVE ZERO TO WS-RT-WRONG(WS-RX)
                   MOVE ZERO TO WS-RT-PENDING(WS-RX)
                   SET WS-RULE-FOUND TO TRUE
               END-IF
           END-IF.

      *> Each rule's A decisions dated in the month: the population
      *> the samples stand for.
       2500-COUNT-ACCEPTANCES.
           MOVE "N" TO WS-SCAN-DONE-SW
           MOVE LOW-VALUES TO AK-AUDIT-KEY
           START AUDIT-TRAIL-FILE KEY NOT < AK-AUDIT-KEY
               INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START
           IF WS-AUD-FILE-STATUS NOT = "00"
               SET WS-SCAN-DONE TO TRUE
           END-IF
           PERFORM UNTIL WS-SCAN-DONE
               READ AUDIT-TRAIL-FILE NEXT RECORD
               END-READ
               IF WS-AUD-FILE-STATUS NOT = "00"
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-AUDIT-READ
                   MOVE AK-DISPOSITION-DATE(1:4) TO WS-DP-YYYY
                   MOVE AK-DISPOSITION-DATE(6:2) TO WS-DP-MM
                   IF AK-DISP-ACCEPTED
                       AND WS-DATE-PERIOD = WS-PERIOD-X
                       PERFORM 2600-CHARGE-ACCEPTANCE
                   END-IF
               END-IF
           END-PERFORM.

      *> Only IDs already in the table are rules; an operator's ID is
      *> never added here.
       2600-CHARGE-ACCEPTANCE.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RULE-COUNT
               IF WS-RT-RULE-ID(WS-RX) = AK-USER-ID
                   ADD 1 TO WS-RT-ACCEPTED(WS-RX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3000-REPORT-RULES.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RULE-COUNT
               IF WS-RT-ACCEPTED(WS-RX) > ZERO
                   OR WS-RT-SAMPLED(WS-RX) > ZERO
                   ADD WS-RT-ACCEPTED(WS-RX) TO WS-TOT-ACCEPTED
                   ADD WS-RT-SAMPLED(WS-RX) TO WS-TOT-SAMPLED
                   ADD WS-RT-CONFIRMED(WS-RX) TO WS-TOT-CONFIRMED
                   ADD WS-RT-WRONG(WS-RX) TO WS-TOT-WRONG
                   ADD WS-RT-PENDING(WS-RX) TO WS-TOT-PENDING
                   MOVE WS-RT-RULE-ID(WS-RX) TO WS-DL-RULE-ID
                   MOVE WS-RT-ACCEPTED(WS-RX) TO WS-DL-ACCEPTED
                   MOVE WS-RT-SAMPLED(WS-RX) TO WS-DL-SAMPLED
                   MOVE WS-RT-CONFIRMED(WS-RX) TO WS-DL-CONFIRMED
                   MOVE WS-RT-WRONG(WS-RX) TO WS-DL-WRONG
                   MOVE WS-RT-PENDING(WS-RX) TO WS-DL-PENDING
                   PERFORM 3100-WRITE-RATE-COLUMNS
                   IF WS-DL-FLAG = "REVIEW RULE"
                       ADD 1 TO WS-FLAGGED-COUNT
                   END-IF
                   WRITE QA-SUMMARY-REPORT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO QA-SUMMARY-REPORT-LINE
           WRITE QA-SUMMARY-REPORT-LINE
           MOVE "TOTAL" TO WS-DL-RULE-ID
           MOVE WS-TOT-ACCEPTED TO WS-DL-ACCEPTED
           MOVE WS-TOT-SAMPLED TO WS-DL-SAMPLED
           MOVE WS-TOT-CONFIRMED TO WS-DL-CONFIRMED
           MOVE WS-TOT-WRONG TO WS-DL-WRONG
           MOVE WS-TOT-PENDING TO WS-DL-PENDING
           PERFORM 3150-RATE-FOR-TOTALS
           MOVE SPACES TO WS-DL-FLAG
           WRITE QA-SUMMARY-REPORT-LINE FROM WS-DETAIL-LINE.

      *> The error rate is taken over the samples reviewed; pending
      *> ones say nothing yet. With none reviewed there is no rate.
      *> The estimate applies the rate to all the rule's acceptances
      *> in the month.
       3100-WRITE-RATE-COLUMNS.
           MOVE SPACES TO WS-DL-FLAG
           COMPUTE WS-REVIEWED =
               WS-RT-CONFIRMED(WS-RX) + WS-RT-WRONG(WS-RX)
           IF WS-REVIEWED = ZERO
               MOVE "   -  " TO WS-DL-RATE
               MOVE "          -" TO WS-DL-ESTIMATED
               IF WS-RT-ACCEPTED(WS-RX) > ZERO
                   MOVE "NOT REVIEWED" TO WS-DL-FLAG
               END-IF
           ELSE
               COMPUTE WS-ERROR-RATE ROUNDED =
                   WS-RT-WRONG(WS-RX) * 100 / WS-REVIEWED
               COMPUTE WS-ESTIMATED-WRONG ROUNDED =
                   WS-RT-ACCEPTED(WS-RX) * WS-RT-WRONG(WS-RX)
                   / WS-REVIEWED
               PERFORM 3200-EDIT-RATE
               IF WS-ERROR-RATE > WS-ERROR-LIMIT
                   MOVE "REVIEW RULE" TO WS-DL-FLAG
               END-IF
           END-IF.

       3150-RATE-FOR-TOTALS.
           COMPUTE WS-REVIEWED = WS-TOT-CONFIRMED + WS-TOT-WRONG
           IF WS-REVIEWED = ZERO
               MOVE "   -  " TO WS-DL-RATE
               MOVE "          -" TO WS-DL-ESTIMATED
           ELSE
               COMPUTE WS-ERROR-RATE ROUNDED =
                   WS-TOT-WRONG * 100 / WS-REVIEWED
               COMPUTE WS-ESTIMATED-WRONG ROUNDED =
                   WS-TOT-ACCEPTED * WS-TOT-WRONG / WS-REVIEWED
               PERFORM 3200-EDIT-RATE
           END-IF.

       3200-EDIT-RATE.
           MOVE WS-ERROR-RATE TO WS-RATE-EDIT
           MOVE SPACES TO WS-DL-RATE
           STRING WS-RATE-EDIT "%" DELIMITED BY SIZE INTO WS-DL-RATE
           MOVE WS-ESTIMATED-WRONG TO WS-ESTIMATED-EDIT
           MOVE WS-ESTIMATED-EDIT TO WS-DL-ESTIMATED.

      *> Second pass over the month's samples for the rule wrong
      *> findings, in key order.
       3500-REPORT-FINDINGS.
           MOVE SPACES TO QA-SUMMARY-REPORT-LINE
           WRITE QA-SUMMARY-REPORT-LINE
           WRITE QA-SUMMARY-REPORT-LINE FROM WS-FINDINGS-HEADER
           WRITE QA-SUMMARY-REPORT-LINE FROM WS-FINDINGS-COLUMNS

           MOVE "N" TO WS-SCAN-DONE-SW
           MOVE LOW-VALUES TO QK-SAMPLE-KEY
           START QA-REVIEW-FILE KEY NOT < QK-SAMPLE-KEY
               INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START
           IF WS-QAK-FILE-STATUS NOT = "00"
               SET WS-SCAN-DONE TO TRUE
           END-IF
           PERFORM UNTIL WS-SCAN-DONE
               READ QA-REVIEW-FILE NEXT RECORD
               END-READ
               IF WS-QAK-FILE-STATUS NOT = "00"
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE QK-ACCEPTED-DATE(1:4) TO WS-DP-YYYY
                   MOVE QK-ACCEPTED-DATE(6:2) TO WS-DP-MM
                   IF WS-DATE-PERIOD = WS-PERIOD-X
                       AND QK-RULE-WRONG
                       PERFORM 3600-WRITE-FINDING
                   END-IF
               END-IF
           END-PERFORM

           IF WS-FINDING-COUNT = ZERO
               MOVE "  NONE" TO QA-SUMMARY-REPORT-LINE
               WRITE QA-SUMMARY-REPORT-LINE
           END-IF.

       3600-WRITE-FINDING.
           ADD 1 TO WS-FINDING-COUNT
           MOVE QK-RULE-ID TO WS-FL-RULE-ID
           MOVE QK-RECON-ID TO WS-FL-RECON-ID
           MOVE QK-RECORD-KEY TO WS-FL-RECORD-KEY
           MOVE QK-ACCEPTED-DATE TO WS-FL-ACCEPTED-DATE
           MOVE QK-REVIEWED-BY TO WS-FL-REVIEWED-BY
           MOVE SPACES TO WS-FL-REOPENED
           IF QK-REVERSAL-SEQUENCE > ZERO
               STRING "REOPENED " QK-REVERSAL-SEQUENCE
                   DELIMITED BY SIZE INTO WS-FL-REOPENED
           ELSE
               MOVE "LEFT AS WAS" TO WS-FL-REOPENED
           END-IF
           MOVE QK-REVIEW-COMMENT TO WS-FL-COMMENT
           WRITE QA-SUMMARY-REPORT-LINE FROM WS-FINDING-LINE.

       4000-FINALIZE.
           CLOSE QA-REVIEW-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE QA-SUMMARY-REPORT-FILE

           DISPLAY "QASUMRPT SUMMARY: PERIOD               = "
               WS-PERIOD-X
           DISPLAY "QASUMRPT SUMMARY: SAMPLES IN PERIOD    = "
               WS-SAMPLES-READ
           DISPLAY "QASUMRPT SUMMARY: RULE ACCEPTANCES     = "
               WS-TOT-ACCEPTED
           DISPLAY "QASUMRPT SUMMARY: RULE WRONG FINDINGS  = "
               WS-FINDING-COUNT
           DISPLAY "QASUMRPT SUMMARY: RULES FLAGGED        = "
               WS-FLAGGED-COUNT

           IF WS-FLAGGED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
