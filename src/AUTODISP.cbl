      *> remap, a known rounding change - and the operator types the
      *> same comment over and over. This program matches each
      *> undispositioned MISMATCH on COMPARE-REPORT-FILE against the
      *> rules in force tonight (see DSPRULE) and logs an accepted-
      *> difference audit record for the first rule that matches, with
      *> the rule identifier in place of an operator ID and the rule's
      *> standard comment.
      *>
      *> The rules come off the rule history (RULEHIST), maintained in
      *> RULEMNT under maker-checker: only a version a second person
      *> has approved is ever loaded, and only on the nights between
      *> its effective and expiry dates (see RULEHIST for the exact
      *> in-force test). A rule retired, expired, not yet effective
      *> or still awaiting approval does not fire. Because the history
      *> keeps every version with its dates, the rule ID on an
      *> automated audit record plus that record's date identify the
      *> exact rule version that accepted it.
      *>
      *> Because DISPOSE suppresses keys already present on the audit
      *> trail, the operator screen afterwards only presents the
      *> genuinely unexplained exceptions.
      *>
      *> Counts are printed per rule fired so ops can see when a rule
      *> starts eating too much.
      *>
      *> Each reconciliation has its own rule set: RECONREG names the
      *> rule-set ID for a reconciliation, and only the rules carrying
      *> that ID in DR-RULE-SET-ID are tried against its exceptions.
      *> A reconciliation not on RECONREG (including the unnamed one
      *> run from a full control card) uses the rules with a blank
      *> rule-set ID, which is every rule written before rule sets
      *> existed.
      *>----------------------------------------------------------------
       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RULE-HISTORY-FILE ASSIGN TO "RULEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-RULE-KEY
               FILE STATUS IS WS-RUL-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITKSD"
           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCPKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XK-EXCEPTION-KEY
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT RECON-REGISTRY-FILE ASSIGN TO "RECONREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPARE-REPORT-FILE.
       COPY CMPR100.

       FD  RULE-HISTORY-FILE.
       COPY RULEHIST.

       FD  AUDIT-TRAIL-FILE.
       COPY AUDITKSD.
       FD  EXCEPTION-MASTER-FILE.
       COPY EXCPKSD.

       FD  RECON-REGISTRY-FILE.
       COPY RECONREG.

       WORKING-STORAGE SECTION.
      *> The rule image of the version in force, unpacked from the
      *> history record.
       COPY DSPRULE.

       01  WS-FILE-STATUSES.
           05  WS-RPT-FILE-STATUS      PIC X(02).
           05  WS-RUL-FILE-STATUS      PIC X(02).
           05  WS-AUD-FILE-STATUS      PIC X(02).
           05  WS-EXC-FILE-STATUS      PIC X(02).
           05  WS-REG-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-RPT-EOF-SW           PIC X(01) VALUE "N".
           05  WS-UNMATCHED-COUNT      PIC 9(09) VALUE ZERO.
           05  WS-ALREADY-DISPOSED-COUNT PIC 9(09) VALUE ZERO.

      *> Rules are held in precedence order (DR-PRECEDENCE, then rule
      *> ID): the FIRST matching rule dispositions the exception, so
      *> the most specific rules carry the lowest precedence numbers.
       01  WS-RULE-DEFNS.
           05  WS-RULE-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-RULE-TABLE OCCURS 100 TIMES.
               10  WS-RL-PRECEDENCE    PIC 9(03).
               10  WS-RL-ID            PIC X(08).
               10  WS-RL-VERSION       PIC 9(03).
               10  WS-RL-SET-ID        PIC X(08).
               10  WS-RL-KEY-LOW       PIC X(10).
               10  WS-RL-KEY-HIGH      PIC X(10).
               10  WS-RL-POS-LOW       PIC 9(05).
               10  WS-RL-COMMENT       PIC X(60).
               10  WS-RL-FIRED-COUNT   PIC 9(09).

      *> Reconciliation-to-rule-set map from RECONREG, and the rule set
      *> in force for the exception in hand.
       01  WS-REGISTRY-DEFNS.
           05  WS-REG-COUNT            PIC 9(03) VALUE ZERO.
           05  WS-REG-TABLE OCCURS 100 TIMES.
               10  WS-RG-RECON-ID      PIC X(08).
               10  WS-RG-RULE-SET-ID   PIC X(08).

       01  WS-CURRENT-RECON-ID         PIC X(08) VALUE LOW-VALUES.
       01  WS-CURRENT-RULE-SET         PIC X(08) VALUE SPACES.
       01  WS-GX                       PIC 9(03) VALUE ZERO.

       01  WS-RX                       PIC 9(03) VALUE ZERO.
       01  WS-RULE-SWAP                PIC X(167).

      *> The night's date the in-force test runs against, and the
      *> best candidate version seen so far for the rule in hand.
       01  WS-RULE-AS-OF-DATE          PIC X(10) VALUE SPACES.
       01  WS-RULE-GROUP.
           05  WS-GROUP-RULE-ID        PIC X(08) VALUE SPACES.
           05  WS-CAND-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-CAND-FOUND           VALUE "Y".
           05  WS-CAND-VERSION         PIC 9(03) VALUE ZERO.
           05  WS-CAND-ACTION          PIC X(01) VALUE SPACE.
           05  WS-CAND-EXPIRY-DATE     PIC X(10) VALUE SPACES.
           05  WS-CAND-IMAGE           PIC X(160) VALUE SPACES.
       01  WS-PX                       PIC 9(05) VALUE ZERO.
       01  WS-SUB                      PIC 9(05) VALUE ZERO.


       1000-INITIALIZE.
           PERFORM 1100-LOAD-RULES
           PERFORM 1200-LOAD-REGISTRY

           OPEN INPUT COMPARE-REPORT-FILE

      *> The audit trail is an indexed file keyed on reconciliation
      *> ID, record key and sequence (see AUDITKSD); a brand-new trail
      *> (status 35) is created empty and reopened for update.
           OPEN I-O AUDIT-TRAIL-FILE
           IF WS-AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-TRAIL-FILE
               STOP RUN
           END-IF.

      *> One pass of the history in rule-ID/version order. Within a
      *> rule the last approved version already effective tonight is
      *> the candidate; when the rule ID changes the candidate is
      *> loaded unless it is a retirement or has expired. A missing
      *> history is not an error - no rules are in force and every
      *> exception goes to the operators.
       1100-LOAD-RULES.
           MOVE ZERO TO WS-RULE-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-RULE-AS-OF-DATE
           OPEN INPUT RULE-HISTORY-FILE
           IF WS-RUL-FILE-STATUS = "00"
               MOVE LOW-VALUES TO RV-RULE-KEY
               START RULE-HISTORY-FILE KEY NOT < RV-RULE-KEY
                   INVALID KEY CONTINUE
               END-START
               PERFORM UNTIL WS-RUL-FILE-STATUS NOT = "00"
                   READ RULE-HISTORY-FILE NEXT RECORD
                   END-READ
                   IF WS-RUL-FILE-STATUS = "00"
                       IF RV-RULE-ID NOT = WS-GROUP-RULE-ID
                           PERFORM 1105-CLOSE-RULE-GROUP
                           MOVE RV-RULE-ID TO WS-GROUP-RULE-ID
                       END-IF
                       IF RV-APPROVED
                           AND RV-EFFECTIVE-DATE <= WS-RULE-AS-OF-DATE
                           SET WS-CAND-FOUND TO TRUE
                           MOVE RV-VERSION TO WS-CAND-VERSION
                           MOVE RV-ACTION TO WS-CAND-ACTION
                           MOVE RV-EXPIRY-DATE TO WS-CAND-EXPIRY-DATE
                           MOVE RV-RULE-IMAGE TO WS-CAND-IMAGE
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 1105-CLOSE-RULE-GROUP
               CLOSE RULE-HISTORY-FILE
           ELSE
               DISPLAY "AUTODISP: RULE HISTORY NOT AVAILABLE - STATUS "
                   WS-RUL-FILE-STATUS " - NO RULES IN FORCE"
           END-IF
           PERFORM 1130-ORDER-RULES
           DISPLAY "AUTODISP: " WS-RULE-COUNT " RULE(S) IN FORCE "
               WS-RULE-AS-OF-DATE.

       1105-CLOSE-RULE-GROUP.
           IF WS-CAND-FOUND
               AND WS-CAND-ACTION NOT = "R"
               AND (WS-CAND-EXPIRY-DATE = SPACES
                   OR WS-CAND-EXPIRY-DATE >= WS-RULE-AS-OF-DATE)
               MOVE WS-CAND-IMAGE TO DISPOSITION-RULE-RECORD
               MOVE WS-GROUP-RULE-ID TO DR-RULE-ID
               PERFORM 1110-STORE-RULE
           END-IF
           MOVE "N" TO WS-CAND-FOUND-SW
           MOVE ZERO TO WS-CAND-VERSION
           MOVE SPACE TO WS-CAND-ACTION
           MOVE SPACES TO WS-CAND-EXPIRY-DATE
           MOVE SPACES TO WS-CAND-IMAGE.

       1110-STORE-RULE.
           EVALUATE TRUE
               WHEN OTHER
                   ADD 1 TO WS-RULE-COUNT
                   MOVE DR-RULE-ID TO WS-RL-ID(WS-RULE-COUNT)
                   MOVE WS-CAND-VERSION TO WS-RL-VERSION(WS-RULE-COUNT)
                   IF DR-PRECEDENCE NOT NUMERIC
                       OR DR-PRECEDENCE = ZERO
                       MOVE 999 TO WS-RL-PRECEDENCE(WS-RULE-COUNT)
                   ELSE
                       MOVE DR-PRECEDENCE
                           TO WS-RL-PRECEDENCE(WS-RULE-COUNT)
                   END-IF
                   MOVE DR-RULE-SET-ID TO WS-RL-SET-ID(WS-RULE-COUNT)
                   MOVE DR-KEY-LOW TO WS-RL-KEY-LOW(WS-RULE-COUNT)
                   MOVE DR-KEY-HIGH TO WS-RL-KEY-HIGH(WS-RULE-COUNT)
                   MOVE DR-POSITION-LOW
                   MOVE ZERO TO WS-RL-FIRED-COUNT(WS-RULE-COUNT)
           END-EVALUATE.

      *> The table arrives in rule-ID order; an exchange sort on
      *> precedence alone (strict greater-than, so equal precedences
      *> never swap) leaves ties in rule-ID order.
       1130-ORDER-RULES.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX >= WS-RULE-COUNT
               IF WS-RL-PRECEDENCE(WS-RX)
                   > WS-RL-PRECEDENCE(WS-RX + 1)
                   MOVE WS-RULE-TABLE(WS-RX) TO WS-RULE-SWAP
                   MOVE WS-RULE-TABLE(WS-RX + 1)
                       TO WS-RULE-TABLE(WS-RX)
                   MOVE WS-RULE-SWAP TO WS-RULE-TABLE(WS-RX + 1)
      *> Restart the scan: the entry just moved down may belong
      *> further down still.
                   MOVE ZERO TO WS-RX
               END-IF
           END-PERFORM.

      *> Length of the pattern up to its last non-space byte; zero for
      *> an all-spaces (match-anything) pattern.
       1120-SIZE-PATTERN.
               END-IF
           END-PERFORM.

      *> An absent registry is not an error: every exception then
      *> falls to the blank rule set, as before rule sets existed.
       1200-LOAD-REGISTRY.
           MOVE ZERO TO WS-REG-COUNT
           OPEN INPUT RECON-REGISTRY-FILE
           IF WS-REG-FILE-STATUS = "00"
               PERFORM UNTIL WS-REG-FILE-STATUS NOT = "00"
                   READ RECON-REGISTRY-FILE
                   IF WS-REG-FILE-STATUS = "00"
                       AND RG-RECON-ID NOT = SPACES
                       IF WS-REG-COUNT < 100
                           ADD 1 TO WS-REG-COUNT
                           MOVE RG-RECON-ID
                               TO WS-RG-RECON-ID(WS-REG-COUNT)
                           MOVE RG-RULE-SET-ID
                               TO WS-RG-RULE-SET-ID(WS-REG-COUNT)
                       ELSE
                           DISPLAY "AUTODISP: REGISTRY ENTRY IGNORED - "
                               "TABLE FULL - " RG-RECON-ID
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RECON-REGISTRY-FILE
           END-IF.

       2000-PROCESS-EXCEPTIONS.
           PERFORM 2050-READ-NEXT-RECORD

                   IF WS-ALREADY-DISPOSED
                       ADD 1 TO WS-ALREADY-DISPOSED-COUNT
                   ELSE
                       PERFORM 2070-FIND-RULE-SET
                       PERFORM 2100-TRY-RULES
                   END-IF
               END-IF
           MOVE "N" TO WS-ALREADY-DISPOSED-SW
           MOVE "N" TO WS-AUDIT-SCAN-DONE-SW
           MOVE SPACE TO WS-LATEST-DISP-CODE
           MOVE CR-RECON-ID TO AK-RECON-ID
           MOVE CR-RECORD-KEY TO AK-RECORD-KEY
           MOVE ZERO TO AK-SEQUENCE
           START AUDIT-TRAIL-FILE KEY NOT < AK-AUDIT-KEY
               READ AUDIT-TRAIL-FILE NEXT RECORD
               END-READ
               IF WS-AUD-FILE-STATUS NOT = "00"
                   OR AK-RECON-ID NOT = CR-RECON-ID
                   OR AK-RECORD-KEY NOT = CR-RECORD-KEY
                   SET WS-AUDIT-SCAN-DONE TO TRUE
               ELSE
               SET WS-ALREADY-DISPOSED TO TRUE
           END-IF.

      *> The compare report is in reconciliation order, so the lookup
      *> is only repeated when the reconciliation ID changes.
       2070-FIND-RULE-SET.
           IF CR-RECON-ID NOT = WS-CURRENT-RECON-ID
               MOVE CR-RECON-ID TO WS-CURRENT-RECON-ID
               MOVE SPACES TO WS-CURRENT-RULE-SET
               PERFORM VARYING WS-GX FROM 1 BY 1
                       UNTIL WS-GX > WS-REG-COUNT
                   IF WS-RG-RECON-ID(WS-GX) = CR-RECON-ID
                       MOVE WS-RG-RULE-SET-ID(WS-GX)
                           TO WS-CURRENT-RULE-SET
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       2100-TRY-RULES.
           MOVE "N" TO WS-RULE-MATCHED-SW
           PERFORM VARYING WS-RX FROM 1 BY 1
       2200-MATCH-ONE-RULE.
           SET WS-RULE-MATCHED TO TRUE

           IF WS-RL-SET-ID(WS-RX) NOT = WS-CURRENT-RULE-SET
               MOVE "N" TO WS-RULE-MATCHED-SW
           END-IF

           IF WS-RL-KEY-LOW(WS-RX) NOT = SPACES
               AND CR-RECORD-KEY < WS-RL-KEY-LOW(WS-RX)
               MOVE "N" TO WS-RULE-MATCHED-SW
      *> mismatch from before the master existed) is added already
      *> decided so the aging report never sees it as open.
       2350-UPDATE-EXCEPTION-MASTER.
           MOVE CR-RECON-ID TO XK-RECON-ID
           MOVE CR-RECORD-KEY TO XK-RECORD-KEY
           READ EXCEPTION-MASTER-FILE
               INVALID KEY
                   MOVE CR-RECON-ID TO XK-RECON-ID
                   MOVE CR-RECORD-KEY TO XK-RECORD-KEY
                   MOVE CR-RESULT-FLAG TO XK-RESULT-FLAG
                   MOVE CR-DIFF-POSITION TO XK-DIFF-POSITION
                   MOVE CR-AREA-2 TO XK-NEW-VALUE
                   MOVE CR-RUN-ID TO XK-RUN-ID
                   SET XK-STATUS-ACCEPTED TO TRUE
                   MOVE SPACES TO XK-ASSIGNED-TO
                   MOVE SPACES TO XK-LINKED-KEY
                   WRITE EXCEPTION-KSDS-RECORD
                       INVALID KEY
                           DISPLAY "AUTODISP: EXCEPTION MASTER WRITE "
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           MOVE CR-RECON-ID TO AK-RECON-ID
           MOVE CR-RECORD-KEY TO AK-RECORD-KEY
           MOVE WS-NEXT-SEQUENCE TO AK-SEQUENCE
           MOVE "A" TO AK-DISPOSITION-CODE
       2310-FIND-NEXT-SEQUENCE.
           MOVE 1 TO WS-NEXT-SEQUENCE
           MOVE "N" TO WS-AUDIT-SCAN-DONE-SW
           MOVE CR-RECON-ID TO AK-RECON-ID
           MOVE CR-RECORD-KEY TO AK-RECORD-KEY
           MOVE ZERO TO AK-SEQUENCE
           START AUDIT-TRAIL-FILE KEY NOT < AK-AUDIT-KEY
               READ AUDIT-TRAIL-FILE NEXT RECORD
               END-READ
               IF WS-AUD-FILE-STATUS NOT = "00"
                   OR AK-RECON-ID NOT = CR-RECON-ID
                   OR AK-RECORD-KEY NOT = CR-RECORD-KEY
                   SET WS-AUDIT-SCAN-DONE TO TRUE
               ELSE
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RULE-COUNT
               DISPLAY "AUTODISP RULE " WS-RL-ID(WS-RX)
                   " VERSION " WS-RL-VERSION(WS-RX)
                   " FIRED = " WS-RL-FIRED-COUNT(WS-RX)
           END-PERFORM.
