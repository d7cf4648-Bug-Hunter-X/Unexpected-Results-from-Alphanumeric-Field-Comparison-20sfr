      *>----------------------------------------------------------------
      *> PROGRAM:  RULECONV
      *>
      *> One-time conversion of the card-image rule file (RULEFILE,
      *> DSPRULE layout) into the rule history (RULEHIST, keyed on
      *> rule ID and version) that RULEMNT maintains and AUTODISP now
      *> loads its rules from. Each card becomes version 001 of its
      *> rule, already approved, effective from the conversion date
      *> with no expiry; maker and checker are recorded as CONVERT,
      *> because nobody can now say who added the card.
      *>
      *> RULEFILE was tried in card order, first match winning; the
      *> history is keyed on rule ID, so each converted rule is given
      *> a precedence of ten times its card position (the tenth card
      *> gets 100) to keep the old order and leave room for new rules
      *> in between. Cards past the 99th all get 999 - re-number them
      *> in RULEMNT if their order matters.
      *>
      *> A rule ID that appears on two cards cannot be two versions
      *> of one rule: the second card is rejected, listed and counted.
      *> For the same reason a rerun against a loaded history rejects
      *> every card and changes nothing.
      *>
      *> Return codes:  0 = all cards converted
      *>                8 = one or more cards rejected (listed)
      *>               16 = an input or output file could not be
      *>                    opened
      *>----------------------------------------------------------------
       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RULECONV.
       AUTHOR. RECONCILIATION-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "RULEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUL-FILE-STATUS.

           SELECT RULE-HISTORY-FILE ASSIGN TO "RULEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-RULE-KEY
               FILE STATUS IS WS-RVH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
       COPY DSPRULE.

       FD  RULE-HISTORY-FILE.
       COPY RULEHIST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUL-FILE-STATUS      PIC X(02).
           05  WS-RVH-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-RUL-EOF-SW           PIC X(01) VALUE "N".
               88  WS-RUL-EOF              VALUE "Y".

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-WRITTEN-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(09) VALUE ZERO.

       01  WS-CONVERT-DATE             PIC X(10) VALUE SPACES.
       01  WS-CONVERT-TIME             PIC X(08) VALUE SPACES.

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
           PERFORM 2000-CONVERT-RULES
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-CONVERT-DATE
           STRING WS-NOW-HH ":" WS-NOW-MN ":" WS-NOW-SS
               DELIMITED BY SIZE INTO WS-CONVERT-TIME

           OPEN INPUT RULE-FILE
           IF WS-RUL-FILE-STATUS NOT = "00"
               DISPLAY "RULECONV: CANNOT OPEN RULEFILE - STATUS "
                   WS-RUL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O RULE-HISTORY-FILE
           IF WS-RVH-FILE-STATUS = "35"
               OPEN OUTPUT RULE-HISTORY-FILE
               CLOSE RULE-HISTORY-FILE
               OPEN I-O RULE-HISTORY-FILE
           END-IF
           IF WS-RVH-FILE-STATUS NOT = "00"
               DISPLAY "RULECONV: CANNOT OPEN RULEHIST - STATUS "
                   WS-RVH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-CONVERT-RULES.
           PERFORM 2100-READ-RULE-CARD

           PERFORM UNTIL WS-RUL-EOF
               ADD 1 TO WS-READ-COUNT
               IF DR-RULE-ID = SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "RULECONV: CARD " WS-READ-COUNT
                       " HAS NO RULE ID - REJECTED"
               ELSE
                   PERFORM 2200-WRITE-FIRST-VERSION
               END-IF
               PERFORM 2100-READ-RULE-CARD
           END-PERFORM.

       2100-READ-RULE-CARD.
           READ RULE-FILE
               AT END MOVE "Y" TO WS-RUL-EOF-SW
           END-READ.

       2200-WRITE-FIRST-VERSION.
           IF WS-READ-COUNT < 100
               COMPUTE DR-PRECEDENCE = WS-READ-COUNT * 10
           ELSE
               MOVE 999 TO DR-PRECEDENCE
           END-IF

           MOVE SPACES TO RULE-HISTORY-RECORD
           MOVE DR-RULE-ID TO RV-RULE-ID
           MOVE 1 TO RV-VERSION
           SET RV-APPROVED TO TRUE
           SET RV-NEW-RULE TO TRUE
           MOVE WS-CONVERT-DATE TO RV-EFFECTIVE-DATE
           MOVE SPACES TO RV-EXPIRY-DATE
           MOVE "CONVERT" TO RV-PROPOSED-BY
           MOVE WS-CONVERT-DATE TO RV-PROPOSED-DATE
           MOVE WS-CONVERT-TIME TO RV-PROPOSED-TIME
           MOVE "CONVERT" TO RV-DECIDED-BY
           MOVE WS-CONVERT-DATE TO RV-DECIDED-DATE
           MOVE WS-CONVERT-TIME TO RV-DECIDED-TIME
           MOVE "CONVERT" TO RV-SOURCE
           MOVE DISPOSITION-RULE-RECORD TO RV-RULE-IMAGE

           WRITE RULE-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "RULECONV: RULE " DR-RULE-ID
                       " ALREADY ON RULEHIST - CARD " WS-READ-COUNT
                       " REJECTED, STATUS " WS-RVH-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.

       3000-FINALIZE.
           CLOSE RULE-FILE
           CLOSE RULE-HISTORY-FILE

           DISPLAY "RULECONV SUMMARY: CARDS READ     = " WS-READ-COUNT
           DISPLAY "RULECONV SUMMARY: RULES WRITTEN  = "
               WS-WRITTEN-COUNT
           DISPLAY "RULECONV SUMMARY: CARDS REJECTED = "
               WS-REJECTED-COUNT

           IF WS-REJECTED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
