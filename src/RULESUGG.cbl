      *> DISPOSE for a week before anyone notices the same comment
      *> being typed fifty times. This program reads the MISMATCH
      *> records still undispositioned after AUTODISP (latest audit
      *> decision absent, reversed or a failed upstream correction),
      *> clusters them by field name, differing column and recurring
      *> old-value/new-value pair, and prints candidate rules for
      *> every cluster that recurs at least the control-card minimum
      *> - each pre-formatted in the DSPRULE 160-byte layout with its
      *> observed hit count and sample keys, ready to seed a rule
      *> proposal in RULEMNT by its candidate ID.
      *>
      *> This program NEVER writes to the rule history or the audit
      *> trail: proposing is the feature, deciding stays human - and
      *> under maker-checker, two humans. The candidates land on the
      *> SUGGRPT file only, which RULEMNT reads.
      *>
      *> Clusters never span reconciliations: each reconciliation has
      *> its own rule set (RECONREG), so a candidate is proposed for
      *> one reconciliation and its DSPRULE image carries that
      *> reconciliation's rule-set ID.
      *>
      *> Clustering pattern: for a field-level mismatch the pattern
      *> pair is the two field values themselves (the recurring
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT RECON-REGISTRY-FILE ASSIGN TO "RECONREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPARE-REPORT-FILE.
       FD  CONTROL-CARD-FILE.
       COPY SUGCARD.

       FD  RECON-REGISTRY-FILE.
       COPY RECONREG.

       WORKING-STORAGE SECTION.
      *> The candidate rule is composed in the real DSPRULE record
      *> shape so RULEMNT can lift the line into a proposal byte for
      *> byte.
       COPY DSPRULE.

       01  WS-FILE-STATUSES.
           05  WS-AUD-FILE-STATUS      PIC X(02).
           05  WS-SUG-FILE-STATUS      PIC X(02).
           05  WS-CTL-FILE-STATUS      PIC X(02).
           05  WS-REG-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-RPT-EOF-SW           PIC X(01) VALUE "N".

       01  WS-CLUSTER-TABLE-AREA.
           05  WS-CLUSTER-ENTRY OCCURS 200 TIMES.
               10  WS-CL-RECON-ID      PIC X(08).
               10  WS-CL-FIELD-NAME    PIC X(20).
               10  WS-CL-POSITION      PIC 9(05).
               10  WS-CL-OLD-PATTERN   PIC X(20).
       01  WS-SX                       PIC 9(01) VALUE ZERO.
       01  WS-SAMPLE-DUP-SW            PIC X(01) VALUE "N".
           88  WS-SAMPLE-DUP               VALUE "Y".
       01  WS-SWAP-ENTRY               PIC X(113).

      *> Reconciliation-to-rule-set map from RECONREG, same as
      *> AUTODISP loads it.
       01  WS-REGISTRY-DEFNS.
           05  WS-REG-COUNT            PIC 9(03) VALUE ZERO.
           05  WS-REG-TABLE OCCURS 100 TIMES.
               10  WS-RG-RECON-ID      PIC X(08).
               10  WS-RG-RULE-SET-ID   PIC X(08).

       01  WS-GX                       PIC 9(03) VALUE ZERO.

       01  WS-PATTERN-WORK.
           05  WS-OLD-PATTERN          PIC X(20).
           05  WS-EXCERPT-START        PIC 9(05) VALUE ZERO.

       01  WS-LATEST-DISP-CODE         PIC X(01) VALUE SPACE.
       01  WS-SCAN-KEY.
           05  WS-SCAN-RECON-ID        PIC X(08) VALUE SPACES.
           05  WS-SCAN-RECORD-KEY      PIC X(10) VALUE SPACES.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(42)
           05  WS-CH-RULE-ID           PIC X(08).
           05  FILLER                  PIC X(08) VALUE "  HITS ".
           05  WS-CH-HITS              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE "  RECON ".
           05  WS-CH-RECON-ID          PIC X(08).
           05  FILLER                  PIC X(15) VALUE "  SAMPLE KEYS ".
           05  WS-CH-KEY-1             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CH-KEY-2             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CH-KEY-3             PIC X(10).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-RULE-CAPTION.
           05  FILLER                  PIC X(46) VALUE
               "  DSPRULE IMAGE (PROPOSE IN RULEMNT, FUNCTION ".
           05  FILLER                  PIC X(26) VALUE
               "C, BY THE CANDIDATE ID):".
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL             PIC X(30).
               STOP RUN
           END-IF

           PERFORM 1100-LOAD-REGISTRY

           OPEN OUTPUT SUGGESTION-REPORT-FILE

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               DELIMITED BY SIZE INTO WS-RH-DATE
           WRITE SUGGESTION-REPORT-LINE FROM WS-REPORT-HEADER.

      *> No registry means every candidate is for the blank rule set.
       1100-LOAD-REGISTRY.
           MOVE ZERO TO WS-REG-COUNT
           OPEN INPUT RECON-REGISTRY-FILE
           IF WS-REG-FILE-STATUS = "00"
               PERFORM UNTIL WS-REG-FILE-STATUS NOT = "00"
                   READ RECON-REGISTRY-FILE
                   IF WS-REG-FILE-STATUS = "00"
                       AND RG-RECON-ID NOT = SPACES
                       AND WS-REG-COUNT < 100
                       ADD 1 TO WS-REG-COUNT
                       MOVE RG-RECON-ID
                           TO WS-RG-RECON-ID(WS-REG-COUNT)
                       MOVE RG-RULE-SET-ID
                           TO WS-RG-RULE-SET-ID(WS-REG-COUNT)
                   END-IF
               END-PERFORM
               CLOSE RECON-REGISTRY-FILE
           END-IF.

       2000-ANALYZE-MISMATCHES.
           PERFORM 2050-READ-REPORT-RECORD

                   PERFORM 2100-FETCH-LATEST-DECISION
                   IF WS-LATEST-DISP-CODE = SPACE
                       OR WS-LATEST-DISP-CODE = "R"
                       OR WS-LATEST-DISP-CODE = "F"
                       ADD 1 TO WS-UNDISPOSED-COUNT
                       PERFORM 2200-CLUSTER-ONE-MISMATCH
                   END-IF
       2100-FETCH-LATEST-DECISION.
           MOVE SPACE TO WS-LATEST-DISP-CODE
           MOVE "N" TO WS-AUDIT-SCAN-DONE-SW
           MOVE CR-RECON-ID TO WS-SCAN-RECON-ID
           MOVE CR-RECORD-KEY TO WS-SCAN-RECORD-KEY
           MOVE CR-RECON-ID TO AK-RECON-ID
           MOVE CR-RECORD-KEY TO AK-RECORD-KEY
           MOVE ZERO TO AK-SEQUENCE
           START AUDIT-TRAIL-FILE KEY NOT < AK-AUDIT-KEY
               READ AUDIT-TRAIL-FILE NEXT RECORD
               END-READ
               IF WS-AUD-FILE-STATUS NOT = "00"
                   OR AK-RECON-ID NOT = WS-SCAN-RECON-ID
                   OR AK-RECORD-KEY NOT = WS-SCAN-RECORD-KEY
                   SET WS-AUDIT-SCAN-DONE TO TRUE
               ELSE
                   MOVE AK-DISPOSITION-CODE TO WS-LATEST-DISP-CODE
           MOVE "N" TO WS-CLUSTER-FOUND-SW
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CLUSTER-COUNT
               IF WS-CL-RECON-ID(WS-CX) = CR-RECON-ID
                   AND WS-CL-FIELD-NAME(WS-CX) = CR-FIELD-NAME
                   AND WS-CL-POSITION(WS-CX) = CR-DIFF-POSITION
                   AND WS-CL-OLD-PATTERN(WS-CX) = WS-OLD-PATTERN
                   AND WS-CL-NEW-PATTERN(WS-CX) = WS-NEW-PATTERN
           ELSE
               ADD 1 TO WS-CLUSTER-COUNT
               MOVE WS-CLUSTER-COUNT TO WS-CX
               MOVE CR-RECON-ID TO WS-CL-RECON-ID(WS-CX)
               MOVE CR-FIELD-NAME TO WS-CL-FIELD-NAME(WS-CX)
               MOVE CR-DIFF-POSITION TO WS-CL-POSITION(WS-CX)
               MOVE WS-OLD-PATTERN TO WS-CL-OLD-PATTERN(WS-CX)
           STRING "CAND" WS-CANDIDATE-COUNT
               DELIMITED BY SIZE INTO WS-CH-RULE-ID
           MOVE WS-CL-HIT-COUNT(WS-CX) TO WS-CH-HITS
           MOVE WS-CL-RECON-ID(WS-CX) TO WS-CH-RECON-ID
           MOVE WS-CL-SAMPLE-KEY(WS-CX, 1) TO WS-CH-KEY-1
           MOVE WS-CL-SAMPLE-KEY(WS-CX, 2) TO WS-CH-KEY-2
           MOVE WS-CL-SAMPLE-KEY(WS-CX, 3) TO WS-CH-KEY-3
      *> that says on the audit trail where the rule came from.
           MOVE SPACES TO DISPOSITION-RULE-RECORD
           MOVE WS-CH-RULE-ID TO DR-RULE-ID
           MOVE ZERO TO DR-PRECEDENCE
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-REG-COUNT
               IF WS-RG-RECON-ID(WS-GX) = WS-CL-RECON-ID(WS-CX)
                   MOVE WS-RG-RULE-SET-ID(WS-GX) TO DR-RULE-SET-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO DR-KEY-LOW
           MOVE SPACES TO DR-KEY-HIGH
           MOVE WS-CL-POSITION(WS-CX) TO DR-POSITION-LOW
