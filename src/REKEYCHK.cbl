      *>----------------------------------------------------------------
      *> PROGRAM:  REKEYCHK
      *>
      *> Detects probable re-keyed accounts. When upstream renumbers
      *> an account the match-merge compare sees two unrelated keys:
      *> the old number as OLD-ONLY and the new number as NEW-ONLY,
      *> neither of which ever reaches DISPOSE as one break. This step,
      *> run in the nightly job after the compare, reads each
      *> reconciliation's LATEST run on the compare report, and pairs
      *> every OLD-ONLY record with the NEW-ONLY record of the same
      *> reconciliation whose payload agrees with it best.
      *>
      *> Agreement is judged field by field on the reconciliation's
      *> FLDDEFS member (via RECONREG): the cards marked for re-key
      *> matching (col 48 = Y), or, when the member marks none, every
      *> compared field - excluded known-noise fields (col 32 = N)
      *> never count, and the key is not part of the payload. A field
      *> blank on both sides says nothing and is not counted; the rest
      *> agree byte for byte, type-N fields by value. The match score
      *> is the per cent of the counted fields that agree; a
      *> reconciliation with no FLDDEFS cards is matched on the whole
      *> payload (100 or 0). A pair is taken at or above the minimum
      *> score on the REKCARD SYSIN card. When two NEW-ONLY records tie
      *> for an OLD-ONLY record's best score nothing is paired - the
      *> old key is listed as ambiguous for a person to look at.
      *> OLD-ONLY records are taken in report (key) order and a
      *> NEW-ONLY record pairs once only.
      *>
      *> Every pair is printed on REKEYRPT with both keys and the
      *> score, and both keys are posted to the exception master
      *> (EXCPKSD) open and linked to each other (XK-LINKED-KEY),
      *> carrying the old payload as the old value and the new payload
      *> as the new value, so the DISPOSE operator sees the account
      *> side by side and one decision disposes of both. A key already
      *> decided (A or N) or linked to some other key is left alone
      *> and the pair reported as not linked; a pair already linked on
      *> an earlier night is simply counted again.
      *>
      *> Return codes:  0 = run completed
      *>                4 = a table filled - some OLD-ONLY / NEW-ONLY
      *>                    records were not considered tonight
      *>               16 = a required file could not be opened
      *>----------------------------------------------------------------
       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REKEYCHK.
       AUTHOR. RECONCILIATION-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPARE-REPORT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCPKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XK-EXCEPTION-KEY
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT RECON-REGISTRY-FILE ASSIGN TO "RECONREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT FIELD-DEFN-FILE ASSIGN TO "FLDDEFS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLD-FILE-STATUS.

           SELECT REKEY-REPORT-FILE ASSIGN TO "REKEYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RKR-FILE-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPARE-REPORT-FILE.
       COPY CMPR100.

       FD  EXCEPTION-MASTER-FILE.
       COPY EXCPKSD.

       FD  RECON-REGISTRY-FILE.
       COPY RECONREG.

       FD  FIELD-DEFN-FILE.
       COPY FLDDEF.

       FD  REKEY-REPORT-FILE.
       01  REKEY-REPORT-LINE           PIC X(132).

       FD  CONTROL-CARD-FILE.
       COPY REKCARD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RPT-FILE-STATUS      PIC X(02).
           05  WS-EXC-FILE-STATUS      PIC X(02).
           05  WS-REG-FILE-STATUS      PIC X(02).
           05  WS-FLD-FILE-STATUS      PIC X(02).
           05  WS-RKR-FILE-STATUS      PIC X(02).
           05  WS-CTL-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-RPT-EOF-SW           PIC X(01) VALUE "N".
               88  WS-RPT-EOF              VALUE "Y".
           05  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
               88  WS-TABLE-FULL           VALUE "Y".
           05  WS-FIELD-AGREES-SW      PIC X(01) VALUE "N".
               88  WS-FIELD-AGREES         VALUE "Y".
           05  WS-OLD-ON-MASTER-SW     PIC X(01) VALUE "N".
               88  WS-OLD-ON-MASTER        VALUE "Y".
           05  WS-NEW-ON-MASTER-SW     PIC X(01) VALUE "N".
               88  WS-NEW-ON-MASTER        VALUE "Y".
           05  WS-OLD-LINKED-SW        PIC X(01) VALUE "N".
               88  WS-OLD-LINKED           VALUE "Y".
           05  WS-NEW-LINKED-SW        PIC X(01) VALUE "N".
               88  WS-NEW-LINKED           VALUE "Y".
           05  WS-HALF-ON-MASTER-SW    PIC X(01) VALUE "N".
               88  WS-HALF-ON-MASTER       VALUE "Y".

       01  WS-COUNTERS.
           05  WS-REPORT-READ-COUNT    PIC 9(09) VALUE ZERO.
           05  WS-PAIRED-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-ALREADY-LINKED-COUNT PIC 9(09) VALUE ZERO.
           05  WS-NOT-LINKED-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-AMBIGUOUS-COUNT      PIC 9(09) VALUE ZERO.
           05  WS-OVERFLOW-COUNT       PIC 9(09) VALUE ZERO.

       01  WS-MIN-SCORE                PIC 9(03) VALUE 100.

       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(04).
           05  WS-TODAY-MM             PIC 9(02).
           05  WS-TODAY-DD             PIC 9(02).

      *> FLDDEFS member of each registered reconciliation. The unnamed
      *> reconciliation is not on the registry: blank member.
       01  WS-REGISTRY-DEFNS.
           05  WS-REG-COUNT            PIC 9(03) VALUE ZERO.
           05  WS-REG-TABLE OCCURS 100 TIMES.
               10  WS-RG-RECON-ID      PIC X(08).
               10  WS-RG-MEMBER        PIC X(08).

      *> Every compared FLDDEFS card of every member, with its re-key
      *> matching switch.
       01  WS-FIELD-DEFNS.
           05  WS-FIELD-DEF-COUNT      PIC 9(03) VALUE ZERO.
           05  WS-FIELD-DEF-TABLE OCCURS 500 TIMES.
               10  WS-FD-MEMBER        PIC X(08).
               10  WS-FD-START         PIC 9(05).
               10  WS-FD-LENGTH        PIC 9(05).
               10  WS-FD-TYPE          PIC X(01).
               10  WS-FD-REKEY-SW      PIC X(01).

      *> The fields the current reconciliation is matched on, built
      *> afresh when the reconciliation changes.
       01  WS-MATCH-FIELDS.
           05  WS-MATCH-RECON-ID       PIC X(08) VALUE SPACES.
           05  WS-MATCH-FIELD-COUNT    PIC 9(03) VALUE ZERO.
           05  WS-MATCH-FIELD-TABLE OCCURS 100 TIMES.
               10  WS-MF-START         PIC 9(05).
               10  WS-MF-LENGTH        PIC 9(05).
               10  WS-MF-TYPE          PIC X(01).

      *> The latest run of each reconciliation on the compare report.
       01  WS-RECON-RUNS.
           05  WS-RUN-RECON-COUNT      PIC 9(03) VALUE ZERO.
           05  WS-RUN-RECON-TABLE OCCURS 100 TIMES.
               10  WS-RN-RECON-ID      PIC X(08).
               10  WS-RN-LAST-RUN-ID   PIC X(14).

      *> Tonight's OLD-ONLY and NEW-ONLY records, and which record on
      *> the other side each has been paired with.
       01  WS-OLD-ONLY-RECORDS.
           05  WS-OLD-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-OLD-TABLE OCCURS 3000 TIMES.
               10  WS-OD-RECON-ID      PIC X(08).
               10  WS-OD-RECORD-KEY    PIC X(10).
               10  WS-OD-RUN-ID        PIC X(14).
               10  WS-OD-PAYLOAD       PIC X(100).
               10  WS-OD-PAIRED-WITH   PIC 9(05).

       01  WS-NEW-ONLY-RECORDS.
           05  WS-NEW-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-NEW-TABLE OCCURS 3000 TIMES.
               10  WS-ND-RECON-ID      PIC X(08).
               10  WS-ND-RECORD-KEY    PIC X(10).
               10  WS-ND-RUN-ID        PIC X(14).
               10  WS-ND-PAYLOAD       PIC X(100).
               10  WS-ND-PAIRED-WITH   PIC 9(05).

       01  WS-SUBSCRIPTS.
           05  WS-OX                   PIC 9(05) VALUE ZERO.
           05  WS-NX                   PIC 9(05) VALUE ZERO.
           05  WS-FX                   PIC 9(03) VALUE ZERO.
           05  WS-GX                   PIC 9(03) VALUE ZERO.
           05  WS-RX                   PIC 9(03) VALUE ZERO.
           05  WS-SUB                  PIC 9(05) VALUE ZERO.

       01  WS-LOOKUP-MEMBER            PIC X(08) VALUE SPACES.
       01  WS-REKEY-CARDS-SW           PIC X(01) VALUE "N".
           88  WS-REKEY-CARDS-MARKED       VALUE "Y".

      *> Scoring of one OLD-ONLY / NEW-ONLY candidate pair, and the
      *> best candidate found for the OLD-ONLY record so far.
       01  WS-SCORE-FIELDS.
           05  WS-FIELDS-COUNTED       PIC 9(03) VALUE ZERO.
           05  WS-FIELDS-AGREED        PIC 9(03) VALUE ZERO.
           05  WS-SCORE                PIC 9(03) VALUE ZERO.
           05  WS-BEST-SCORE           PIC 9(03) VALUE ZERO.
           05  WS-BEST-NX              PIC 9(05) VALUE ZERO.
           05  WS-BEST-TIE-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-BEST-COUNTED         PIC 9(03) VALUE ZERO.
           05  WS-BEST-AGREED          PIC 9(03) VALUE ZERO.

       01  WS-COMPARE-FIELDS.
           05  WS-COMPARE-1            PIC X(100).
           05  WS-COMPARE-2            PIC X(100).
           05  WS-NUMERIC-1            PIC S9(15)V9(5) VALUE ZERO.
           05  WS-NUMERIC-2            PIC S9(15)V9(5) VALUE ZERO.

      *> The master record of each half, held while the pair is judged.
       01  WS-OLD-MASTER-RECORD        PIC X(284).
       01  WS-NEW-MASTER-RECORD        PIC X(284).
       01  WS-HALF-RUN-ID              PIC X(14) VALUE SPACES.
       01  WS-LINK-ACTION              PIC X(30) VALUE SPACES.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(42) VALUE
               "PROBABLE RE-KEYED ACCOUNTS - OLD-ONLY AND ".
           05  FILLER                  PIC X(38) VALUE
               "NEW-ONLY RECORDS PAIRED BY PAYLOAD - ".
           05  WS-H1-DATE              PIC X(10).
           05  FILLER                  PIC X(16) VALUE
               "  MINIMUM SCORE ".
           05  WS-H1-MIN-SCORE         PIC ZZ9.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(47) VALUE
               "RECON     OLD KEY     NEW KEY     SCORE  FIELDS".
           05  FILLER                  PIC X(21) VALUE
               "         ACTION".
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  WS-PAIR-DETAIL.
           05  WS-PD-RECON-ID          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PD-OLD-KEY           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PD-NEW-KEY           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PD-SCORE             PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE "%  ".
           05  WS-PD-AGREED            PIC ZZ9.
           05  FILLER                  PIC X(04) VALUE " OF ".
           05  WS-PD-COUNTED           PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PD-ACTION            PIC X(30).
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-REPORT-TOTAL.
           05  WS-RT-LABEL             PIC X(40).
           05  WS-RT-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FIND-LATEST-RUNS
           PERFORM 2200-LOAD-ONLY-RECORDS
           PERFORM 3000-PAIR-RECORDS
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO REKEY-CARD
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTL-FILE-STATUS = "00"
               READ CONTROL-CARD-FILE
               CLOSE CONTROL-CARD-FILE
           END-IF
           IF KC-MIN-SCORE NUMERIC AND KC-MIN-SCORE > ZERO
               AND KC-MIN-SCORE NOT > 100
               MOVE KC-MIN-SCORE TO WS-MIN-SCORE
           END-IF

           OPEN INPUT COMPARE-REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "REKEYCHK: CANNOT OPEN RPTFILE - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O EXCEPTION-MASTER-FILE
           IF WS-EXC-FILE-STATUS NOT = "00"
               DISPLAY "REKEYCHK: CANNOT OPEN EXCEPTION MASTER - "
                   "STATUS " WS-EXC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REKEY-REPORT-FILE
           IF WS-RKR-FILE-STATUS NOT = "00"
               DISPLAY "REKEYCHK: CANNOT OPEN REKEYRPT - STATUS "
                   WS-RKR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-H1-DATE
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-H1-DATE
           MOVE WS-MIN-SCORE TO WS-H1-MIN-SCORE
           WRITE REKEY-REPORT-LINE FROM WS-REPORT-HEADER-1
           MOVE SPACES TO REKEY-REPORT-LINE
           WRITE REKEY-REPORT-LINE
           WRITE REKEY-REPORT-LINE FROM WS-REPORT-HEADER-2

           PERFORM 1100-LOAD-REGISTRY
           PERFORM 1200-LOAD-FIELD-DEFNS.

       1100-LOAD-REGISTRY.
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
                           MOVE RG-FLDDEFS-MEMBER
                               TO WS-RG-MEMBER(WS-REG-COUNT)
                       ELSE
                           DISPLAY "REKEYCHK: REGISTRY ENTRY IGNORED - "
                               "TABLE FULL - " RG-RECON-ID
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RECON-REGISTRY-FILE
           END-IF.

      *> Without FLDDEFS every reconciliation is matched on its whole
      *> payload.
       1200-LOAD-FIELD-DEFNS.
           MOVE ZERO TO WS-FIELD-DEF-COUNT
           OPEN INPUT FIELD-DEFN-FILE
           IF WS-FLD-FILE-STATUS NOT = "00"
               DISPLAY "REKEYCHK: NO FLDDEFS - PAYLOADS MATCHED WHOLE"
           ELSE
               PERFORM UNTIL WS-FLD-FILE-STATUS NOT = "00"
                   READ FIELD-DEFN-FILE
                   IF WS-FLD-FILE-STATUS = "00"
                       PERFORM 1210-STORE-FIELD-DEFN
                   END-IF
               END-PERFORM
               CLOSE FIELD-DEFN-FILE
           END-IF.

      *> Excluded (known-noise) cards are dropped here: they never
      *> count towards a match, whatever their re-key switch says.
       1210-STORE-FIELD-DEFN.
           EVALUATE TRUE
               WHEN FL-START-COLUMN NOT NUMERIC
                   OR FL-FIELD-LENGTH NOT NUMERIC
                   CONTINUE
               WHEN FL-START-COLUMN < 1
                   OR FL-FIELD-LENGTH < 1
                   OR FL-START-COLUMN + FL-FIELD-LENGTH - 1
                       > LENGTH OF CR-AREA-1
                   CONTINUE
               WHEN FL-COMPARE-SWITCH NOT = "Y"
                   CONTINUE
               WHEN WS-FIELD-DEF-COUNT >= 500
                   DISPLAY "REKEYCHK: FIELD DEFINITION IGNORED - "
                       "TABLE FULL - " FL-FIELD-NAME
               WHEN OTHER
                   ADD 1 TO WS-FIELD-DEF-COUNT
                   MOVE FL-MEMBER-NAME
                       TO WS-FD-MEMBER(WS-FIELD-DEF-COUNT)
                   MOVE FL-START-COLUMN
                       TO WS-FD-START(WS-FIELD-DEF-COUNT)
                   MOVE FL-FIELD-LENGTH
                       TO WS-FD-LENGTH(WS-FIELD-DEF-COUNT)
                   MOVE FL-FIELD-TYPE
                       TO WS-FD-TYPE(WS-FIELD-DEF-COUNT)
                   MOVE FL-REKEY-SWITCH
                       TO WS-FD-REKEY-SW(WS-FIELD-DEF-COUNT)
           END-EVALUATE.

      *> First pass of the compare report: the latest run of each
      *> reconciliation, tonight's for any that ran tonight.
       2000-FIND-LATEST-RUNS.
           PERFORM 2100-READ-REPORT-RECORD
           PERFORM UNTIL WS-RPT-EOF
               PERFORM 2150-NOTE-RECON-RUN
               PERFORM 2100-READ-REPORT-RECORD
           END-PERFORM
           CLOSE COMPARE-REPORT-FILE.

       2100-READ-REPORT-RECORD.
           READ COMPARE-REPORT-FILE
               AT END
                   SET WS-RPT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REPORT-READ-COUNT
           END-READ.

       2150-NOTE-RECON-RUN.
           MOVE ZERO TO WS-RX
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RUN-RECON-COUNT
               IF WS-RN-RECON-ID(WS-SUB) = CR-RECON-ID
                   MOVE WS-SUB TO WS-RX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RX = ZERO AND WS-RUN-RECON-COUNT < 100
               ADD 1 TO WS-RUN-RECON-COUNT
               MOVE WS-RUN-RECON-COUNT TO WS-RX
               MOVE CR-RECON-ID TO WS-RN-RECON-ID(WS-RX)
               MOVE SPACES TO WS-RN-LAST-RUN-ID(WS-RX)
           END-IF
           IF WS-RX > ZERO
               AND CR-RUN-ID > WS-RN-LAST-RUN-ID(WS-RX)
               MOVE CR-RUN-ID TO WS-RN-LAST-RUN-ID(WS-RX)
           END-IF.

      *> Second pass: the OLD-ONLY and NEW-ONLY records of each
      *> reconciliation's latest run go into the tables.
       2200-LOAD-ONLY-RECORDS.
           OPEN INPUT COMPARE-REPORT-FILE
           MOVE "N" TO WS-RPT-EOF-SW
           READ COMPARE-REPORT-FILE
               AT END SET WS-RPT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-RPT-EOF
               IF (CR-RESULT-OLD-ONLY OR CR-RESULT-NEW-ONLY)
                   AND (KC-RECON-ID = SPACES
                        OR CR-RECON-ID = KC-RECON-ID)
                   PERFORM 2250-CHECK-LATEST-RUN
                   IF WS-RX > ZERO
                       PERFORM 2300-STORE-ONLY-RECORD
                   END-IF
               END-IF
               READ COMPARE-REPORT-FILE
                   AT END SET WS-RPT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE COMPARE-REPORT-FILE.

      *> WS-RX comes back as the record's reconciliation when the
      *> record is from its latest run, or zero.
       2250-CHECK-LATEST-RUN.
           MOVE ZERO TO WS-RX
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RUN-RECON-COUNT
               IF WS-RN-RECON-ID(WS-SUB) = CR-RECON-ID
                   IF WS-RN-LAST-RUN-ID(WS-SUB) = CR-RUN-ID
                       MOVE WS-SUB TO WS-RX
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2300-STORE-ONLY-RECORD.
           IF CR-RESULT-OLD-ONLY
               IF WS-OLD-COUNT < 3000
                   ADD 1 TO WS-OLD-COUNT
                   MOVE CR-RECON-ID TO WS-OD-RECON-ID(WS-OLD-COUNT)
                   MOVE CR-RECORD-KEY TO WS-OD-RECORD-KEY(WS-OLD-COUNT)
                   MOVE CR-RUN-ID TO WS-OD-RUN-ID(WS-OLD-COUNT)
                   MOVE CR-AREA-1 TO WS-OD-PAYLOAD(WS-OLD-COUNT)
                   MOVE ZERO TO WS-OD-PAIRED-WITH(WS-OLD-COUNT)
               ELSE
                   PERFORM 2310-NOTE-TABLE-FULL
               END-IF
           ELSE
               IF WS-NEW-COUNT < 3000
                   ADD 1 TO WS-NEW-COUNT
                   MOVE CR-RECON-ID TO WS-ND-RECON-ID(WS-NEW-COUNT)
                   MOVE CR-RECORD-KEY TO WS-ND-RECORD-KEY(WS-NEW-COUNT)
                   MOVE CR-RUN-ID TO WS-ND-RUN-ID(WS-NEW-COUNT)
                   MOVE CR-AREA-2 TO WS-ND-PAYLOAD(WS-NEW-COUNT)
                   MOVE ZERO TO WS-ND-PAIRED-WITH(WS-NEW-COUNT)
               ELSE
                   PERFORM 2310-NOTE-TABLE-FULL
               END-IF
           END-IF.

       2310-NOTE-TABLE-FULL.
           ADD 1 TO WS-OVERFLOW-COUNT
           IF NOT WS-TABLE-FULL
               SET WS-TABLE-FULL TO TRUE
               DISPLAY "REKEYCHK: OLD-ONLY/NEW-ONLY TABLE FULL - "
                   "REMAINING RECORDS NOT CONSIDERED"
           END-IF.

      *> Each OLD-ONLY record in turn takes the best-scoring NEW-ONLY
      *> record of its reconciliation not already paired.
       3000-PAIR-RECORDS.
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OLD-COUNT
               IF WS-OD-RECON-ID(WS-OX) NOT = WS-MATCH-RECON-ID
                   OR WS-OX = 1
                   PERFORM 3100-BUILD-MATCH-FIELDS
               END-IF
               PERFORM 3200-FIND-BEST-CANDIDATE
               EVALUATE TRUE
                   WHEN WS-BEST-NX = ZERO
                       CONTINUE
                   WHEN WS-BEST-SCORE < WS-MIN-SCORE
                       CONTINUE
                   WHEN WS-BEST-TIE-COUNT > 1
                       PERFORM 3400-REPORT-AMBIGUOUS
                   WHEN OTHER
                       MOVE WS-BEST-NX TO WS-OD-PAIRED-WITH(WS-OX)
                       MOVE WS-OX TO WS-ND-PAIRED-WITH(WS-BEST-NX)
                       ADD 1 TO WS-PAIRED-COUNT
                       PERFORM 3500-LINK-ON-MASTER
                       PERFORM 3600-WRITE-PAIR-LINE
               END-EVALUATE
           END-PERFORM.

      *> The member's cards marked for re-key matching, or all its
      *> compared cards when none is marked; no cards at all leaves
      *> the table empty, meaning the whole payload.
       3100-BUILD-MATCH-FIELDS.
           MOVE WS-OD-RECON-ID(WS-OX) TO WS-MATCH-RECON-ID
           MOVE ZERO TO WS-MATCH-FIELD-COUNT
           MOVE SPACES TO WS-LOOKUP-MEMBER
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > WS-REG-COUNT
               IF WS-RG-RECON-ID(WS-GX) = WS-MATCH-RECON-ID
                   MOVE WS-RG-MEMBER(WS-GX) TO WS-LOOKUP-MEMBER
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE "N" TO WS-REKEY-CARDS-SW
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FIELD-DEF-COUNT
               IF WS-FD-MEMBER(WS-FX) = WS-LOOKUP-MEMBER
                   AND WS-FD-REKEY-SW(WS-FX) = "Y"
                   SET WS-REKEY-CARDS-MARKED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FIELD-DEF-COUNT
               IF WS-FD-MEMBER(WS-FX) = WS-LOOKUP-MEMBER
                   AND (WS-FD-REKEY-SW(WS-FX) = "Y"
                        OR NOT WS-REKEY-CARDS-MARKED)
                   AND WS-MATCH-FIELD-COUNT < 100
                   ADD 1 TO WS-MATCH-FIELD-COUNT
                   MOVE WS-FD-START(WS-FX)
                       TO WS-MF-START(WS-MATCH-FIELD-COUNT)
                   MOVE WS-FD-LENGTH(WS-FX)
                       TO WS-MF-LENGTH(WS-MATCH-FIELD-COUNT)
                   MOVE WS-FD-TYPE(WS-FX)
                       TO WS-MF-TYPE(WS-MATCH-FIELD-COUNT)
               END-IF
           END-PERFORM.

       3200-FIND-BEST-CANDIDATE.
           MOVE ZERO TO WS-BEST-SCORE
           MOVE ZERO TO WS-BEST-NX
           MOVE ZERO TO WS-BEST-TIE-COUNT
           MOVE ZERO TO WS-BEST-COUNTED
           MOVE ZERO TO WS-BEST-AGREED
           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NEW-COUNT
               IF WS-ND-RECON-ID(WS-NX) = WS-OD-RECON-ID(WS-OX)
                   AND WS-ND-PAIRED-WITH(WS-NX) = ZERO
                   PERFORM 3300-SCORE-CANDIDATE
                   EVALUATE TRUE
                       WHEN WS-FIELDS-COUNTED = ZERO
                           CONTINUE
                       WHEN WS-SCORE > WS-BEST-SCORE
                           OR WS-BEST-NX = ZERO
                           MOVE WS-SCORE TO WS-BEST-SCORE
                           MOVE WS-NX TO WS-BEST-NX
                           MOVE 1 TO WS-BEST-TIE-COUNT
                           MOVE WS-FIELDS-COUNTED TO WS-BEST-COUNTED
                           MOVE WS-FIELDS-AGREED TO WS-BEST-AGREED
                       WHEN WS-SCORE = WS-BEST-SCORE
                           ADD 1 TO WS-BEST-TIE-COUNT
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *> WS-SCORE is the per cent of the counted fields that agree;
      *> a field blank on both sides is not counted.
       3300-SCORE-CANDIDATE.
           MOVE ZERO TO WS-FIELDS-COUNTED
           MOVE ZERO TO WS-FIELDS-AGREED
           MOVE ZERO TO WS-SCORE
           IF WS-MATCH-FIELD-COUNT = ZERO
               IF WS-OD-PAYLOAD(WS-OX) NOT = SPACES
                   OR WS-ND-PAYLOAD(WS-NX) NOT = SPACES
                   MOVE 1 TO WS-FIELDS-COUNTED
                   IF WS-OD-PAYLOAD(WS-OX) = WS-ND-PAYLOAD(WS-NX)
                       MOVE 1 TO WS-FIELDS-AGREED
                   END-IF
               END-IF
           ELSE
               PERFORM VARYING WS-FX FROM 1 BY 1
                       UNTIL WS-FX > WS-MATCH-FIELD-COUNT
                   MOVE SPACES TO WS-COMPARE-1
                   MOVE SPACES TO WS-COMPARE-2
                   MOVE WS-OD-PAYLOAD(WS-OX)
                       (WS-MF-START(WS-FX):WS-MF-LENGTH(WS-FX))
                       TO WS-COMPARE-1
                   MOVE WS-ND-PAYLOAD(WS-NX)
                       (WS-MF-START(WS-FX):WS-MF-LENGTH(WS-FX))
                       TO WS-COMPARE-2
                   IF WS-COMPARE-1 NOT = SPACES
                       OR WS-COMPARE-2 NOT = SPACES
                       ADD 1 TO WS-FIELDS-COUNTED
                       PERFORM 3310-COMPARE-FIELD
                       IF WS-FIELD-AGREES
                           ADD 1 TO WS-FIELDS-AGREED
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FIELDS-COUNTED > ZERO
               COMPUTE WS-SCORE =
                   (WS-FIELDS-AGREED * 100) / WS-FIELDS-COUNTED
           END-IF.

      *> A value that is not numeric never agrees with another by
      *> collapsing to zero - the same guard the compare keeps.
       3310-COMPARE-FIELD.
           MOVE "N" TO WS-FIELD-AGREES-SW
           EVALUATE TRUE
               WHEN WS-COMPARE-1 = WS-COMPARE-2
                   SET WS-FIELD-AGREES TO TRUE
               WHEN WS-MF-TYPE(WS-FX) = "N"
                   AND FUNCTION TRIM(WS-COMPARE-1) IS NUMERIC
                   AND FUNCTION TRIM(WS-COMPARE-2) IS NUMERIC
                   COMPUTE WS-NUMERIC-1 =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-COMPARE-1))
                   COMPUTE WS-NUMERIC-2 =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-COMPARE-2))
                   IF WS-NUMERIC-1 = WS-NUMERIC-2
                       SET WS-FIELD-AGREES TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Both NEW-ONLY candidates are listed, so the person looking
      *> at it has the keys to hand.
       3400-REPORT-AMBIGUOUS.
           ADD 1 TO WS-AMBIGUOUS-COUNT
           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NEW-COUNT
               IF WS-ND-RECON-ID(WS-NX) = WS-OD-RECON-ID(WS-OX)
                   AND WS-ND-PAIRED-WITH(WS-NX) = ZERO
                   PERFORM 3300-SCORE-CANDIDATE
                   IF WS-FIELDS-COUNTED > ZERO
                       AND WS-SCORE = WS-BEST-SCORE
                       MOVE WS-NX TO WS-BEST-NX
                       MOVE WS-FIELDS-COUNTED TO WS-BEST-COUNTED
                       MOVE WS-FIELDS-AGREED TO WS-BEST-AGREED
                       MOVE "AMBIGUOUS - NOT LINKED" TO WS-LINK-ACTION
                       PERFORM 3600-WRITE-PAIR-LINE
                   END-IF
               END-IF
           END-PERFORM.

      *> Both halves are judged before either is touched, so a pair
      *> is linked whole or not at all. A key with no master record
      *> is added open; an open or auto-closed one is opened and
      *> linked. A decided key, or one linked elsewhere, stays as it
      *> is; a pair still open and linked from an earlier night is
      *> left exactly as it was.
       3500-LINK-ON-MASTER.
           MOVE "N" TO WS-OLD-ON-MASTER-SW
           MOVE "N" TO WS-NEW-ON-MASTER-SW
           MOVE "N" TO WS-OLD-LINKED-SW
           MOVE "N" TO WS-NEW-LINKED-SW
           MOVE SPACES TO WS-LINK-ACTION

           MOVE WS-OD-RECON-ID(WS-OX) TO XK-RECON-ID
           MOVE WS-OD-RECORD-KEY(WS-OX) TO XK-RECORD-KEY
           READ EXCEPTION-MASTER-FILE
               NOT INVALID KEY
                   SET WS-OLD-ON-MASTER TO TRUE
                   MOVE EXCEPTION-KSDS-RECORD TO WS-OLD-MASTER-RECORD
                   EVALUATE TRUE
                       WHEN XK-STATUS-ACCEPTED OR XK-STATUS-NEEDS-FIX
                           MOVE "OLD KEY ALREADY DECIDED"
                               TO WS-LINK-ACTION
                       WHEN XK-NOT-LINKED
                           CONTINUE
                       WHEN XK-LINKED-KEY = WS-ND-RECORD-KEY(WS-BEST-NX)
                           IF XK-STATUS-OPEN
                               SET WS-OLD-LINKED TO TRUE
                           END-IF
                       WHEN OTHER
                           MOVE "OLD KEY LINKED TO ANOTHER KEY"
                               TO WS-LINK-ACTION
                   END-EVALUATE
           END-READ

           MOVE WS-ND-RECON-ID(WS-BEST-NX) TO XK-RECON-ID
           MOVE WS-ND-RECORD-KEY(WS-BEST-NX) TO XK-RECORD-KEY
           READ EXCEPTION-MASTER-FILE
               NOT INVALID KEY
                   SET WS-NEW-ON-MASTER TO TRUE
                   MOVE EXCEPTION-KSDS-RECORD TO WS-NEW-MASTER-RECORD
                   EVALUATE TRUE
                       WHEN WS-LINK-ACTION NOT = SPACES
                           CONTINUE
                       WHEN XK-STATUS-ACCEPTED OR XK-STATUS-NEEDS-FIX
                           MOVE "NEW KEY ALREADY DECIDED"
                               TO WS-LINK-ACTION
                       WHEN XK-NOT-LINKED
                           CONTINUE
                       WHEN XK-LINKED-KEY = WS-OD-RECORD-KEY(WS-OX)
                           IF XK-STATUS-OPEN
                               SET WS-NEW-LINKED TO TRUE
                           END-IF
                       WHEN OTHER
                           MOVE "NEW KEY LINKED TO ANOTHER KEY"
                               TO WS-LINK-ACTION
                   END-EVALUATE
           END-READ

           EVALUATE TRUE
               WHEN WS-LINK-ACTION NOT = SPACES
                   ADD 1 TO WS-NOT-LINKED-COUNT
               WHEN WS-OLD-LINKED AND WS-NEW-LINKED
                   ADD 1 TO WS-ALREADY-LINKED-COUNT
                   MOVE "ALREADY LINKED" TO WS-LINK-ACTION
               WHEN OTHER
                   MOVE "LINKED ON EXCEPTION MASTER" TO WS-LINK-ACTION
                   PERFORM 3510-POST-OLD-HALF
                   PERFORM 3520-POST-NEW-HALF
           END-EVALUATE.

       3510-POST-OLD-HALF.
           IF WS-OLD-ON-MASTER
               MOVE WS-OLD-MASTER-RECORD TO EXCEPTION-KSDS-RECORD
           ELSE
               MOVE SPACES TO EXCEPTION-KSDS-RECORD
               MOVE WS-OD-RECON-ID(WS-OX) TO XK-RECON-ID
               MOVE WS-OD-RECORD-KEY(WS-OX) TO XK-RECORD-KEY
           END-IF
           MOVE "OLD-ONLY" TO XK-RESULT-FLAG
           MOVE WS-OD-RUN-ID(WS-OX) TO WS-HALF-RUN-ID
           PERFORM 3530-FILL-PAIR-DETAIL
           MOVE WS-ND-RECORD-KEY(WS-BEST-NX) TO XK-LINKED-KEY
           MOVE WS-OLD-ON-MASTER-SW TO WS-HALF-ON-MASTER-SW
           PERFORM 3540-WRITE-MASTER-HALF.

       3520-POST-NEW-HALF.
           IF WS-NEW-ON-MASTER
               MOVE WS-NEW-MASTER-RECORD TO EXCEPTION-KSDS-RECORD
           ELSE
               MOVE SPACES TO EXCEPTION-KSDS-RECORD
               MOVE WS-ND-RECON-ID(WS-BEST-NX) TO XK-RECON-ID
               MOVE WS-ND-RECORD-KEY(WS-BEST-NX) TO XK-RECORD-KEY
           END-IF
           MOVE "NEW-ONLY" TO XK-RESULT-FLAG
           MOVE WS-ND-RUN-ID(WS-BEST-NX) TO WS-HALF-RUN-ID
           PERFORM 3530-FILL-PAIR-DETAIL
           MOVE WS-OD-RECORD-KEY(WS-OX) TO XK-LINKED-KEY
           MOVE WS-NEW-ON-MASTER-SW TO WS-HALF-ON-MASTER-SW
           PERFORM 3540-WRITE-MASTER-HALF.

      *> Both halves carry the whole account as it was and as it is.
      *> An already-open half keeps its first-open run stamp so it
      *> still ages, as RECONCIL keeps it for a recurring mismatch; a
      *> new or reopened one starts its age tonight. A new record is
      *> unassigned until WORKASGN runs.
       3530-FILL-PAIR-DETAIL.
           MOVE ZERO TO XK-DIFF-POSITION
           MOVE "PROBABLE RE-KEY" TO XK-FIELD-NAME
           MOVE WS-OD-PAYLOAD(WS-OX) TO XK-OLD-VALUE
           MOVE WS-ND-PAYLOAD(WS-BEST-NX) TO XK-NEW-VALUE
           IF NOT XK-STATUS-OPEN
               MOVE WS-HALF-RUN-ID TO XK-RUN-ID
           END-IF
           SET XK-STATUS-OPEN TO TRUE.

       3540-WRITE-MASTER-HALF.
           IF WS-HALF-ON-MASTER
               REWRITE EXCEPTION-KSDS-RECORD
                   INVALID KEY
                       DISPLAY "REKEYCHK: EXCEPTION MASTER REWRITE "
                           "FAILED FOR KEY " XK-RECORD-KEY
                           " STATUS " WS-EXC-FILE-STATUS
                       MOVE "MASTER UPDATE FAILED" TO WS-LINK-ACTION
               END-REWRITE
           ELSE
               WRITE EXCEPTION-KSDS-RECORD
                   INVALID KEY
                       DISPLAY "REKEYCHK: EXCEPTION MASTER WRITE "
                           "FAILED FOR KEY " XK-RECORD-KEY
                           " STATUS " WS-EXC-FILE-STATUS
                       MOVE "MASTER UPDATE FAILED" TO WS-LINK-ACTION
               END-WRITE
           END-IF.

       3600-WRITE-PAIR-LINE.
           MOVE WS-OD-RECON-ID(WS-OX) TO WS-PD-RECON-ID
           MOVE WS-OD-RECORD-KEY(WS-OX) TO WS-PD-OLD-KEY
           MOVE WS-ND-RECORD-KEY(WS-BEST-NX) TO WS-PD-NEW-KEY
           MOVE WS-BEST-SCORE TO WS-PD-SCORE
           MOVE WS-BEST-AGREED TO WS-PD-AGREED
           MOVE WS-BEST-COUNTED TO WS-PD-COUNTED
           MOVE WS-LINK-ACTION TO WS-PD-ACTION
           WRITE REKEY-REPORT-LINE FROM WS-PAIR-DETAIL.

       4000-FINALIZE.
           MOVE SPACES TO REKEY-REPORT-LINE
           WRITE REKEY-REPORT-LINE
           MOVE "OLD-ONLY RECORDS IN LATEST RUNS:" TO WS-RT-LABEL
           MOVE WS-OLD-COUNT TO WS-RT-COUNT
           WRITE REKEY-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE "NEW-ONLY RECORDS IN LATEST RUNS:" TO WS-RT-LABEL
           MOVE WS-NEW-COUNT TO WS-RT-COUNT
           WRITE REKEY-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE "PROBABLE RE-KEYS PAIRED:" TO WS-RT-LABEL
           MOVE WS-PAIRED-COUNT TO WS-RT-COUNT
           WRITE REKEY-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE "  OF WHICH ALREADY LINKED:" TO WS-RT-LABEL
           MOVE WS-ALREADY-LINKED-COUNT TO WS-RT-COUNT
           WRITE REKEY-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE "  OF WHICH LEFT AS THEY WERE:" TO WS-RT-LABEL
           MOVE WS-NOT-LINKED-COUNT TO WS-RT-COUNT
           WRITE REKEY-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE "AMBIGUOUS OLD-ONLY RECORDS:" TO WS-RT-LABEL
           MOVE WS-AMBIGUOUS-COUNT TO WS-RT-COUNT
           WRITE REKEY-REPORT-LINE FROM WS-REPORT-TOTAL

           CLOSE EXCEPTION-MASTER-FILE
           CLOSE REKEY-REPORT-FILE

           DISPLAY "REKEYCHK SUMMARY: REPORT RECORDS READ  = "
               WS-REPORT-READ-COUNT
           DISPLAY "REKEYCHK SUMMARY: OLD-ONLY RECORDS     = "
               WS-OLD-COUNT
           DISPLAY "REKEYCHK SUMMARY: NEW-ONLY RECORDS     = "
               WS-NEW-COUNT
           DISPLAY "REKEYCHK SUMMARY: PROBABLE RE-KEYS     = "
               WS-PAIRED-COUNT
           DISPLAY "REKEYCHK SUMMARY: ALREADY LINKED       = "
               WS-ALREADY-LINKED-COUNT
           DISPLAY "REKEYCHK SUMMARY: LEFT AS THEY WERE    = "
               WS-NOT-LINKED-COUNT
           DISPLAY "REKEYCHK SUMMARY: AMBIGUOUS            = "
               WS-AMBIGUOUS-COUNT
           DISPLAY "REKEYCHK SUMMARY: NOT CONSIDERED (FULL) = "
               WS-OVERFLOW-COUNT

           IF WS-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF.
