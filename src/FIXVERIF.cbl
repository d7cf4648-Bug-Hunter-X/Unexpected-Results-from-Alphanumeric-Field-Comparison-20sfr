      *>----------------------------------------------------------------
      *> PROGRAM:  FIXVERIF
      *>
      *> Verifies upstream corrections against the next extract. When
      *> CORRGEN applies a CORRACK "C" acknowledgement it only marks
      *> the needs-fix audit record acknowledged - the extract team's
      *> word that the data is fixed. This step, run in the nightly
      *> job straight after the compare, checks that word against the
      *> extract itself.
      *>
      *> Every key whose LATEST audit record is an acknowledged
      *> needs-fix (code N, transmit flag C) is a candidate. Its
      *> corrected field is the one the request was cut for - the
      *> field held on the exception master, which the compare leaves
      *> alone while the key stands at needs-fix - located in the
      *> reconciliation's FLDDEFS member by name (or, for a whole-
      *> payload reconciliation, as the card covering the differing
      *> column). The candidate is then judged on the reconciliation's
      *> LATEST run on the compare report:
      *>   - an EQUAL record, or field-level MISMATCH records that do
      *>     not name the corrected field, mean the field now agrees;
      *>   - a field-level MISMATCH naming the field, or a whole-
      *>     payload record whose payloads still differ in the field's
      *>     columns (compared by the card's type: N numerically
      *>     within its tolerance, D as a calendar date, A as text
      *>     under the registered control card's trim/case switches),
      *>     mean the correction did not hold;
      *>   - a key now on only one of the extracts cannot agree and
      *>     fails as well.
      *> A key that is not in the latest run, or whose latest run is
      *> not later than the needs-fix decision, is left for a later
      *> night.
      *>
      *> Each outcome is logged as a NEW audit record under the
      *> original request number (see AUDITKSD): V = fix verified,
      *> and the master goes to cleared (C); F = correction failed,
      *> and the master goes back to open (O) with tonight's compare
      *> detail, so the exception is back in the DISPOSE queue with
      *> its original age. Every failure is listed on FIXRPT - request
      *> number, key, field, the values the request carried and the
      *> values still on the extracts - to go back to the extract
      *> team.
      *>
      *> Return codes:  0 = run completed, no correction failed
      *>                4 = one or more corrections failed - FIXRPT
      *>                    to the extract team
      *>               16 = a required file could not be opened
      *>----------------------------------------------------------------
       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXVERIF.
       AUTHOR. RECONCILIATION-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPARE-REPORT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AK-AUDIT-KEY
               FILE STATUS IS WS-AUD-FILE-STATUS.

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

           SELECT FAILED-FIX-REPORT-FILE ASSIGN TO "FIXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPARE-REPORT-FILE.
       COPY CMPR100.

       FD  AUDIT-TRAIL-FILE.
       COPY AUDITKSD.

       FD  EXCEPTION-MASTER-FILE.
       COPY EXCPKSD.

       FD  RECON-REGISTRY-FILE.
       COPY RECONREG.

       FD  FIELD-DEFN-FILE.
       COPY FLDDEF.

       FD  FAILED-FIX-REPORT-FILE.
       01  FAILED-FIX-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RPT-FILE-STATUS      PIC X(02).
           05  WS-AUD-FILE-STATUS      PIC X(02).
           05  WS-EXC-FILE-STATUS      PIC X(02).
           05  WS-REG-FILE-STATUS      PIC X(02).
           05  WS-FLD-FILE-STATUS      PIC X(02).
           05  WS-FIX-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-RPT-EOF-SW           PIC X(01) VALUE "N".
               88  WS-RPT-EOF              VALUE "Y".
           05  WS-AUDIT-SCAN-DONE-SW   PIC X(01) VALUE "N".
               88  WS-AUDIT-SCAN-DONE      VALUE "Y".
           05  WS-CANDIDATE-TABLE-FULL-SW
                                       PIC X(01) VALUE "N".
               88  WS-CANDIDATE-TABLE-FULL VALUE "Y".
           05  WS-VALUES-AGREE-SW      PIC X(01) VALUE "N".
               88  WS-VALUES-AGREE         VALUE "Y".
           05  WS-OUTCOME-LOGGED-SW    PIC X(01) VALUE "N".
               88  WS-OUTCOME-LOGGED       VALUE "Y".

       01  WS-COUNTERS.
           05  WS-CANDIDATE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-REPORT-READ-COUNT    PIC 9(09) VALUE ZERO.
           05  WS-VERIFIED-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-FAILED-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-PENDING-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-OVERFLOW-COUNT       PIC 9(09) VALUE ZERO.

       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(04).
           05  WS-TODAY-MM             PIC 9(02).
           05  WS-TODAY-DD             PIC 9(02).

       01  WS-NOW-TIME.
           05  WS-NOW-HH               PIC 9(02).
           05  WS-NOW-MN               PIC 9(02).
           05  WS-NOW-SS               PIC 9(02).
           05  FILLER                  PIC 9(02).

      *> The key being judged in the audit sweep: its latest record
      *> so far (the sweep is in key then sequence order).
       01  WS-PREVIOUS-KEY-FIELDS.
           05  WS-PREV-RECON-ID        PIC X(08) VALUE SPACES.
           05  WS-PREV-KEY             PIC X(10) VALUE SPACES.
           05  WS-PREV-SEQUENCE        PIC 9(03) VALUE ZERO.
           05  WS-PREV-DISP-CODE       PIC X(01) VALUE SPACE.
           05  WS-PREV-TRANSMIT-FLAG   PIC X(01) VALUE SPACE.
           05  WS-PREV-REQUEST-NUMBER  PIC 9(08) VALUE ZERO.
           05  WS-PREV-DISP-DATE       PIC X(10) VALUE SPACES.
           05  WS-PREV-DISP-TIME       PIC X(08) VALUE SPACES.

      *> FLDDEFS member and text-compare switches of each registered
      *> reconciliation. The unnamed reconciliation is not on the
      *> registry: blank member, exact text compare.
       01  WS-REGISTRY-DEFNS.
           05  WS-REG-COUNT            PIC 9(03) VALUE ZERO.
           05  WS-REG-TABLE OCCURS 100 TIMES.
               10  WS-RG-RECON-ID      PIC X(08).
               10  WS-RG-MEMBER        PIC X(08).
               10  WS-RG-TRIM-SW       PIC X(01).
               10  WS-RG-CASE-SW       PIC X(01).

      *> Every usable FLDDEFS card of every member, excluded cards
      *> too - a field excluded from the nightly compare can still
      *> have been the subject of a correction request.
       01  WS-FIELD-DEFNS.
           05  WS-FIELD-DEF-COUNT      PIC 9(03) VALUE ZERO.
           05  WS-FIELD-DEF-TABLE OCCURS 500 TIMES.
               10  WS-FD-MEMBER        PIC X(08).
               10  WS-FD-NAME          PIC X(20).
               10  WS-FD-START         PIC 9(05).
               10  WS-FD-LENGTH        PIC 9(05).
               10  WS-FD-TYPE          PIC X(01).
               10  WS-FD-TOLERANCE     PIC 9(05)V99.

      *> The latest run of each reconciliation on the compare report.
       01  WS-RECON-RUNS.
           05  WS-RUN-RECON-COUNT      PIC 9(03) VALUE ZERO.
           05  WS-RUN-RECON-TABLE OCCURS 100 TIMES.
               10  WS-RN-RECON-ID      PIC X(08).
               10  WS-RN-LAST-RUN-ID   PIC X(14).

      *> One entry per acknowledged fix awaiting verification: what
      *> the request asked for, and what the latest run on the
      *> compare report says about the corrected field. The outcome
      *> starts blank at each newer run of the key; F and M outrank
      *> E, since one report line showing the field still wrong
      *> settles it.
       01  WS-CANDIDATES.
           05  WS-CANDIDATE-TABLE OCCURS 1000 TIMES.
               10  WS-CN-RECON-ID      PIC X(08).
               10  WS-CN-RECORD-KEY    PIC X(10).
               10  WS-CN-SEQUENCE      PIC 9(03).
               10  WS-CN-REQUEST-NUMBER
                                       PIC 9(08).
               10  WS-CN-DECIDED-STAMP PIC X(14).
               10  WS-CN-FIELD-NAME    PIC X(20).
               10  WS-CN-DIFF-POSITION PIC 9(05).
               10  WS-CN-FDX           PIC 9(03).
               10  WS-CN-TRIM-SW       PIC X(01).
               10  WS-CN-CASE-SW       PIC X(01).
               10  WS-CN-SENT-OLD-VALUE
                                       PIC X(100).
               10  WS-CN-SENT-NEW-VALUE
                                       PIC X(100).
               10  WS-CN-RUN-ID        PIC X(14).
               10  WS-CN-OUTCOME       PIC X(01).
                   88  WS-CN-NOT-JUDGED    VALUE SPACE.
                   88  WS-CN-AGREES        VALUE "E".
                   88  WS-CN-STILL-DIFFERS VALUE "F".
                   88  WS-CN-KEY-MISSING   VALUE "M".
               10  WS-CN-RESULT-FLAG   PIC X(08).
               10  WS-CN-NOW-DIFF-POSITION
                                       PIC 9(05).
               10  WS-CN-NOW-FIELD-NAME
                                       PIC X(20).
               10  WS-CN-NOW-OLD-VALUE PIC X(100).
               10  WS-CN-NOW-NEW-VALUE PIC X(100).

       01  WS-SUBSCRIPTS.
           05  WS-CX                   PIC 9(05) VALUE ZERO.
           05  WS-GX                   PIC 9(03) VALUE ZERO.
           05  WS-RX                   PIC 9(03) VALUE ZERO.
           05  WS-FDX                  PIC 9(03) VALUE ZERO.
           05  WS-SUB                  PIC 9(05) VALUE ZERO.

       01  WS-LOOKUP-MEMBER            PIC X(08) VALUE SPACES.
       01  WS-RECON-LAST-RUN-ID        PIC X(14) VALUE SPACES.
       01  WS-NEXT-SEQUENCE            PIC 9(03) VALUE ZERO.

       01  WS-COMPARE-FIELDS.
           05  WS-COMPARE-1            PIC X(100).
           05  WS-COMPARE-2            PIC X(100).
           05  WS-COMPARE-TYPE         PIC X(01).

       01  WS-NUMERIC-COMPARE-FIELDS.
           05  WS-NUMERIC-1            PIC S9(15)V9(5) VALUE ZERO.
           05  WS-NUMERIC-2            PIC S9(15)V9(5) VALUE ZERO.
           05  WS-NUMERIC-DIFF         PIC S9(15)V9(5) VALUE ZERO.
           05  WS-NUMERIC-TOLERANCE    PIC 9(05)V99 VALUE ZERO.
           05  WS-NUMERIC-1-VALID-SW   PIC X(01) VALUE "N".
               88  WS-NUMERIC-1-VALID      VALUE "Y".
           05  WS-NUMERIC-2-VALID-SW   PIC X(01) VALUE "N".
               88  WS-NUMERIC-2-VALID      VALUE "Y".

       01  WS-DATE-COMPARE-FIELDS.
           05  WS-DATE-WORK            PIC X(10).
           05  WS-DATE-PARSED          PIC 9(08) VALUE ZERO.
           05  WS-DATE-1               PIC 9(08) VALUE ZERO.
           05  WS-DATE-2               PIC 9(08) VALUE ZERO.
           05  WS-DATE-YYYY            PIC X(04).
           05  WS-DATE-MM              PIC X(02).
           05  WS-DATE-MM-NUM REDEFINES WS-DATE-MM
                                       PIC 9(02).
           05  WS-DATE-DD              PIC X(02).
           05  WS-DATE-DD-NUM REDEFINES WS-DATE-DD
                                       PIC 9(02).
           05  WS-DATE-VALID-SW        PIC X(01) VALUE "N".
               88  WS-DATE-VALID           VALUE "Y".
           05  WS-DATE-1-VALID-SW      PIC X(01) VALUE "N".
               88  WS-DATE-1-VALID         VALUE "Y".
           05  WS-DATE-2-VALID-SW      PIC X(01) VALUE "N".
               88  WS-DATE-2-VALID         VALUE "Y".

      *> The corrected field's values as the request carried them and
      *> as tonight's extracts still have them, for the report.
       01  WS-REPORT-VALUES.
           05  WS-STILL-OLD-VALUE      PIC X(100).
           05  WS-STILL-NEW-VALUE      PIC X(100).
           05  WS-FAIL-REASON          PIC X(34).

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(48) VALUE
               "CORRECTION FAILED - ACKNOWLEDGED FIXES NOT SEEN ".
           05  FILLER                  PIC X(26) VALUE
               "IN THE NEXT EXTRACT - RUN ".
           05  WS-H1-DATE              PIC X(10).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(37) VALUE
               "PLEASE RE-EXAMINE AND CORRECT AGAIN; ".
           05  FILLER                  PIC X(34) VALUE
               "QUOTE THE ORIGINAL REQUEST NUMBER.".
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  WS-FAILURE-DETAIL.
           05  FILLER                  PIC X(08) VALUE "REQUEST ".
           05  WS-FR-REQUEST           PIC 9(08).
           05  FILLER                  PIC X(08) VALUE "  RECON ".
           05  WS-FR-RECON-ID          PIC X(08).
           05  FILLER                  PIC X(06) VALUE "  KEY ".
           05  WS-FR-KEY               PIC X(10).
           05  FILLER                  PIC X(08) VALUE "  FIELD ".
           05  WS-FR-FIELD             PIC X(20).
           05  FILLER                  PIC X(06) VALUE "  RUN ".
           05  WS-FR-RUN-ID            PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FR-REASON            PIC X(34).

       01  WS-FAILURE-VALUES.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-FV-LABEL             PIC X(13).
           05  FILLER                  PIC X(05) VALUE " OLD ".
           05  WS-FV-OLD-VALUE         PIC X(50).
           05  FILLER                  PIC X(05) VALUE " NEW ".
           05  WS-FV-NEW-VALUE         PIC X(50).
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-REPORT-TOTAL.
           05  FILLER                  PIC X(28) VALUE
               "CORRECTIONS FAILED TONIGHT: ".
           05  WS-RT-FAILED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1300-LOAD-CANDIDATES
           IF WS-CANDIDATE-COUNT > ZERO
               PERFORM 2000-SCAN-REPORT
               PERFORM 3000-JUDGE-CANDIDATES
           END-IF
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-H1-DATE
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-H1-DATE

           OPEN I-O AUDIT-TRAIL-FILE
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "FIXVERIF: CANNOT OPEN AUDIT TRAIL - STATUS "
                   WS-AUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O EXCEPTION-MASTER-FILE
           IF WS-EXC-FILE-STATUS NOT = "00"
               DISPLAY "FIXVERIF: CANNOT OPEN EXCEPTION MASTER - "
                   "STATUS " WS-EXC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT COMPARE-REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "FIXVERIF: CANNOT OPEN RPTFILE - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT FAILED-FIX-REPORT-FILE
           IF WS-FIX-FILE-STATUS NOT = "00"
               DISPLAY "FIXVERIF: CANNOT OPEN FIXRPT - STATUS "
                   WS-FIX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE FAILED-FIX-REPORT-LINE FROM WS-REPORT-HEADER-1
           WRITE FAILED-FIX-REPORT-LINE FROM WS-REPORT-HEADER-2
           MOVE SPACES TO FAILED-FIX-REPORT-LINE
           WRITE FAILED-FIX-REPORT-LINE

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
                           MOVE RG-CONTROL-CARD(1:1)
                               TO WS-RG-TRIM-SW(WS-REG-COUNT)
                           MOVE RG-CONTROL-CARD(2:1)
                               TO WS-RG-CASE-SW(WS-REG-COUNT)
                       ELSE
                           DISPLAY "FIXVERIF: REGISTRY ENTRY IGNORED - "
                               "TABLE FULL - " RG-RECON-ID
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RECON-REGISTRY-FILE
           END-IF.

      *> Without FLDDEFS a corrected field cannot be cut out of a
      *> whole-payload record; such a key is judged on the whole
      *> payload instead, and a field-level record is still matched
      *> on the field name it carries.
       1200-LOAD-FIELD-DEFNS.
           MOVE ZERO TO WS-FIELD-DEF-COUNT
           OPEN INPUT FIELD-DEFN-FILE
           IF WS-FLD-FILE-STATUS NOT = "00"
               DISPLAY "FIXVERIF: NO FLDDEFS - CORRECTED FIELDS "
                   "JUDGED ON THE WHOLE PAYLOAD"
           ELSE
               PERFORM UNTIL WS-FLD-FILE-STATUS NOT = "00"
                   READ FIELD-DEFN-FILE
                   IF WS-FLD-FILE-STATUS = "00"
                       PERFORM 1210-STORE-FIELD-DEFN
                   END-IF
               END-PERFORM
               CLOSE FIELD-DEFN-FILE
           END-IF.

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
               WHEN WS-FIELD-DEF-COUNT >= 500
                   DISPLAY "FIXVERIF: FIELD DEFINITION IGNORED - "
                       "TABLE FULL - " FL-FIELD-NAME
               WHEN OTHER
                   ADD 1 TO WS-FIELD-DEF-COUNT
                   MOVE FL-MEMBER-NAME
                       TO WS-FD-MEMBER(WS-FIELD-DEF-COUNT)
                   MOVE FL-FIELD-NAME
                       TO WS-FD-NAME(WS-FIELD-DEF-COUNT)
                   MOVE FL-START-COLUMN
                       TO WS-FD-START(WS-FIELD-DEF-COUNT)
                   MOVE FL-FIELD-LENGTH
                       TO WS-FD-LENGTH(WS-FIELD-DEF-COUNT)
                   MOVE FL-FIELD-TYPE
                       TO WS-FD-TYPE(WS-FIELD-DEF-COUNT)
                   IF FL-TOLERANCE NUMERIC
                       AND FL-FIELD-TYPE = "N"
                       MOVE FL-TOLERANCE
                           TO WS-FD-TOLERANCE(WS-FIELD-DEF-COUNT)
                   ELSE
                       MOVE ZERO
                           TO WS-FD-TOLERANCE(WS-FIELD-DEF-COUNT)
                   END-IF
           END-EVALUATE.

      *> One sweep of the audit trail in key order, as CORRGEN counts
      *> its outstanding fixes: a key is judged once its last record
      *> has gone by.
       1300-LOAD-CANDIDATES.
           MOVE SPACES TO WS-PREV-RECON-ID
           MOVE SPACES TO WS-PREV-KEY
           MOVE SPACE TO WS-PREV-DISP-CODE
           MOVE SPACE TO WS-PREV-TRANSMIT-FLAG
           MOVE "N" TO WS-AUDIT-SCAN-DONE-SW
           MOVE LOW-VALUES TO AK-AUDIT-KEY
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
                   SET WS-AUDIT-SCAN-DONE TO TRUE
                   PERFORM 1310-JUDGE-PREVIOUS-KEY
               ELSE
                   IF AK-RECON-ID NOT = WS-PREV-RECON-ID
                       OR AK-RECORD-KEY NOT = WS-PREV-KEY
                       PERFORM 1310-JUDGE-PREVIOUS-KEY
                   END-IF
                   MOVE AK-RECON-ID TO WS-PREV-RECON-ID
                   MOVE AK-RECORD-KEY TO WS-PREV-KEY
                   MOVE AK-SEQUENCE TO WS-PREV-SEQUENCE
                   MOVE AK-DISPOSITION-CODE TO WS-PREV-DISP-CODE
                   MOVE AK-TRANSMIT-FLAG TO WS-PREV-TRANSMIT-FLAG
                   MOVE AK-REQUEST-NUMBER TO WS-PREV-REQUEST-NUMBER
                   MOVE AK-DISPOSITION-DATE TO WS-PREV-DISP-DATE
                   MOVE AK-DISPOSITION-TIME TO WS-PREV-DISP-TIME
               END-IF
           END-PERFORM
           DISPLAY "FIXVERIF: " WS-CANDIDATE-COUNT
               " ACKNOWLEDGED FIX(ES) TO VERIFY".

      *> A table overflow only defers the excess: those keys are still
      *> acknowledged-unverified tomorrow and are picked up then.
       1310-JUDGE-PREVIOUS-KEY.
           IF WS-PREV-KEY NOT = SPACES
               AND WS-PREV-DISP-CODE = "N"
               AND WS-PREV-TRANSMIT-FLAG = "C"
               IF WS-CANDIDATE-COUNT >= 1000
                   ADD 1 TO WS-OVERFLOW-COUNT
                   IF NOT WS-CANDIDATE-TABLE-FULL
                       SET WS-CANDIDATE-TABLE-FULL TO TRUE
                       DISPLAY "FIXVERIF: OVER 1000 FIXES TO VERIFY - "
                           "THE REST ARE LEFT FOR THE NEXT RUN"
                   END-IF
               ELSE
                   PERFORM 1320-ADD-CANDIDATE
               END-IF
           END-IF.

      *> The decision stamp (YYYYMMDDHHMMSS, the run-ID form) is the
      *> earliest a run could carry the fix; the request's field and
      *> values come off the exception master, frozen there since the
      *> needs-fix decision.
       1320-ADD-CANDIDATE.
           ADD 1 TO WS-CANDIDATE-COUNT
           MOVE WS-CANDIDATE-COUNT TO WS-CX
           MOVE WS-PREV-RECON-ID TO WS-CN-RECON-ID(WS-CX)
           MOVE WS-PREV-KEY TO WS-CN-RECORD-KEY(WS-CX)
           MOVE WS-PREV-SEQUENCE TO WS-CN-SEQUENCE(WS-CX)
           MOVE WS-PREV-REQUEST-NUMBER TO WS-CN-REQUEST-NUMBER(WS-CX)
           MOVE SPACES TO WS-CN-DECIDED-STAMP(WS-CX)
           STRING WS-PREV-DISP-DATE(1:4) WS-PREV-DISP-DATE(6:2)
               WS-PREV-DISP-DATE(9:2) WS-PREV-DISP-TIME(1:2)
               WS-PREV-DISP-TIME(4:2) WS-PREV-DISP-TIME(7:2)
               DELIMITED BY SIZE INTO WS-CN-DECIDED-STAMP(WS-CX)
           MOVE SPACES TO WS-CN-FIELD-NAME(WS-CX)
           MOVE ZERO TO WS-CN-DIFF-POSITION(WS-CX)
           MOVE SPACES TO WS-CN-SENT-OLD-VALUE(WS-CX)
           MOVE SPACES TO WS-CN-SENT-NEW-VALUE(WS-CX)
           MOVE WS-PREV-RECON-ID TO XK-RECON-ID
           MOVE WS-PREV-KEY TO XK-RECORD-KEY
           READ EXCEPTION-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE XK-FIELD-NAME TO WS-CN-FIELD-NAME(WS-CX)
                   MOVE XK-DIFF-POSITION
                       TO WS-CN-DIFF-POSITION(WS-CX)
                   MOVE XK-OLD-VALUE TO WS-CN-SENT-OLD-VALUE(WS-CX)
                   MOVE XK-NEW-VALUE TO WS-CN-SENT-NEW-VALUE(WS-CX)
           END-READ
           MOVE SPACES TO WS-CN-RUN-ID(WS-CX)
           MOVE SPACE TO WS-CN-OUTCOME(WS-CX)
           MOVE SPACES TO WS-CN-RESULT-FLAG(WS-CX)
           MOVE ZERO TO WS-CN-NOW-DIFF-POSITION(WS-CX)
           MOVE SPACES TO WS-CN-NOW-FIELD-NAME(WS-CX)
           MOVE SPACES TO WS-CN-NOW-OLD-VALUE(WS-CX)
           MOVE SPACES TO WS-CN-NOW-NEW-VALUE(WS-CX)
           PERFORM 1330-RESOLVE-FIELD.

      *> The reconciliation's member and switches, then the card: by
      *> name when the master holds one, else the card whose columns
      *> cover the differing column. WS-CN-FDX stays zero when no card
      *> fits.
       1330-RESOLVE-FIELD.
           MOVE SPACES TO WS-LOOKUP-MEMBER
           MOVE "N" TO WS-CN-TRIM-SW(WS-CX)
           MOVE "N" TO WS-CN-CASE-SW(WS-CX)
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-REG-COUNT
               IF WS-RG-RECON-ID(WS-GX) = WS-CN-RECON-ID(WS-CX)
                   MOVE WS-RG-MEMBER(WS-GX) TO WS-LOOKUP-MEMBER
                   MOVE WS-RG-TRIM-SW(WS-GX) TO WS-CN-TRIM-SW(WS-CX)
                   MOVE WS-RG-CASE-SW(WS-GX) TO WS-CN-CASE-SW(WS-CX)
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-CN-FDX(WS-CX)
           PERFORM VARYING WS-FDX FROM 1 BY 1
                   UNTIL WS-FDX > WS-FIELD-DEF-COUNT
                   OR WS-CN-FDX(WS-CX) > ZERO
               IF WS-FD-MEMBER(WS-FDX) = WS-LOOKUP-MEMBER
                   IF WS-CN-FIELD-NAME(WS-CX) NOT = SPACES
                       IF WS-FD-NAME(WS-FDX) = WS-CN-FIELD-NAME(WS-CX)
                           MOVE WS-FDX TO WS-CN-FDX(WS-CX)
                       END-IF
                   ELSE
                       IF WS-CN-DIFF-POSITION(WS-CX)
                               >= WS-FD-START(WS-FDX)
                           AND WS-CN-DIFF-POSITION(WS-CX)
                               < WS-FD-START(WS-FDX)
                                 + WS-FD-LENGTH(WS-FDX)
                           MOVE WS-FDX TO WS-CN-FDX(WS-CX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CN-FDX(WS-CX) > ZERO
               AND WS-CN-FIELD-NAME(WS-CX) = SPACES
               MOVE WS-FD-NAME(WS-CN-FDX(WS-CX))
                   TO WS-CN-FIELD-NAME(WS-CX)
           END-IF.

      *> One pass of the compare report. Records arrive in run order,
      *> so a key's newer run simply starts its judgement afresh.
       2000-SCAN-REPORT.
           PERFORM 2100-READ-REPORT-RECORD
           PERFORM UNTIL WS-RPT-EOF
               PERFORM 2150-NOTE-RECON-RUN
               PERFORM 2200-FIND-CANDIDATE
               IF WS-CX > ZERO
                   PERFORM 2300-APPLY-REPORT-RECORD
               END-IF
               PERFORM 2100-READ-REPORT-RECORD
           END-PERFORM.

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

      *> WS-CX comes back as the candidate for the record's key, or
      *> zero.
       2200-FIND-CANDIDATE.
           MOVE ZERO TO WS-CX
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CANDIDATE-COUNT
               IF WS-CN-RECORD-KEY(WS-SUB) = CR-RECORD-KEY
                   AND WS-CN-RECON-ID(WS-SUB) = CR-RECON-ID
                   MOVE WS-SUB TO WS-CX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> A field-level record carries one differing field's values;
      *> every other record carries the whole payloads, cut down here
      *> to the corrected field's columns. A key on only one of the
      *> extracts has nothing to agree with.
       2300-APPLY-REPORT-RECORD.
           IF CR-RUN-ID > WS-CN-RUN-ID(WS-CX)
               MOVE CR-RUN-ID TO WS-CN-RUN-ID(WS-CX)
               MOVE SPACE TO WS-CN-OUTCOME(WS-CX)
           END-IF
           IF CR-RUN-ID = WS-CN-RUN-ID(WS-CX)
               AND NOT WS-CN-STILL-DIFFERS(WS-CX)
               AND NOT WS-CN-KEY-MISSING(WS-CX)
               EVALUATE TRUE
                   WHEN CR-RESULT-EQUAL
                       SET WS-CN-AGREES(WS-CX) TO TRUE
                   WHEN CR-RESULT-OLD-ONLY
                       OR CR-RESULT-NEW-ONLY
                       OR CR-RESULT-REF-ONLY
                       OR CR-RESULT-OLD-MISS
                       OR CR-RESULT-NEW-MISS
                       SET WS-CN-KEY-MISSING(WS-CX) TO TRUE
                       PERFORM 2360-NOTE-FAILURE
                   WHEN CR-FIELD-NAME NOT = SPACES
                       PERFORM 2310-JUDGE-FIELD-RECORD
                   WHEN OTHER
                       PERFORM 2320-JUDGE-PAYLOAD-RECORD
               END-EVALUATE
           END-IF.

      *> Another field's difference says nothing against the fix;
      *> the corrected field's own line is re-compared under its card
      *> (a tolerance widened since the request can make it agree).
      *> Without a field name to go on, any difference left on the key
      *> counts against the fix.
       2310-JUDGE-FIELD-RECORD.
           EVALUATE TRUE
               WHEN WS-CN-FIELD-NAME(WS-CX) = SPACES
                   SET WS-CN-STILL-DIFFERS(WS-CX) TO TRUE
                   PERFORM 2360-NOTE-FAILURE
               WHEN CR-FIELD-NAME NOT = WS-CN-FIELD-NAME(WS-CX)
                   SET WS-CN-AGREES(WS-CX) TO TRUE
               WHEN OTHER
                   MOVE CR-AREA-1 TO WS-COMPARE-1
                   MOVE CR-AREA-2 TO WS-COMPARE-2
                   PERFORM 2330-COMPARE-CORRECTED-FIELD
                   IF WS-VALUES-AGREE
                       SET WS-CN-AGREES(WS-CX) TO TRUE
                   ELSE
                       SET WS-CN-STILL-DIFFERS(WS-CX) TO TRUE
                       PERFORM 2360-NOTE-FAILURE
                   END-IF
           END-EVALUATE.

       2320-JUDGE-PAYLOAD-RECORD.
           MOVE SPACES TO WS-COMPARE-1
           MOVE SPACES TO WS-COMPARE-2
           IF WS-CN-FDX(WS-CX) > ZERO
               MOVE WS-CN-FDX(WS-CX) TO WS-FDX
               MOVE CR-AREA-1(WS-FD-START(WS-FDX):WS-FD-LENGTH(WS-FDX))
                   TO WS-COMPARE-1(1:WS-FD-LENGTH(WS-FDX))
               MOVE CR-AREA-2(WS-FD-START(WS-FDX):WS-FD-LENGTH(WS-FDX))
                   TO WS-COMPARE-2(1:WS-FD-LENGTH(WS-FDX))
           ELSE
               MOVE CR-AREA-1 TO WS-COMPARE-1
               MOVE CR-AREA-2 TO WS-COMPARE-2
           END-IF
           PERFORM 2330-COMPARE-CORRECTED-FIELD
           IF WS-VALUES-AGREE
               SET WS-CN-AGREES(WS-CX) TO TRUE
           ELSE
               SET WS-CN-STILL-DIFFERS(WS-CX) TO TRUE
               PERFORM 2360-NOTE-FAILURE
           END-IF.

      *> The same rules RECONCIL applies to a field: byte-identical
      *> values always agree; type N is a numeric compare within the
      *> card's tolerance, type D a calendar-date compare; text
      *> honours the reconciliation's trim/case switches. Without a
      *> card the values are compared as text.
       2330-COMPARE-CORRECTED-FIELD.
           MOVE "N" TO WS-VALUES-AGREE-SW
           MOVE "A" TO WS-COMPARE-TYPE
           MOVE ZERO TO WS-NUMERIC-TOLERANCE
           IF WS-CN-FDX(WS-CX) > ZERO
               MOVE WS-FD-TYPE(WS-CN-FDX(WS-CX)) TO WS-COMPARE-TYPE
               MOVE WS-FD-TOLERANCE(WS-CN-FDX(WS-CX))
                   TO WS-NUMERIC-TOLERANCE
           END-IF
           MOVE WS-COMPARE-1 TO WS-STILL-OLD-VALUE
           MOVE WS-COMPARE-2 TO WS-STILL-NEW-VALUE

           IF WS-CN-CASE-SW(WS-CX) = "Y"
               MOVE FUNCTION UPPER-CASE(WS-COMPARE-1) TO WS-COMPARE-1
               MOVE FUNCTION UPPER-CASE(WS-COMPARE-2) TO WS-COMPARE-2
           END-IF

           EVALUATE TRUE
               WHEN WS-COMPARE-1 = WS-COMPARE-2
                   SET WS-VALUES-AGREE TO TRUE
               WHEN WS-COMPARE-TYPE = "N"
                   PERFORM 2340-NUMERIC-COMPARE
               WHEN WS-COMPARE-TYPE = "D"
                   PERFORM 2350-DATE-COMPARE
               WHEN WS-CN-TRIM-SW(WS-CX) = "Y"
                   IF FUNCTION TRIM(WS-COMPARE-1, TRAILING)
                       = FUNCTION TRIM(WS-COMPARE-2, TRAILING)
                       SET WS-VALUES-AGREE TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> A value that is not numeric never agrees with another by
      *> collapsing to zero - the same guard the compare keeps.
       2340-NUMERIC-COMPARE.
           MOVE ZERO TO WS-NUMERIC-1
           MOVE ZERO TO WS-NUMERIC-2
           MOVE "N" TO WS-NUMERIC-1-VALID-SW
           MOVE "N" TO WS-NUMERIC-2-VALID-SW
           IF FUNCTION TRIM(WS-COMPARE-1) IS NUMERIC
               COMPUTE WS-NUMERIC-1 =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-COMPARE-1))
               SET WS-NUMERIC-1-VALID TO TRUE
           END-IF
           IF FUNCTION TRIM(WS-COMPARE-2) IS NUMERIC
               COMPUTE WS-NUMERIC-2 =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-COMPARE-2))
               SET WS-NUMERIC-2-VALID TO TRUE
           END-IF
           COMPUTE WS-NUMERIC-DIFF = WS-NUMERIC-1 - WS-NUMERIC-2
           IF WS-NUMERIC-1-VALID AND WS-NUMERIC-2-VALID
               AND FUNCTION ABS(WS-NUMERIC-DIFF)
                   <= WS-NUMERIC-TOLERANCE
               SET WS-VALUES-AGREE TO TRUE
           END-IF.

       2350-DATE-COMPARE.
           MOVE FUNCTION TRIM(WS-COMPARE-1, LEADING)
               TO WS-DATE-WORK
           PERFORM 2355-PARSE-DATE-VALUE
           MOVE WS-DATE-PARSED TO WS-DATE-1
           MOVE WS-DATE-VALID-SW TO WS-DATE-1-VALID-SW
           MOVE FUNCTION TRIM(WS-COMPARE-2, LEADING)
               TO WS-DATE-WORK
           PERFORM 2355-PARSE-DATE-VALUE
           MOVE WS-DATE-PARSED TO WS-DATE-2
           MOVE WS-DATE-VALID-SW TO WS-DATE-2-VALID-SW

           IF WS-DATE-1-VALID AND WS-DATE-2-VALID
               AND WS-DATE-1 = WS-DATE-2
               SET WS-VALUES-AGREE TO TRUE
           END-IF.

      *> YYYY-MM-DD, MM/DD/YYYY or bare YYYYMMDD, as the compare
      *> reads them.
       2355-PARSE-DATE-VALUE.
           MOVE "N" TO WS-DATE-VALID-SW
           MOVE ZERO TO WS-DATE-PARSED
           EVALUATE TRUE
               WHEN WS-DATE-WORK(5:1) = "-"
                   AND WS-DATE-WORK(8:1) = "-"
                   AND WS-DATE-WORK(1:4) NUMERIC
                   AND WS-DATE-WORK(6:2) NUMERIC
                   AND WS-DATE-WORK(9:2) NUMERIC
                   MOVE WS-DATE-WORK(1:4) TO WS-DATE-YYYY
                   MOVE WS-DATE-WORK(6:2) TO WS-DATE-MM
                   MOVE WS-DATE-WORK(9:2) TO WS-DATE-DD
                   SET WS-DATE-VALID TO TRUE
               WHEN WS-DATE-WORK(3:1) = "/"
                   AND WS-DATE-WORK(6:1) = "/"
                   AND WS-DATE-WORK(1:2) NUMERIC
                   AND WS-DATE-WORK(4:2) NUMERIC
                   AND WS-DATE-WORK(7:4) NUMERIC
                   MOVE WS-DATE-WORK(7:4) TO WS-DATE-YYYY
                   MOVE WS-DATE-WORK(1:2) TO WS-DATE-MM
                   MOVE WS-DATE-WORK(4:2) TO WS-DATE-DD
                   SET WS-DATE-VALID TO TRUE
               WHEN WS-DATE-WORK(1:8) NUMERIC
                   AND WS-DATE-WORK(9:2) = SPACES
                   MOVE WS-DATE-WORK(1:4) TO WS-DATE-YYYY
                   MOVE WS-DATE-WORK(5:2) TO WS-DATE-MM
                   MOVE WS-DATE-WORK(7:2) TO WS-DATE-DD
                   SET WS-DATE-VALID TO TRUE
           END-EVALUATE

           IF WS-DATE-VALID
               IF WS-DATE-MM-NUM < 1 OR WS-DATE-MM-NUM > 12
                   OR WS-DATE-DD-NUM < 1 OR WS-DATE-DD-NUM > 31
                   MOVE "N" TO WS-DATE-VALID-SW
               ELSE
                   STRING WS-DATE-YYYY WS-DATE-MM WS-DATE-DD
                       DELIMITED BY SIZE INTO WS-DATE-WORK
                   MOVE WS-DATE-WORK(1:8) TO WS-DATE-PARSED
               END-IF
           END-IF.

      *> The failing record's compare detail, for the master, and the
      *> corrected field's values as tonight's extracts carry them,
      *> for the report (a missing key's values are its payloads).
       2360-NOTE-FAILURE.
           MOVE CR-RESULT-FLAG TO WS-CN-RESULT-FLAG(WS-CX)
           MOVE CR-DIFF-POSITION TO WS-CN-NOW-DIFF-POSITION(WS-CX)
           MOVE CR-FIELD-NAME TO WS-CN-NOW-FIELD-NAME(WS-CX)
           MOVE CR-AREA-1 TO WS-CN-NOW-OLD-VALUE(WS-CX)
           MOVE CR-AREA-2 TO WS-CN-NOW-NEW-VALUE(WS-CX).

      *> Only the reconciliation's latest run counts, and only when it
      *> ran after the needs-fix decision - an older run cannot show
      *> a fix made since. The nightly job runs this step after the
      *> compare and CORRGEN applies acknowledgements in the day, so
      *> the latest run is the first extract cut after the
      *> acknowledgement.
       3000-JUDGE-CANDIDATES.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CANDIDATE-COUNT
               PERFORM 3050-FIND-RECON-RUN
               EVALUATE TRUE
                   WHEN WS-CN-NOT-JUDGED(WS-CX)
                       OR WS-CN-RUN-ID(WS-CX) NOT = WS-RECON-LAST-RUN-ID
                       OR WS-CN-RUN-ID(WS-CX)
                           NOT > WS-CN-DECIDED-STAMP(WS-CX)
                       ADD 1 TO WS-PENDING-COUNT
                       DISPLAY "FIXVERIF: REQUEST "
                           WS-CN-REQUEST-NUMBER(WS-CX)
                           " RECON " WS-CN-RECON-ID(WS-CX)
                           " KEY " WS-CN-RECORD-KEY(WS-CX)
                           " NOT IN A RUN SINCE THE DECISION - "
                           "LEFT FOR THE NEXT RUN"
                   WHEN WS-CN-AGREES(WS-CX)
                       PERFORM 3100-CONFIRM-FIX
                   WHEN OTHER
                       PERFORM 3200-FAIL-FIX
               END-EVALUATE
           END-PERFORM.

       3050-FIND-RECON-RUN.
           MOVE SPACES TO WS-RECON-LAST-RUN-ID
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RUN-RECON-COUNT
               IF WS-RN-RECON-ID(WS-RX) = WS-CN-RECON-ID(WS-CX)
                   MOVE WS-RN-LAST-RUN-ID(WS-RX)
                       TO WS-RECON-LAST-RUN-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The fix held: the key is cleared on the master. Nothing else
      *> is left to do on it unless a later extract breaks again, when
      *> the compare reopens it as it would any cleared key.
       3100-CONFIRM-FIX.
           MOVE "V" TO AK-DISPOSITION-CODE
           MOVE SPACES TO AK-COMMENT
           STRING "FIX VERIFIED IN RUN " WS-CN-RUN-ID(WS-CX)
               " - " WS-CN-FIELD-NAME(WS-CX)
               DELIMITED BY SIZE INTO AK-COMMENT
           PERFORM 3300-WRITE-OUTCOME-AUDIT
           IF WS-OUTCOME-LOGGED
               ADD 1 TO WS-VERIFIED-COUNT
               MOVE WS-CN-RECON-ID(WS-CX) TO XK-RECON-ID
               MOVE WS-CN-RECORD-KEY(WS-CX) TO XK-RECORD-KEY
               READ EXCEPTION-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET XK-STATUS-CLEARED TO TRUE
                       REWRITE EXCEPTION-KSDS-RECORD
                           INVALID KEY
                               DISPLAY "FIXVERIF: MASTER REWRITE "
                                   "FAILED FOR KEY " XK-RECORD-KEY
                                   " STATUS " WS-EXC-FILE-STATUS
                       END-REWRITE
               END-READ
           END-IF.

      *> The fix did not hold: the key goes back on the master as OPEN
      *> with tonight's compare detail, keeping its first-open run so
      *> it ages from the original break and its owner so it returns
      *> to the same queue. A key no longer on the master gets a new
      *> open record, as a supervisor reversal does.
       3200-FAIL-FIX.
           IF WS-CN-KEY-MISSING(WS-CX)
               MOVE "KEY NOT ON BOTH FILES" TO WS-FAIL-REASON
           ELSE
               MOVE "FIELD STILL DIFFERS" TO WS-FAIL-REASON
           END-IF
           MOVE "F" TO AK-DISPOSITION-CODE
           MOVE SPACES TO AK-COMMENT
           STRING "CORRECTION FAILED - " DELIMITED BY SIZE
               WS-FAIL-REASON DELIMITED BY "  "
               " RUN " WS-CN-RUN-ID(WS-CX) DELIMITED BY SIZE
               INTO AK-COMMENT
           PERFORM 3300-WRITE-OUTCOME-AUDIT
           IF WS-OUTCOME-LOGGED
               ADD 1 TO WS-FAILED-COUNT
               MOVE WS-CN-RECON-ID(WS-CX) TO XK-RECON-ID
               MOVE WS-CN-RECORD-KEY(WS-CX) TO XK-RECORD-KEY
               READ EXCEPTION-MASTER-FILE
                   INVALID KEY
                       PERFORM 3210-FILL-MASTER-DETAIL
                       MOVE WS-CN-RUN-ID(WS-CX) TO XK-RUN-ID
                       MOVE SPACES TO XK-ASSIGNED-TO
                       MOVE SPACES TO XK-LINKED-KEY
                       WRITE EXCEPTION-KSDS-RECORD
                           INVALID KEY
                               DISPLAY "FIXVERIF: MASTER WRITE "
                                   "FAILED FOR KEY " XK-RECORD-KEY
                                   " STATUS " WS-EXC-FILE-STATUS
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM 3210-FILL-MASTER-DETAIL
                       REWRITE EXCEPTION-KSDS-RECORD
                           INVALID KEY
                               DISPLAY "FIXVERIF: MASTER REWRITE "
                                   "FAILED FOR KEY " XK-RECORD-KEY
                                   " STATUS " WS-EXC-FILE-STATUS
                       END-REWRITE
               END-READ
               PERFORM 3400-WRITE-FAILURE-LINES
           END-IF.

       3210-FILL-MASTER-DETAIL.
           MOVE WS-CN-RECON-ID(WS-CX) TO XK-RECON-ID
           MOVE WS-CN-RECORD-KEY(WS-CX) TO XK-RECORD-KEY
           MOVE WS-CN-RESULT-FLAG(WS-CX) TO XK-RESULT-FLAG
           MOVE WS-CN-NOW-DIFF-POSITION(WS-CX) TO XK-DIFF-POSITION
           MOVE WS-CN-NOW-FIELD-NAME(WS-CX) TO XK-FIELD-NAME
           MOVE WS-CN-NOW-OLD-VALUE(WS-CX) TO XK-OLD-VALUE
           MOVE WS-CN-NOW-NEW-VALUE(WS-CX) TO XK-NEW-VALUE
           SET XK-STATUS-OPEN TO TRUE.

      *> The outcome follows the acknowledged needs-fix record and
      *> carries its request number. It supersedes nothing: it judges
      *> the extract team's fix, not the operator's decision.
       3300-WRITE-OUTCOME-AUDIT.
           MOVE "N" TO WS-OUTCOME-LOGGED-SW
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-NEXT-SEQUENCE = WS-CN-SEQUENCE(WS-CX) + 1
           MOVE WS-CN-RECON-ID(WS-CX) TO AK-RECON-ID
           MOVE WS-CN-RECORD-KEY(WS-CX) TO AK-RECORD-KEY
           MOVE WS-NEXT-SEQUENCE TO AK-SEQUENCE
           MOVE "FIXVERIF" TO AK-USER-ID
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO AK-DISPOSITION-DATE
           STRING WS-NOW-HH ":" WS-NOW-MN ":" WS-NOW-SS
               DELIMITED BY SIZE INTO AK-DISPOSITION-TIME
           MOVE ZERO TO AK-SUPERSEDES-SEQ
           MOVE SPACE TO AK-TRANSMIT-FLAG
           MOVE WS-CN-REQUEST-NUMBER(WS-CX) TO AK-REQUEST-NUMBER
           WRITE AUDIT-KSDS-RECORD
               INVALID KEY
                   DISPLAY "FIXVERIF: AUDIT WRITE FAILED FOR KEY "
                       AK-RECORD-KEY " STATUS " WS-AUD-FILE-STATUS
               NOT INVALID KEY
                   SET WS-OUTCOME-LOGGED TO TRUE
           END-WRITE.

      *> The request's values are what the master held when it was
      *> cut; tonight's are the corrected field's columns where a
      *> card locates them in a payload record.
       3400-WRITE-FAILURE-LINES.
           MOVE WS-CN-REQUEST-NUMBER(WS-CX) TO WS-FR-REQUEST
           MOVE WS-CN-RECON-ID(WS-CX) TO WS-FR-RECON-ID
           MOVE WS-CN-RECORD-KEY(WS-CX) TO WS-FR-KEY
           MOVE WS-CN-FIELD-NAME(WS-CX) TO WS-FR-FIELD
           MOVE WS-CN-RUN-ID(WS-CX) TO WS-FR-RUN-ID
           MOVE WS-FAIL-REASON TO WS-FR-REASON
           WRITE FAILED-FIX-REPORT-LINE FROM WS-FAILURE-DETAIL

           MOVE "AS REQUESTED" TO WS-FV-LABEL
           MOVE WS-CN-SENT-OLD-VALUE(WS-CX) TO WS-FV-OLD-VALUE
           MOVE WS-CN-SENT-NEW-VALUE(WS-CX) TO WS-FV-NEW-VALUE
           WRITE FAILED-FIX-REPORT-LINE FROM WS-FAILURE-VALUES

           MOVE WS-CN-NOW-OLD-VALUE(WS-CX) TO WS-STILL-OLD-VALUE
           MOVE WS-CN-NOW-NEW-VALUE(WS-CX) TO WS-STILL-NEW-VALUE
           IF WS-CN-NOW-FIELD-NAME(WS-CX) = SPACES
               AND WS-CN-FDX(WS-CX) > ZERO
               AND NOT WS-CN-KEY-MISSING(WS-CX)
               MOVE WS-CN-FDX(WS-CX) TO WS-FDX
               MOVE SPACES TO WS-STILL-OLD-VALUE
               MOVE SPACES TO WS-STILL-NEW-VALUE
               MOVE WS-CN-NOW-OLD-VALUE(WS-CX)
                       (WS-FD-START(WS-FDX):WS-FD-LENGTH(WS-FDX))
                   TO WS-STILL-OLD-VALUE(1:WS-FD-LENGTH(WS-FDX))
               MOVE WS-CN-NOW-NEW-VALUE(WS-CX)
                       (WS-FD-START(WS-FDX):WS-FD-LENGTH(WS-FDX))
                   TO WS-STILL-NEW-VALUE(1:WS-FD-LENGTH(WS-FDX))
           END-IF
           MOVE "STILL ON FILE" TO WS-FV-LABEL
           MOVE WS-STILL-OLD-VALUE TO WS-FV-OLD-VALUE
           MOVE WS-STILL-NEW-VALUE TO WS-FV-NEW-VALUE
           WRITE FAILED-FIX-REPORT-LINE FROM WS-FAILURE-VALUES

           MOVE SPACES TO FAILED-FIX-REPORT-LINE
           WRITE FAILED-FIX-REPORT-LINE.

       4000-FINALIZE.
           MOVE WS-FAILED-COUNT TO WS-RT-FAILED
           WRITE FAILED-FIX-REPORT-LINE FROM WS-REPORT-TOTAL

           CLOSE COMPARE-REPORT-FILE
           CLOSE FAILED-FIX-REPORT-FILE
           CLOSE EXCEPTION-MASTER-FILE
           CLOSE AUDIT-TRAIL-FILE

           DISPLAY "FIXVERIF SUMMARY: REPORT RECORDS READ  = "
               WS-REPORT-READ-COUNT
           DISPLAY "FIXVERIF SUMMARY: FIXES TO VERIFY      = "
               WS-CANDIDATE-COUNT
           DISPLAY "FIXVERIF SUMMARY: FIXES VERIFIED       = "
               WS-VERIFIED-COUNT
           DISPLAY "FIXVERIF SUMMARY: CORRECTIONS FAILED   = "
               WS-FAILED-COUNT
           DISPLAY "FIXVERIF SUMMARY: LEFT FOR A LATER RUN = "
               WS-PENDING-COUNT
           DISPLAY "FIXVERIF SUMMARY: DEFERRED (TABLE FULL) = "
               WS-OVERFLOW-COUNT

           IF WS-FAILED-COUNT > ZERO
               DISPLAY "FIXVERIF: CORRECTIONS FAILED - SEND FIXRPT "
                   "TO THE EXTRACT TEAM"
               MOVE 4 TO RETURN-CODE
           END-IF.
