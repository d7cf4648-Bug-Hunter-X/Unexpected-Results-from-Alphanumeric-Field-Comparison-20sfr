      *>----------------------------------------------------------------
      *> PROGRAM:  MTHCERT
      *>
      *> Month-end certification statement for one reconciliation and
      *> one calendar month, prepared for a supervisor to sign off in
      *> CERTSIGN. Finance needs a signed statement that the month's
      *> reconciliation is complete, and numbers reported to the
      *> auditors that do not move afterwards.
      *>
      *> The statement gives:
      *>   - the month's runs off RUNHIST (run records stamped in the
      *>     month for the reconciliation): how many, how many ended
      *>     RC 8 or worse, records compared, mismatches reported;
      *>   - the exceptions raised in the month (exception-master
      *>     records whose first open run fell in the month) and where
      *>     each stands on its latest audit decision: accepted by an
      *>     AUTODISP rule, accepted by a person, sent for fix, cleared
      *>     by a later extract without a decision, or still open;
      *>   - every exception still open, listed with its age in days
      *>     at month end and the operator whose queue it sits in.
      *> An accepting user ID is an AUTODISP rule when it is a rule
      *> on the rule history, as DISPWKLD decides it.
      *>
      *> The figures are frozen on the certification log (CERTKSD) as
      *> a PREPARED record. From then on the period is locked: DISPOSE
      *> and SUPERREV refuse to change a disposition for an exception
      *> raised in it, so what the supervisor signs is what the files
      *> say. Re-running before sign-off prepares the statement afresh
      *> (a new prepared record supersedes the old one). Once a
      *> supervisor has signed it the period stays locked and this
      *> program only reprints the signed figures; a supervisor must
      *> reopen the period in CERTSIGN before it can be prepared again.
      *>
      *> The month must be over: the current month cannot be
      *> prepared. Run after the month's last nightly batch and before
      *> housekeeping archives any of its history.
      *>
      *> Return codes:  0 = statement prepared
      *>                4 = period already certified - signed
      *>                    statement reprinted, nothing prepared
      *>                8 = period not valid or not yet ended -
      *>                    nothing prepared
      *>               16 = a required file could not be opened
      *>----------------------------------------------------------------
       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTHCERT.
       AUTHOR. RECONCILIATION-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCPKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XK-EXCEPTION-KEY
               FILE STATUS IS WS-EXC-FILE-STATUS.

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

           SELECT CERTIFICATION-FILE ASSIGN TO "CERTKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CERT-KEY
               FILE STATUS IS WS-CRT-FILE-STATUS.

           SELECT CERTIFICATION-REPORT-FILE ASSIGN TO "CERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE.
       COPY RUNHIST.

       FD  EXCEPTION-MASTER-FILE.
       COPY EXCPKSD.

       FD  AUDIT-TRAIL-FILE.
       COPY AUDITKSD.

       FD  RULE-HISTORY-FILE.
       COPY RULEHIST.

       FD  CERTIFICATION-FILE.
       COPY CERTKSD.

       FD  CERTIFICATION-REPORT-FILE.
       01  CERTIFICATION-REPORT-LINE   PIC X(132).

       FD  CONTROL-CARD-FILE.
       COPY CERTCARD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-HIST-FILE-STATUS     PIC X(02).
           05  WS-EXC-FILE-STATUS      PIC X(02).
           05  WS-AUD-FILE-STATUS      PIC X(02).
           05  WS-RUL-FILE-STATUS      PIC X(02).
           05  WS-CRT-FILE-STATUS      PIC X(02).
           05  WS-RPT-FILE-STATUS      PIC X(02).
           05  WS-CTL-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
               88  WS-HIST-EOF             VALUE "Y".
           05  WS-EXC-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EXC-EOF              VALUE "Y".
           05  WS-AUDIT-SCAN-DONE-SW   PIC X(01) VALUE "N".
               88  WS-AUDIT-SCAN-DONE      VALUE "Y".
           05  WS-CERT-SCAN-DONE-SW    PIC X(01) VALUE "N".
               88  WS-CERT-SCAN-DONE       VALUE "Y".
           05  WS-RULE-ID-SW           PIC X(01) VALUE "N".
               88  WS-RULE-ID              VALUE "Y".

      *> The period's state on the certification log before this run:
      *> N = never prepared, or the latest record's action code.
           05  WS-PERIOD-STATE         PIC X(01) VALUE "N".
               88  WS-PERIOD-NEW           VALUE "N".
               88  WS-PERIOD-PREPARED      VALUE "P".
               88  WS-PERIOD-CERTIFIED     VALUE "C".
               88  WS-PERIOD-REOPENED      VALUE "R".

       01  WS-COUNTERS.
           05  WS-HISTORY-READ         PIC 9(09) VALUE ZERO.
           05  WS-MASTER-READ          PIC 9(09) VALUE ZERO.

      *> Rule identifiers loaded from the rule history (every rule
      *> ever approved, retired or not) so an accepting AK-USER-ID
      *> that is really a rule counts as an AUTODISP acceptance; a
      *> missing history counts every acceptance as a person's.
       01  WS-RULE-IDS.
           05  WS-RULE-ID-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-RULE-ID-TABLE        PIC X(08) OCCURS 100 TIMES.

       01  WS-RX                       PIC 9(03) VALUE ZERO.

      *> The statement being built - the same layout the log carries.
       01  WS-STATEMENT-FIGURES.
           05  WS-RUN-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-FAILED-RUN-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-COMPARED-COUNT       PIC 9(11) VALUE ZERO.
           05  WS-MISMATCH-COUNT       PIC 9(11) VALUE ZERO.
           05  WS-RAISED-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-AUTO-ACCEPTED-COUNT  PIC 9(09) VALUE ZERO.
           05  WS-MANUAL-ACCEPTED-COUNT
                                       PIC 9(09) VALUE ZERO.
           05  WS-NEEDS-FIX-COUNT      PIC 9(09) VALUE ZERO.
           05  WS-CLEARED-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-OPEN-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-OPEN-OVER-30-COUNT   PIC 9(09) VALUE ZERO.
           05  WS-OLDEST-OPEN-DAYS     PIC 9(05) VALUE ZERO.

       01  WS-LATEST-CERT-RECORD       PIC X(250) VALUE SPACES.
       01  WS-LATEST-CERT-SEQUENCE     PIC 9(03) VALUE ZERO.
       01  WS-LATEST-DISP-CODE         PIC X(01) VALUE SPACE.
       01  WS-LATEST-DISP-USER         PIC X(08) VALUE SPACES.

       01  WS-SCAN-KEY.
           05  WS-SCAN-RECON-ID        PIC X(08) VALUE SPACES.
           05  WS-SCAN-RECORD-KEY      PIC X(10) VALUE SPACES.

       01  WS-PERIOD-FIELDS.
           05  WS-PERIOD-X.
               10  WS-PERIOD-YYYY      PIC 9(04).
               10  WS-PERIOD-MM        PIC 9(02).
           05  WS-PERIOD-NUM REDEFINES WS-PERIOD-X
                                       PIC 9(06).
           05  WS-NEXT-PERIOD-X.
               10  WS-NEXT-YYYY        PIC 9(04).
               10  WS-NEXT-MM          PIC 9(02).
               10  WS-NEXT-DD          PIC 9(02).
           05  WS-NEXT-PERIOD-NUM REDEFINES WS-NEXT-PERIOD-X
                                       PIC 9(08).
           05  WS-MONTH-END-INTEGER    PIC 9(08) VALUE ZERO.
           05  WS-CURRENT-PERIOD       PIC 9(06) VALUE ZERO.

       01  WS-AGE-FIELDS.
           05  WS-RUN-DATE-X.
               10  WS-RUN-DATE-NUM     PIC 9(08).
           05  WS-RECORD-AGE           PIC S9(08) VALUE ZERO.

       01  WS-STATEMENT-RUN-ID.
           05  WS-SR-DATE              PIC 9(08).
           05  WS-SR-TIME              PIC 9(06).

       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(04).
           05  WS-TODAY-MM             PIC 9(02).
           05  WS-TODAY-DD             PIC 9(02).

       01  WS-NOW-TIME.
           05  WS-NOW-HH               PIC 9(02).
           05  WS-NOW-MN               PIC 9(02).
           05  WS-NOW-SS               PIC 9(02).
           05  FILLER                  PIC 9(02).

       01  WS-PREPARED-DATE            PIC X(10) VALUE SPACES.
       01  WS-PREPARED-TIME            PIC X(08) VALUE SPACES.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(48)
               VALUE "MONTH-END RECONCILIATION CERTIFICATION - PERIOD ".
           05  WS-RH-PERIOD            PIC X(07).
           05  FILLER                  PIC X(17)
               VALUE "  RECONCILIATION ".
           05  WS-RH-RECON-ID          PIC X(08).
           05  FILLER                  PIC X(11) VALUE "  PREPARED ".
           05  WS-RH-PREPARED-DATE     PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RH-PREPARED-TIME     PIC X(08).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-STATUS-LINE.
           05  FILLER                  PIC X(08) VALUE "STATUS: ".
           05  WS-SL-TEXT              PIC X(124).

       01  WS-OPEN-HEADER.
           05  FILLER                  PIC X(132)
               VALUE "EXCEPTIONS RAISED IN THE PERIOD AND STILL OPEN".

       01  WS-OPEN-COLUMNS.
           05  FILLER                  PIC X(52)
               VALUE "RECORD KEY   FIRST OPEN RUN     AGE    ASSIGNED".
           05  FILLER                  PIC X(80) VALUE "FIELD".

       01  WS-OPEN-COLUMNS-2.
           05  FILLER                  PIC X(52)
               VALUE "                              (DAYS)".
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-OPEN-DETAIL.
           05  WS-OD-KEY               PIC X(10).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-OD-RUN-ID            PIC X(14).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-OD-AGE               PIC ZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-OD-ASSIGNED-TO       PIC X(08).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-OD-FIELD             PIC X(20).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-FIGURE-LINE.
           05  WS-FL-LABEL             PIC X(44).
           05  WS-FL-COUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-FIGURES-HEADER.
           05  FILLER                  PIC X(132)
               VALUE "STATEMENT FIGURES".

       01  WS-SIGNATURE-LINE.
           05  FILLER                  PIC X(14) VALUE "CERTIFIED BY: ".
           05  WS-SG-USER-ID           PIC X(08).
           05  FILLER                  PIC X(06) VALUE "  ON: ".
           05  WS-SG-DATE              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SG-TIME              PIC X(08).
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  WS-COMMENT-LINE.
           05  FILLER                  PIC X(14) VALUE "COMMENT:      ".
           05  WS-CL-COMMENT           PIC X(60).
           05  FILLER                  PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1300-READ-PERIOD-STATE
           IF WS-PERIOD-CERTIFIED
               PERFORM 2800-REPRINT-CERTIFIED
           ELSE
               PERFORM 2000-PREPARE-STATEMENT
           END-IF
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-TODAY-DATE TO WS-SR-DATE
           STRING WS-NOW-HH WS-NOW-MN WS-NOW-SS
               DELIMITED BY SIZE INTO WS-SR-TIME
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-PREPARED-DATE
           STRING WS-NOW-HH ":" WS-NOW-MN ":" WS-NOW-SS
               DELIMITED BY SIZE INTO WS-PREPARED-TIME
           COMPUTE WS-CURRENT-PERIOD = WS-TODAY-YYYY * 100
               + WS-TODAY-MM

           MOVE SPACES TO CERTIFICATION-CARD
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTL-FILE-STATUS = "00"
               READ CONTROL-CARD-FILE
               CLOSE CONTROL-CARD-FILE
           END-IF
           MOVE FUNCTION UPPER-CASE(MC-RECON-ID) TO MC-RECON-ID
           PERFORM 1100-RESOLVE-PERIOD

           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "MTHCERT: CANNOT OPEN RUNHIST - STATUS "
                   WS-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EXCEPTION-MASTER-FILE
           IF WS-EXC-FILE-STATUS NOT = "00"
               DISPLAY "MTHCERT: CANNOT OPEN EXCEPTION MASTER - "
                   "STATUS " WS-EXC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "MTHCERT: CANNOT OPEN AUDIT TRAIL - STATUS "
                   WS-AUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> The certification log starts empty the first month-end; a
      *> missing file (status 35) is created and reopened for update.
           OPEN I-O CERTIFICATION-FILE
           IF WS-CRT-FILE-STATUS = "35"
               OPEN OUTPUT CERTIFICATION-FILE
               CLOSE CERTIFICATION-FILE
               OPEN I-O CERTIFICATION-FILE
           END-IF
           IF WS-CRT-FILE-STATUS NOT = "00"
               DISPLAY "MTHCERT: CANNOT OPEN CERTKSD - STATUS "
                   WS-CRT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1200-LOAD-RULE-IDS

           OPEN OUTPUT CERTIFICATION-REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "MTHCERT: CANNOT OPEN CERTRPT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> A blank period is last month. A period that is not a real
      *> month, or one not yet over, cannot be certified; nothing is
      *> opened or written for it.
       1100-RESOLVE-PERIOD.
           IF MC-PERIOD = SPACES
               IF WS-TODAY-MM = 1
                   COMPUTE WS-PERIOD-YYYY = WS-TODAY-YYYY - 1
                   MOVE 12 TO WS-PERIOD-MM
               ELSE
                   MOVE WS-TODAY-YYYY TO WS-PERIOD-YYYY
                   COMPUTE WS-PERIOD-MM = WS-TODAY-MM - 1
               END-IF
           ELSE
               MOVE MC-PERIOD TO WS-PERIOD-X
           END-IF

           IF WS-PERIOD-X NOT NUMERIC
               OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               OR WS-PERIOD-YYYY < 1601
               DISPLAY "MTHCERT: PERIOD " MC-PERIOD
                   " IS NOT A VALID YYYYMM - NOTHING PREPARED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIOD-NUM NOT < WS-CURRENT-PERIOD
               DISPLAY "MTHCERT: PERIOD " WS-PERIOD-X
                   " HAS NOT ENDED - NOTHING PREPARED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *> Ages are struck at the month's last day: the day before the
      *> first of the next month.
           IF WS-PERIOD-MM = 12
               COMPUTE WS-NEXT-YYYY = WS-PERIOD-YYYY + 1
               MOVE 1 TO WS-NEXT-MM
           ELSE
               MOVE WS-PERIOD-YYYY TO WS-NEXT-YYYY
               COMPUTE WS-NEXT-MM = WS-PERIOD-MM + 1
           END-IF
           MOVE 1 TO WS-NEXT-DD
           COMPUTE WS-MONTH-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD-NUM) - 1.

       1200-LOAD-RULE-IDS.
           MOVE ZERO TO WS-RULE-ID-COUNT
           OPEN INPUT RULE-HISTORY-FILE
           IF WS-RUL-FILE-STATUS = "00"
               PERFORM UNTIL WS-RUL-FILE-STATUS NOT = "00"
                   READ RULE-HISTORY-FILE NEXT RECORD
                   END-READ
                   IF WS-RUL-FILE-STATUS = "00"
                       AND RV-APPROVED
                       AND WS-RULE-ID-COUNT < 100
                       IF WS-RULE-ID-COUNT = ZERO
                           OR WS-RULE-ID-TABLE(WS-RULE-ID-COUNT)
                               NOT = RV-RULE-ID
                           ADD 1 TO WS-RULE-ID-COUNT
                           MOVE RV-RULE-ID TO
                               WS-RULE-ID-TABLE(WS-RULE-ID-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RULE-HISTORY-FILE
           ELSE
               DISPLAY "MTHCERT: NO RULE HISTORY - EVERY ACCEPTANCE "
                   "COUNTS AS MANUAL"
           END-IF.

      *> The period's latest certification record decides what this
      *> run may do; it is kept whole for the reprint and for the
      *> sequence of the record this run adds.
       1300-READ-PERIOD-STATE.
           SET WS-PERIOD-NEW TO TRUE
           MOVE ZERO TO WS-LATEST-CERT-SEQUENCE
           MOVE "N" TO WS-CERT-SCAN-DONE-SW
           MOVE MC-RECON-ID TO CT-RECON-ID
           MOVE WS-PERIOD-X TO CT-PERIOD
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
                   OR CT-RECON-ID NOT = MC-RECON-ID
                   OR CT-PERIOD NOT = WS-PERIOD-X
                   SET WS-CERT-SCAN-DONE TO TRUE
               ELSE
                   MOVE CT-SEQUENCE TO WS-LATEST-CERT-SEQUENCE
                   MOVE CT-ACTION TO WS-PERIOD-STATE
                   MOVE PERIOD-CERT-RECORD TO WS-LATEST-CERT-RECORD
               END-IF
           END-PERFORM.

       2000-PREPARE-STATEMENT.
           PERFORM 2050-WRITE-REPORT-HEADING
           PERFORM 2100-COUNT-PERIOD-RUNS
           PERFORM 2200-SWEEP-PERIOD-EXCEPTIONS
           PERFORM 2500-LOG-PREPARED-STATEMENT
           PERFORM 2600-WRITE-FIGURES
           MOVE "____________________" TO WS-CL-COMMENT
           MOVE "________" TO WS-SG-USER-ID
           MOVE SPACES TO WS-SG-DATE
           MOVE SPACES TO WS-SG-TIME
           MOVE SPACES TO CERTIFICATION-REPORT-LINE
           WRITE CERTIFICATION-REPORT-LINE
           WRITE CERTIFICATION-REPORT-LINE FROM WS-SIGNATURE-LINE.

       2050-WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-RH-PERIOD
           STRING WS-PERIOD-X(1:4) "-" WS-PERIOD-X(5:2)
               DELIMITED BY SIZE INTO WS-RH-PERIOD
           IF MC-RECON-ID = SPACES
               MOVE "(NONE)" TO WS-RH-RECON-ID
           ELSE
               MOVE MC-RECON-ID TO WS-RH-RECON-ID
           END-IF
           IF WS-PERIOD-CERTIFIED
               MOVE WS-LATEST-CERT-RECORD TO PERIOD-CERT-RECORD
               MOVE SPACES TO WS-RH-PREPARED-DATE
               STRING CT-STATEMENT-RUN-ID(1:4) "-"
                   CT-STATEMENT-RUN-ID(5:2) "-"
                   CT-STATEMENT-RUN-ID(7:2)
                   DELIMITED BY SIZE INTO WS-RH-PREPARED-DATE
               MOVE SPACES TO WS-RH-PREPARED-TIME
               STRING CT-STATEMENT-RUN-ID(9:2) ":"
                   CT-STATEMENT-RUN-ID(11:2) ":"
                   CT-STATEMENT-RUN-ID(13:2)
                   DELIMITED BY SIZE INTO WS-RH-PREPARED-TIME
               MOVE "CERTIFIED - PERIOD LOCKED - SIGNED STATEMENT REPRINTED"
                   TO WS-SL-TEXT
           ELSE
               MOVE WS-PREPARED-DATE TO WS-RH-PREPARED-DATE
               MOVE WS-PREPARED-TIME TO WS-RH-PREPARED-TIME
               MOVE "PREPARED - PERIOD LOCKED - AWAITING SIGN-OFF IN CERTSIGN"
                   TO WS-SL-TEXT
           END-IF
           WRITE CERTIFICATION-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE CERTIFICATION-REPORT-LINE FROM WS-STATUS-LINE
           MOVE SPACES TO CERTIFICATION-REPORT-LINE
           WRITE CERTIFICATION-REPORT-LINE.

      *> Run records only - the exposure records EXPOSRPT keeps on
      *> the same history are not runs.
       2100-COUNT-PERIOD-RUNS.
           PERFORM UNTIL WS-HIST-EOF
               READ RUN-HISTORY-FILE
                   AT END SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       IF RH-RUN-RECORD
                           AND RH-RECON-ID = MC-RECON-ID
                           AND RH-RUN-ID(1:6) = WS-PERIOD-X
                           ADD 1 TO WS-RUN-COUNT
                           IF RH-FINAL-RETURN-CODE >= 8
                               ADD 1 TO WS-FAILED-RUN-COUNT
                           END-IF
                           ADD RH-COMPARED-COUNT TO WS-COMPARED-COUNT
                           ADD RH-MISMATCH-COUNT TO WS-MISMATCH-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      *> One keyed sweep of the reconciliation's part of the master.
      *> An exception belongs to the period its first open run fell
      *> in (XK-RUN-ID, the stamp AGERPT ages from).
       2200-SWEEP-PERIOD-EXCEPTIONS.
           WRITE CERTIFICATION-REPORT-LINE FROM WS-OPEN-HEADER
           WRITE CERTIFICATION-REPORT-LINE FROM WS-OPEN-COLUMNS
           WRITE CERTIFICATION-REPORT-LINE FROM WS-OPEN-COLUMNS-2

           MOVE LOW-VALUES TO XK-EXCEPTION-KEY
           MOVE MC-RECON-ID TO XK-RECON-ID
           START EXCEPTION-MASTER-FILE KEY NOT < XK-EXCEPTION-KEY
               INVALID KEY SET WS-EXC-EOF TO TRUE
           END-START
           IF WS-EXC-FILE-STATUS NOT = "00"
               SET WS-EXC-EOF TO TRUE
           END-IF
           PERFORM 2210-READ-MASTER-RECORD

           PERFORM UNTIL WS-EXC-EOF
               IF XK-RUN-ID(1:6) = WS-PERIOD-X
                   PERFORM 2300-CLASSIFY-EXCEPTION
               END-IF
               PERFORM 2210-READ-MASTER-RECORD
           END-PERFORM

           IF WS-OPEN-COUNT = ZERO
               MOVE SPACES TO CERTIFICATION-REPORT-LINE
               MOVE "  (NONE)" TO CERTIFICATION-REPORT-LINE
               WRITE CERTIFICATION-REPORT-LINE
           END-IF.

       2210-READ-MASTER-RECORD.
           READ EXCEPTION-MASTER-FILE NEXT RECORD
           END-READ
           IF WS-EXC-FILE-STATUS NOT = "00"
               OR XK-RECON-ID NOT = MC-RECON-ID
               SET WS-EXC-EOF TO TRUE
           ELSE
               ADD 1 TO WS-MASTER-READ
           END-IF.

      *> Where the exception stands is its latest audit decision; a
      *> key with no decision (or whose latest was reversed, or was
      *> an upstream fix verified or failed against a later extract)
      *> stands as the master has it - cleared, or still open.
       2300-CLASSIFY-EXCEPTION.
           ADD 1 TO WS-RAISED-COUNT
           PERFORM 2310-FIND-LATEST-DECISION

           EVALUATE TRUE
               WHEN WS-LATEST-DISP-CODE = "A"
                   PERFORM 2320-CHECK-RULE-ID
                   IF WS-RULE-ID
                       ADD 1 TO WS-AUTO-ACCEPTED-COUNT
                   ELSE
                       ADD 1 TO WS-MANUAL-ACCEPTED-COUNT
                   END-IF
               WHEN WS-LATEST-DISP-CODE = "N"
                   ADD 1 TO WS-NEEDS-FIX-COUNT
               WHEN XK-STATUS-CLEARED
                   ADD 1 TO WS-CLEARED-COUNT
               WHEN XK-STATUS-ACCEPTED
                   ADD 1 TO WS-MANUAL-ACCEPTED-COUNT
               WHEN XK-STATUS-NEEDS-FIX
                   ADD 1 TO WS-NEEDS-FIX-COUNT
               WHEN OTHER
                   PERFORM 2400-LIST-OPEN-EXCEPTION
           END-EVALUATE.

       2310-FIND-LATEST-DECISION.
           MOVE SPACE TO WS-LATEST-DISP-CODE
           MOVE SPACES TO WS-LATEST-DISP-USER
           MOVE "N" TO WS-AUDIT-SCAN-DONE-SW
           MOVE XK-RECON-ID TO WS-SCAN-RECON-ID
           MOVE XK-RECORD-KEY TO WS-SCAN-RECORD-KEY
           MOVE WS-SCAN-RECON-ID TO AK-RECON-ID
           MOVE WS-SCAN-RECORD-KEY TO AK-RECORD-KEY
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
                   OR AK-RECON-ID NOT = WS-SCAN-RECON-ID
                   OR AK-RECORD-KEY NOT = WS-SCAN-RECORD-KEY
                   SET WS-AUDIT-SCAN-DONE TO TRUE
               ELSE
                   MOVE AK-DISPOSITION-CODE TO WS-LATEST-DISP-CODE
                   MOVE AK-USER-ID TO WS-LATEST-DISP-USER
               END-IF
           END-PERFORM.

       2320-CHECK-RULE-ID.
           MOVE "N" TO WS-RULE-ID-SW
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RULE-ID-COUNT OR WS-RULE-ID
               IF WS-RULE-ID-TABLE(WS-RX) = WS-LATEST-DISP-USER
                   SET WS-RULE-ID TO TRUE
               END-IF
           END-PERFORM.

      *> A first-open stamp that is not a real date cannot be aged;
      *> like AGERPT, such an exception is treated as the oldest.
       2400-LIST-OPEN-EXCEPTION.
           ADD 1 TO WS-OPEN-COUNT
           MOVE XK-RUN-ID(1:8) TO WS-RUN-DATE-X
           IF WS-RUN-DATE-NUM NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE-NUM) = 0
               COMPUTE WS-RECORD-AGE = WS-MONTH-END-INTEGER
                   - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           ELSE
               MOVE 99999 TO WS-RECORD-AGE
           END-IF
           IF WS-RECORD-AGE > 30
               ADD 1 TO WS-OPEN-OVER-30-COUNT
           END-IF
           IF WS-RECORD-AGE > WS-OLDEST-OPEN-DAYS
               MOVE WS-RECORD-AGE TO WS-OLDEST-OPEN-DAYS
           END-IF

           MOVE XK-RECORD-KEY TO WS-OD-KEY
           MOVE XK-RUN-ID TO WS-OD-RUN-ID
           MOVE WS-RECORD-AGE TO WS-OD-AGE
           IF XK-UNASSIGNED
               MOVE "(NONE)" TO WS-OD-ASSIGNED-TO
           ELSE
               MOVE XK-ASSIGNED-TO TO WS-OD-ASSIGNED-TO
           END-IF
           MOVE XK-FIELD-NAME TO WS-OD-FIELD
           WRITE CERTIFICATION-REPORT-LINE FROM WS-OPEN-DETAIL.

      *> The prepared figures go on the log as a new record; from here
      *> the period is locked until a supervisor signs or reopens it.
       2500-LOG-PREPARED-STATEMENT.
           MOVE SPACES TO PERIOD-CERT-RECORD
           MOVE MC-RECON-ID TO CT-RECON-ID
           MOVE WS-PERIOD-X TO CT-PERIOD
           COMPUTE CT-SEQUENCE = WS-LATEST-CERT-SEQUENCE + 1
           SET CT-PREPARED TO TRUE
           MOVE "MTHCERT" TO CT-USER-ID
           MOVE WS-PREPARED-DATE TO CT-ACTION-DATE
           MOVE WS-PREPARED-TIME TO CT-ACTION-TIME
           IF WS-PERIOD-PREPARED
               MOVE "STATEMENT PREPARED AGAIN - SUPERSEDES EARLIER ONE"
                   TO CT-COMMENT
           ELSE
               MOVE "STATEMENT PREPARED" TO CT-COMMENT
           END-IF
           MOVE WS-STATEMENT-RUN-ID TO CT-STATEMENT-RUN-ID
           MOVE WS-STATEMENT-FIGURES TO CT-FIGURES

           WRITE PERIOD-CERT-RECORD
               INVALID KEY
                   DISPLAY "MTHCERT: CERTKSD WRITE FAILED FOR PERIOD "
                       WS-PERIOD-X " STATUS " WS-CRT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
           END-WRITE.

       2600-WRITE-FIGURES.
           MOVE SPACES TO CERTIFICATION-REPORT-LINE
           WRITE CERTIFICATION-REPORT-LINE
           WRITE CERTIFICATION-REPORT-LINE FROM WS-FIGURES-HEADER
           MOVE "RUNS IN THE PERIOD" TO WS-FL-LABEL
           MOVE CT-RUN-COUNT TO WS-FL-COUNT
           WRITE CERTIFICATION-REPORT-LINE FROM WS-FIGURE-LINE
           MOVE "  ENDING RC 8 OR WORSE" TO WS-FL-LABEL
           MOVE CT-FAILED-RUN-COUNT TO WS-FL-COUNT
           WRITE CERTIFICATION-REPORT-LINE FROM WS-FIGURE-LINE
           MOVE "RECORDS COMPARED" TO WS-FL-LABEL
           MOVE CT-COMPARED-COUNT TO WS-FL-COUNT
           WRITE CERTIFICATION-REPORT-LINE FROM WS-FIGURE-LINE
           MOVE "MISMATCHES REPORTED BY THE RUNS" TO WS-FL-LABEL
           MOVE CT-MISMATCH-COUNT TO WS-FL-COUNT
           WRITE CERTIFICATION-REPORT-LINE FROM WS-FIGURE-LINE
           MOVE SPACES TO CERTIFICATION-REPORT-LINE
           WRITE CERTIFICATION-REPORT-LINE
           MOVE "EXCEPTIONS RAISED IN THE PERIOD" TO WS-FL-LABEL
           MOVE CT-RAISED-COUNT TO WS-FL-COUNT
           WRITE CERTIFICATION-REPORT-LINE FROM WS-FIGURE-LINE
           MOVE "  ACCEPTED BY AN AUTODISP RULE" TO WS-FL-LABEL
           MOVE CT-AUTO-ACCEPTED-COUNT TO WS-FL-COUNT
           WRITE CERTIFICATION-REPORT-LINE FROM WS-FIGURE-LINE
           MOVE "  ACCEPTED BY AN OPERATOR" TO WS-FL-LABEL
           MOVE CT-MANUAL-ACCEPTED-COUNT TO WS-FL-COUNT
           WRITE CERTIFICATION-REPORT-LINE FROM WS-FIGURE-LINE
           MOVE "  SENT FOR FIX" TO WS-FL-LABEL
           MOVE CT-NEEDS-FIX-COUNT TO WS-FL-COUNT
           WRITE CERTIFICATION-REPORT-LINE FROM WS-FIGURE-LINE
           MOVE "  CLEARED BY A LATER EXTRACT" TO WS-FL-LABEL
           MOVE CT-CLEARED-COUNT TO WS-FL-COUNT
           WRITE CERTIFICATION-REPORT-LINE FROM WS-FIGURE-LINE
           MOVE "  STILL OPEN" TO WS-FL-LABEL
           MOVE CT-OPEN-COUNT TO WS-FL-COUNT
           WRITE CERTIFICATION-REPORT-LINE FROM WS-FIGURE-LINE
           MOVE "    OPEN OVER 30 DAYS AT MONTH END" TO WS-FL-LABEL
           MOVE CT-OPEN-OVER-30-COUNT TO WS-FL-COUNT
           WRITE CERTIFICATION-REPORT-LINE FROM WS-FIGURE-LINE
           MOVE "    OLDEST OPEN (DAYS AT MONTH END)" TO WS-FL-LABEL
           MOVE CT-OLDEST-OPEN-DAYS TO WS-FL-COUNT
           WRITE CERTIFICATION-REPORT-LINE FROM WS-FIGURE-LINE.

      *> A signed period is not prepared again: the figures printed
      *> are the ones the supervisor signed, straight off the log.
       2800-REPRINT-CERTIFIED.
           PERFORM 2050-WRITE-REPORT-HEADING
           PERFORM 2600-WRITE-FIGURES
           MOVE CT-USER-ID TO WS-SG-USER-ID
           MOVE CT-ACTION-DATE TO WS-SG-DATE
           MOVE CT-ACTION-TIME TO WS-SG-TIME
           MOVE CT-COMMENT TO WS-CL-COMMENT
           MOVE SPACES TO CERTIFICATION-REPORT-LINE
           WRITE CERTIFICATION-REPORT-LINE
           WRITE CERTIFICATION-REPORT-LINE FROM WS-SIGNATURE-LINE
           WRITE CERTIFICATION-REPORT-LINE FROM WS-COMMENT-LINE
           DISPLAY "MTHCERT: PERIOD " WS-PERIOD-X
               " IS ALREADY CERTIFIED - SIGNED STATEMENT REPRINTED. "
               "REOPEN IT IN CERTSIGN TO PREPARE IT AGAIN"
           MOVE 4 TO RETURN-CODE.

       3000-FINALIZE.
           CLOSE RUN-HISTORY-FILE
           CLOSE EXCEPTION-MASTER-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE CERTIFICATION-FILE
           CLOSE CERTIFICATION-REPORT-FILE

           DISPLAY "MTHCERT SUMMARY: PERIOD             = " WS-PERIOD-X
           DISPLAY "MTHCERT SUMMARY: RECONCILIATION     = " MC-RECON-ID
           DISPLAY "MTHCERT SUMMARY: RUNS IN PERIOD     = "
               CT-RUN-COUNT
           DISPLAY "MTHCERT SUMMARY: EXCEPTIONS RAISED  = "
               CT-RAISED-COUNT
           DISPLAY "MTHCERT SUMMARY: STILL OPEN         = "
               CT-OPEN-COUNT.
