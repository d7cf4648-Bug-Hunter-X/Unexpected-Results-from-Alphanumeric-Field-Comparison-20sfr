      *>----------------------------------------------------------------
      *> PROGRAM:  INTEGCHK
      *>
      *> Nightly integrity check across the exception master
      *> (EXCPKSD), the audit trail (AUDITKSD) and the compare report
      *> (RPTFILE). DISPOSE, AUTODISP, SUPERREV, FIXVERIF, RECONCIL,
      *> RECONMRG and HOUSEKP each update the master and the audit
      *> trail separately, so an abend or a cancelled online session
      *> between the two writes leaves them disagreeing. This program
      *> finds every such disagreement and, on request, puts the
      *> master right.
      *>
      *> Three sweeps, every inconsistency reported by type and key:
      *>   - the master against each key's latest audit decision: a
      *>     key at accepted (A) or needs-fix (N) must have that as
      *>     its latest decision; an open or cleared key must not have
      *>     a standing A or N decision; the status must be O, A, N
      *>     or C;
      *>   - the audit trail on its own and against the master: a
      *>     key whose latest record is a needs-fix must have a master
      *>     record (it is work still with the extract team); a
      *>     reversal or failed correction only reopens the key, which
      *>     the compare may since have cleared and HOUSEKP archived,
      *>     so it is not looked for here - one still breaking is a
      *>     MISMATCH the report sweep below finds; a supersession
      *>     must point at an earlier
      *>     sequence of the same key; a transmit flag belongs on a
      *>     needs-fix record only, and a transmitted or acknowledged
      *>     one carries its request number; the code must be one
      *>     AUDITKSD defines;
      *>   - the compare report against the master: every MISMATCH in
      *>     a reconciliation's latest run must have a master record
      *>     (OLD-ONLY / NEW-ONLY and three-way verdicts are reported
      *>     only, and reach the master only when REKEYCHK pairs
      *>     them).
      *>
      *> In repair mode (INTCARD col 1 = Y) each master finding is put
      *> right from the key's latest audit decision: A -> A, N -> N,
      *> V (fix verified) -> C, anything else or no decision -> O. A
      *> missing master record is added - from the report line when
      *> the mismatch is on the latest run, otherwise as a skeleton, as
      *> SUPERREV does. The audit trail itself is never changed:
      *> audit-only findings are reported for a person to look into.
      *> Repair while the online sessions are down.
      *>
      *> Return codes:  0 = files consistent
      *>                4 = inconsistencies found, all repaired
      *>                8 = inconsistencies found and left (report
      *>                    mode, or findings repair cannot touch)
      *>               16 = a required file could not be opened
      *>----------------------------------------------------------------
       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       AUTHOR. RECONCILIATION-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT COMPARE-REPORT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-FILE-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-MASTER-FILE.
       COPY EXCPKSD.

       FD  AUDIT-TRAIL-FILE.
       COPY AUDITKSD.

       FD  COMPARE-REPORT-FILE.
       COPY CMPR100.

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-LINE       PIC X(132).

       FD  CONTROL-CARD-FILE.
       COPY INTCARD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXC-FILE-STATUS      PIC X(02).
           05  WS-AUD-FILE-STATUS      PIC X(02).
           05  WS-RPT-FILE-STATUS      PIC X(02).
           05  WS-INT-FILE-STATUS      PIC X(02).
           05  WS-CTL-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-EXC-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EXC-EOF              VALUE "Y".
           05  WS-RPT-EOF-SW           PIC X(01) VALUE "N".
               88  WS-RPT-EOF              VALUE "Y".
           05  WS-AUDIT-SCAN-DONE-SW   PIC X(01) VALUE "N".
               88  WS-AUDIT-SCAN-DONE      VALUE "Y".
           05  WS-REPAIR-MODE-SW       PIC X(01) VALUE "N".
               88  WS-REPAIR-MODE          VALUE "Y".
           05  WS-MASTER-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-MASTER-FOUND         VALUE "Y".
           05  WS-REPORT-OPEN-SW       PIC X(01) VALUE "N".
               88  WS-REPORT-OPEN          VALUE "Y".

      *> The finding being reported: its type (a subscript into the
      *> description and count tables below) and what was done.
       01  WS-FINDING.
           05  WS-FINDING-TYPE         PIC 9(02) VALUE ZERO.
           05  WS-FINDING-RECON-ID     PIC X(08) VALUE SPACES.
           05  WS-FINDING-KEY          PIC X(10) VALUE SPACES.
           05  WS-FINDING-SEQUENCE     PIC 9(03) VALUE ZERO.
           05  WS-FINDING-MASTER-STATUS
                                       PIC X(01) VALUE SPACE.
           05  WS-FINDING-AUDIT-CODE   PIC X(01) VALUE SPACE.
           05  WS-FINDING-ACTION       PIC X(30) VALUE SPACES.
           05  WS-FINDING-REPAIRED-SW  PIC X(01) VALUE "N".
               88  WS-FINDING-REPAIRED     VALUE "Y".

       01  WS-FINDING-DESCRIPTIONS.
           05  FILLER                  PIC X(40) VALUE
               "MASTER ACCEPTED - LATEST AUDIT NOT A".
           05  FILLER                  PIC X(40) VALUE
               "MASTER NEEDS-FIX - LATEST AUDIT NOT N".
           05  FILLER                  PIC X(40) VALUE
               "MASTER OPEN/CLEARED - AUDIT IS DECIDED".
           05  FILLER                  PIC X(40) VALUE
               "MASTER STATUS CODE NOT VALID".
           05  FILLER                  PIC X(40) VALUE
               "NEEDS-FIX ON AUDIT - NO MASTER RECORD".
           05  FILLER                  PIC X(40) VALUE
               "SUPERSEDES A SEQUENCE NOT BEFORE IT".
           05  FILLER                  PIC X(40) VALUE
               "TRANSMIT FLAG NOT VALID FOR THE RECORD".
           05  FILLER                  PIC X(40) VALUE
               "TRANSMITTED WITHOUT A REQUEST NUMBER".
           05  FILLER                  PIC X(40) VALUE
               "MISMATCH IN LATEST RUN - NO MASTER".
           05  FILLER                  PIC X(40) VALUE
               "AUDIT DISPOSITION CODE NOT VALID".
       01  WS-FINDING-DESC-TABLE REDEFINES WS-FINDING-DESCRIPTIONS.
           05  WS-FINDING-DESC OCCURS 10 TIMES
                                       PIC X(40).

       01  WS-FINDING-COUNTS.
           05  WS-TYPE-COUNT OCCURS 10 TIMES
                                       PIC 9(07).

       01  WS-COUNTERS.
           05  WS-MASTER-READ-COUNT    PIC 9(09) VALUE ZERO.
           05  WS-AUDIT-READ-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-REPORT-READ-COUNT    PIC 9(09) VALUE ZERO.
           05  WS-FINDING-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-REPAIRED-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-UNREPAIRED-COUNT     PIC 9(09) VALUE ZERO.

       01  WS-TX                       PIC 9(02) VALUE ZERO.
       01  WS-RX                       PIC 9(03) VALUE ZERO.
       01  WS-SUB                      PIC 9(03) VALUE ZERO.

      *> Latest audit decision of the key being looked at, and the
      *> master status it implies.
       01  WS-LATEST-SEQUENCE          PIC 9(03) VALUE ZERO.
       01  WS-LATEST-DISP-CODE         PIC X(01) VALUE SPACE.
       01  WS-DERIVED-STATUS           PIC X(01) VALUE SPACE.
       01  WS-SCAN-KEY.
           05  WS-SCAN-RECON-ID        PIC X(08) VALUE SPACES.
           05  WS-SCAN-RECORD-KEY      PIC X(10) VALUE SPACES.

      *> The key being judged in the audit sweep, and which of its
      *> sequences have gone by (for the supersession check).
       01  WS-PREVIOUS-KEY-FIELDS.
           05  WS-PREV-RECON-ID        PIC X(08) VALUE SPACES.
           05  WS-PREV-KEY             PIC X(10) VALUE SPACES.
           05  WS-PREV-SEQUENCE        PIC 9(03) VALUE ZERO.
           05  WS-PREV-DISP-CODE       PIC X(01) VALUE SPACE.
       01  WS-SEQUENCES-SEEN.
           05  WS-SEQ-SEEN OCCURS 999 TIMES
                                       PIC X(01).

      *> The latest run of each reconciliation on the compare report,
      *> and the last key reported from it (a field-level break has
      *> one report line per differing field).
       01  WS-RECON-RUNS.
           05  WS-RUN-RECON-COUNT      PIC 9(03) VALUE ZERO.
           05  WS-RUN-RECON-TABLE OCCURS 100 TIMES.
               10  WS-RN-RECON-ID      PIC X(08).
               10  WS-RN-LAST-RUN-ID   PIC X(14).
       01  WS-LAST-REPORTED-KEY.
           05  WS-LR-RECON-ID          PIC X(08) VALUE SPACES.
           05  WS-LR-RECORD-KEY        PIC X(10) VALUE SPACES.

       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(04).
           05  WS-TODAY-MM             PIC 9(02).
           05  WS-TODAY-DD             PIC 9(02).

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(42) VALUE
               "RECONCILIATION FILE INTEGRITY CHECK - RUN ".
           05  WS-RH-DATE              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RH-MODE              PIC X(11).
           05  FILLER                  PIC X(08) VALUE "  RECON ".
           05  WS-RH-RECON             PIC X(08).
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-FINDING-DETAIL.
           05  FILLER                  PIC X(01) VALUE "T".
           05  WS-FL-TYPE              PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-FL-DESCRIPTION       PIC X(40).
           05  FILLER                  PIC X(07) VALUE " RECON ".
           05  WS-FL-RECON-ID          PIC X(08).
           05  FILLER                  PIC X(05) VALUE " KEY ".
           05  WS-FL-KEY               PIC X(10).
           05  FILLER                  PIC X(05) VALUE " SEQ ".
           05  WS-FL-SEQUENCE          PIC ZZ9.
           05  FILLER                  PIC X(08) VALUE " MASTER ".
           05  WS-FL-MASTER-STATUS     PIC X(01).
           05  FILLER                  PIC X(07) VALUE " AUDIT ".
           05  WS-FL-AUDIT-CODE        PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-ACTION            PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.

       01  WS-TYPE-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE "T".
           05  WS-TT-TYPE              PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TT-DESCRIPTION       PIC X(40).
           05  FILLER                  PIC X(03) VALUE " = ".
           05  WS-TT-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(76) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-MASTER
           PERFORM 3000-CHECK-AUDIT-TRAIL
           IF WS-REPORT-OPEN
               PERFORM 4000-CHECK-COMPARE-REPORT
           END-IF
           PERFORM 5000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-FINDING-COUNTS

           MOVE SPACES TO INTEGRITY-CARD
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTL-FILE-STATUS = "00"
               READ CONTROL-CARD-FILE
               CLOSE CONTROL-CARD-FILE
           END-IF
           IF IC-REPAIR-SWITCH = "Y" OR IC-REPAIR-SWITCH = "y"
               SET WS-REPAIR-MODE TO TRUE
           END-IF

      *> Repair rewrites the master; a report-only run never does.
           IF WS-REPAIR-MODE
               OPEN I-O EXCEPTION-MASTER-FILE
           ELSE
               OPEN INPUT EXCEPTION-MASTER-FILE
           END-IF
           IF WS-EXC-FILE-STATUS NOT = "00"
               DISPLAY "INTEGCHK: CANNOT OPEN EXCEPTION MASTER - "
                   "STATUS " WS-EXC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "INTEGCHK: CANNOT OPEN AUDIT TRAIL - STATUS "
                   WS-AUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT INTEGRITY-REPORT-FILE
           IF WS-INT-FILE-STATUS NOT = "00"
               DISPLAY "INTEGCHK: CANNOT OPEN INTEGRPT - STATUS "
                   WS-INT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> An empty or missing compare report only skips the third
      *> sweep (a fresh system, or housekeeping just swapped it).
           OPEN INPUT COMPARE-REPORT-FILE
           IF WS-RPT-FILE-STATUS = "00"
               SET WS-REPORT-OPEN TO TRUE
               CLOSE COMPARE-REPORT-FILE
           ELSE
               DISPLAY "INTEGCHK: RPTFILE NOT AVAILABLE - STATUS "
                   WS-RPT-FILE-STATUS " - REPORT SWEEP SKIPPED"
           END-IF

           MOVE SPACES TO WS-RH-DATE
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-RH-DATE
           IF WS-REPAIR-MODE
               MOVE "REPAIR MODE" TO WS-RH-MODE
           ELSE
               MOVE "REPORT ONLY" TO WS-RH-MODE
           END-IF
           IF IC-RECON-ID = SPACES
               MOVE "(ALL)" TO WS-RH-RECON
           ELSE
               MOVE IC-RECON-ID TO WS-RH-RECON
           END-IF
           WRITE INTEGRITY-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE.

      *> Sweep one: every master record against its key's latest
      *> audit decision.
       2000-CHECK-MASTER.
           MOVE LOW-VALUES TO XK-EXCEPTION-KEY
           START EXCEPTION-MASTER-FILE KEY NOT < XK-EXCEPTION-KEY
               INVALID KEY SET WS-EXC-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EXC-EOF
               READ EXCEPTION-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-EXC-EOF TO TRUE
                   NOT AT END
                       IF IC-RECON-ID = SPACES
                           OR XK-RECON-ID = IC-RECON-ID
                           ADD 1 TO WS-MASTER-READ-COUNT
                           PERFORM 2100-JUDGE-MASTER-RECORD
                       END-IF
               END-READ
           END-PERFORM.

      *> A V (fix verified) or a reversal/failed correction leaves the
      *> key to the compare, which may since have reopened or cleared
      *> it - either status stands. A standing A or N decision must be
      *> mirrored exactly.
       2100-JUDGE-MASTER-RECORD.
           MOVE XK-RECON-ID TO WS-SCAN-RECON-ID
           MOVE XK-RECORD-KEY TO WS-SCAN-RECORD-KEY
           PERFORM 2200-FIND-LATEST-DECISION
           PERFORM 2300-DERIVE-STATUS
           MOVE ZERO TO WS-FINDING-TYPE
           EVALUATE TRUE
               WHEN NOT (XK-STATUS-OPEN OR XK-STATUS-ACCEPTED
                         OR XK-STATUS-NEEDS-FIX OR XK-STATUS-CLEARED)
                   MOVE 4 TO WS-FINDING-TYPE
               WHEN XK-STATUS-ACCEPTED
                   AND WS-LATEST-DISP-CODE NOT = "A"
                   MOVE 1 TO WS-FINDING-TYPE
               WHEN XK-STATUS-NEEDS-FIX
                   AND WS-LATEST-DISP-CODE NOT = "N"
                   MOVE 2 TO WS-FINDING-TYPE
               WHEN (XK-STATUS-OPEN OR XK-STATUS-CLEARED)
                   AND (WS-LATEST-DISP-CODE = "A"
                        OR WS-LATEST-DISP-CODE = "N")
                   MOVE 3 TO WS-FINDING-TYPE
           END-EVALUATE

           IF WS-FINDING-TYPE > ZERO
               MOVE XK-RECON-ID TO WS-FINDING-RECON-ID
               MOVE XK-RECORD-KEY TO WS-FINDING-KEY
               MOVE WS-LATEST-SEQUENCE TO WS-FINDING-SEQUENCE
               MOVE XK-STATUS TO WS-FINDING-MASTER-STATUS
               MOVE WS-LATEST-DISP-CODE TO WS-FINDING-AUDIT-CODE
               MOVE "N" TO WS-FINDING-REPAIRED-SW
               MOVE "REPORTED" TO WS-FINDING-ACTION
               IF WS-REPAIR-MODE
                   PERFORM 2400-REPAIR-MASTER-STATUS
               END-IF
               PERFORM 6000-WRITE-FINDING
           END-IF.

      *> WS-LATEST-DISP-CODE comes back spaces when the key has no
      *> audit history.
       2200-FIND-LATEST-DECISION.
           MOVE ZERO TO WS-LATEST-SEQUENCE
           MOVE SPACE TO WS-LATEST-DISP-CODE
           MOVE "N" TO WS-AUDIT-SCAN-DONE-SW
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
                   MOVE AK-SEQUENCE TO WS-LATEST-SEQUENCE
                   MOVE AK-DISPOSITION-CODE TO WS-LATEST-DISP-CODE
               END-IF
           END-PERFORM.

      *> The master status the latest decision calls for: the
      *> decision itself for A or N, cleared after a verified fix,
      *> open otherwise (reversed, failed correction, no decision).
       2300-DERIVE-STATUS.
           EVALUATE WS-LATEST-DISP-CODE
               WHEN "A"
                   MOVE "A" TO WS-DERIVED-STATUS
               WHEN "N"
                   MOVE "N" TO WS-DERIVED-STATUS
               WHEN "V"
                   MOVE "C" TO WS-DERIVED-STATUS
               WHEN OTHER
                   MOVE "O" TO WS-DERIVED-STATUS
           END-EVALUATE.

       2400-REPAIR-MASTER-STATUS.
           MOVE WS-DERIVED-STATUS TO XK-STATUS
           REWRITE EXCEPTION-KSDS-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-FINDING-ACTION
                   STRING "REPAIR FAILED - STATUS "
                       WS-EXC-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-FINDING-ACTION
               NOT INVALID KEY
                   SET WS-FINDING-REPAIRED TO TRUE
                   MOVE SPACES TO WS-FINDING-ACTION
                   STRING "REPAIRED - STATUS SET TO "
                       WS-DERIVED-STATUS
                       DELIMITED BY SIZE INTO WS-FINDING-ACTION
           END-REWRITE.

      *> Sweep two: the audit trail in key order. Record-level checks
      *> as each record goes by; the key-level check once its last
      *> record has gone by.
       3000-CHECK-AUDIT-TRAIL.
           MOVE SPACES TO WS-PREV-RECON-ID
           MOVE SPACES TO WS-PREV-KEY
           MOVE SPACE TO WS-PREV-DISP-CODE
           MOVE SPACES TO WS-SEQUENCES-SEEN
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
                   PERFORM 3200-JUDGE-PREVIOUS-KEY
               ELSE
                   IF IC-RECON-ID = SPACES
                       OR AK-RECON-ID = IC-RECON-ID
                       ADD 1 TO WS-AUDIT-READ-COUNT
                       IF AK-RECON-ID NOT = WS-PREV-RECON-ID
                           OR AK-RECORD-KEY NOT = WS-PREV-KEY
                           PERFORM 3200-JUDGE-PREVIOUS-KEY
                           MOVE SPACES TO WS-SEQUENCES-SEEN
                       END-IF
                       PERFORM 3100-JUDGE-AUDIT-RECORD
                       MOVE AK-RECON-ID TO WS-PREV-RECON-ID
                       MOVE AK-RECORD-KEY TO WS-PREV-KEY
                       MOVE AK-SEQUENCE TO WS-PREV-SEQUENCE
                       MOVE AK-DISPOSITION-CODE TO WS-PREV-DISP-CODE
                       IF AK-SEQUENCE > ZERO
                           MOVE "Y" TO WS-SEQ-SEEN(AK-SEQUENCE)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3100-JUDGE-AUDIT-RECORD.
           MOVE AK-RECON-ID TO WS-FINDING-RECON-ID
           MOVE AK-RECORD-KEY TO WS-FINDING-KEY
           MOVE AK-SEQUENCE TO WS-FINDING-SEQUENCE
           MOVE SPACE TO WS-FINDING-MASTER-STATUS
           MOVE AK-DISPOSITION-CODE TO WS-FINDING-AUDIT-CODE
           MOVE "N" TO WS-FINDING-REPAIRED-SW
           MOVE "REPORTED - AUDIT NOT CHANGED" TO WS-FINDING-ACTION

           IF NOT (AK-DISP-ACCEPTED OR AK-DISP-NEEDS-FIX
                   OR AK-DISP-REVERSED OR AK-DISP-FIX-VERIFIED
                   OR AK-DISP-FIX-FAILED)
               MOVE 10 TO WS-FINDING-TYPE
               PERFORM 6000-WRITE-FINDING
           END-IF

           IF AK-SUPERSEDES-SEQ > ZERO
               IF AK-SUPERSEDES-SEQ NOT < AK-SEQUENCE
                   MOVE 6 TO WS-FINDING-TYPE
                   PERFORM 6000-WRITE-FINDING
               ELSE
                   IF WS-SEQ-SEEN(AK-SUPERSEDES-SEQ) NOT = "Y"
                       MOVE 6 TO WS-FINDING-TYPE
                       PERFORM 6000-WRITE-FINDING
                   END-IF
               END-IF
           END-IF

           IF NOT (AK-NOT-TRANSMITTED OR AK-TRANSMITTED
                   OR AK-ACKNOWLEDGED)
               OR (NOT AK-NOT-TRANSMITTED AND NOT AK-DISP-NEEDS-FIX)
               MOVE 7 TO WS-FINDING-TYPE
               PERFORM 6000-WRITE-FINDING
           END-IF

           IF (AK-TRANSMITTED OR AK-ACKNOWLEDGED)
               AND (AK-REQUEST-NUMBER NOT NUMERIC
                    OR AK-REQUEST-NUMBER = ZERO)
               MOVE 8 TO WS-FINDING-TYPE
               PERFORM 6000-WRITE-FINDING
           END-IF.

      *> A key whose latest record is a needs-fix still with the
      *> extract team must be on the master, or nobody will ever see
      *> it again. A reversal or failed correction is not judged:
      *> the key it reopened may have cleared and been archived since.
       3200-JUDGE-PREVIOUS-KEY.
           IF WS-PREV-KEY NOT = SPACES
               AND WS-PREV-DISP-CODE = "N"
               MOVE WS-PREV-RECON-ID TO XK-RECON-ID
               MOVE WS-PREV-KEY TO XK-RECORD-KEY
               READ EXCEPTION-MASTER-FILE
                   INVALID KEY
                       PERFORM 3300-REPORT-MISSING-MASTER
               END-READ
           END-IF.

       3300-REPORT-MISSING-MASTER.
           MOVE 5 TO WS-FINDING-TYPE
           MOVE WS-PREV-RECON-ID TO WS-FINDING-RECON-ID
           MOVE WS-PREV-KEY TO WS-FINDING-KEY
           MOVE WS-PREV-SEQUENCE TO WS-FINDING-SEQUENCE
           MOVE SPACE TO WS-FINDING-MASTER-STATUS
           MOVE WS-PREV-DISP-CODE TO WS-FINDING-AUDIT-CODE
           MOVE "N" TO WS-FINDING-REPAIRED-SW
           MOVE "REPORTED" TO WS-FINDING-ACTION
           IF WS-REPAIR-MODE
               MOVE WS-PREV-DISP-CODE TO WS-LATEST-DISP-CODE
               PERFORM 2300-DERIVE-STATUS
               MOVE WS-PREV-RECON-ID TO XK-RECON-ID
               MOVE WS-PREV-KEY TO XK-RECORD-KEY
               MOVE "MISMATCH" TO XK-RESULT-FLAG
               MOVE ZERO TO XK-DIFF-POSITION
               MOVE SPACES TO XK-FIELD-NAME
               MOVE SPACES TO XK-OLD-VALUE
               MOVE SPACES TO XK-NEW-VALUE
               MOVE SPACES TO XK-RUN-ID
               PERFORM 3400-ADD-MASTER-RECORD
           END-IF
           PERFORM 6000-WRITE-FINDING.

      *> The caller fills the key and the compare detail; the status
      *> is the derived one and the record starts unassigned, as any
      *> new master record does.
       3400-ADD-MASTER-RECORD.
           MOVE WS-DERIVED-STATUS TO XK-STATUS
           MOVE SPACES TO XK-ASSIGNED-TO
           MOVE SPACES TO XK-LINKED-KEY
           WRITE EXCEPTION-KSDS-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-FINDING-ACTION
                   STRING "REPAIR FAILED - STATUS "
                       WS-EXC-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-FINDING-ACTION
               NOT INVALID KEY
                   SET WS-FINDING-REPAIRED TO TRUE
                   MOVE SPACES TO WS-FINDING-ACTION
                   STRING "REPAIRED - MASTER ADDED AT "
                       WS-DERIVED-STATUS
                       DELIMITED BY SIZE INTO WS-FINDING-ACTION
           END-WRITE.

      *> Sweep three: the compare report. A first pass finds each
      *> reconciliation's latest run; the second checks that every
      *> MISMATCH in it reached the master. Older runs are not judged -
      *> housekeeping and later runs legitimately move those keys on.
       4000-CHECK-COMPARE-REPORT.
           OPEN INPUT COMPARE-REPORT-FILE
           MOVE "N" TO WS-RPT-EOF-SW
           PERFORM 4100-READ-REPORT-RECORD
           PERFORM UNTIL WS-RPT-EOF
               PERFORM 4200-NOTE-RECON-RUN
               PERFORM 4100-READ-REPORT-RECORD
           END-PERFORM
           CLOSE COMPARE-REPORT-FILE

           OPEN INPUT COMPARE-REPORT-FILE
           MOVE "N" TO WS-RPT-EOF-SW
           PERFORM 4100-READ-REPORT-RECORD
           PERFORM UNTIL WS-RPT-EOF
               ADD 1 TO WS-REPORT-READ-COUNT
               PERFORM 4300-JUDGE-REPORT-RECORD
               PERFORM 4100-READ-REPORT-RECORD
           END-PERFORM
           CLOSE COMPARE-REPORT-FILE.

       4100-READ-REPORT-RECORD.
           READ COMPARE-REPORT-FILE
               AT END
                   SET WS-RPT-EOF TO TRUE
           END-READ.

       4200-NOTE-RECON-RUN.
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

       4300-JUDGE-REPORT-RECORD.
           IF (IC-RECON-ID = SPACES OR CR-RECON-ID = IC-RECON-ID)
               AND CR-RESULT-MISMATCH
               AND (CR-RECON-ID NOT = WS-LR-RECON-ID
                    OR CR-RECORD-KEY NOT = WS-LR-RECORD-KEY)
               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-RUN-RECON-COUNT
                   IF WS-RN-RECON-ID(WS-RX) = CR-RECON-ID
                       IF CR-RUN-ID = WS-RN-LAST-RUN-ID(WS-RX)
                           MOVE CR-RECON-ID TO WS-LR-RECON-ID
                           MOVE CR-RECORD-KEY TO WS-LR-RECORD-KEY
                           PERFORM 4400-CHECK-BREAK-ON-MASTER
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *> The master is rebuilt from the report line itself, first
      *> open in the run that found it, at the status the key's
      *> audit history calls for.
       4400-CHECK-BREAK-ON-MASTER.
           MOVE CR-RECON-ID TO XK-RECON-ID
           MOVE CR-RECORD-KEY TO XK-RECORD-KEY
           READ EXCEPTION-MASTER-FILE
               INVALID KEY
                   MOVE 9 TO WS-FINDING-TYPE
                   MOVE CR-RECON-ID TO WS-SCAN-RECON-ID
                   MOVE CR-RECORD-KEY TO WS-SCAN-RECORD-KEY
                   PERFORM 2200-FIND-LATEST-DECISION
                   PERFORM 2300-DERIVE-STATUS
                   MOVE CR-RECON-ID TO WS-FINDING-RECON-ID
                   MOVE CR-RECORD-KEY TO WS-FINDING-KEY
                   MOVE WS-LATEST-SEQUENCE TO WS-FINDING-SEQUENCE
                   MOVE SPACE TO WS-FINDING-MASTER-STATUS
                   MOVE WS-LATEST-DISP-CODE TO WS-FINDING-AUDIT-CODE
                   MOVE "N" TO WS-FINDING-REPAIRED-SW
                   MOVE "REPORTED" TO WS-FINDING-ACTION
                   IF WS-REPAIR-MODE
                       MOVE CR-RECON-ID TO XK-RECON-ID
                       MOVE CR-RECORD-KEY TO XK-RECORD-KEY
                       MOVE CR-RESULT-FLAG TO XK-RESULT-FLAG
                       MOVE CR-DIFF-POSITION TO XK-DIFF-POSITION
                       MOVE CR-FIELD-NAME TO XK-FIELD-NAME
                       MOVE CR-AREA-1 TO XK-OLD-VALUE
                       MOVE CR-AREA-2 TO XK-NEW-VALUE
                       MOVE CR-RUN-ID TO XK-RUN-ID
                       PERFORM 3400-ADD-MASTER-RECORD
                   END-IF
                   PERFORM 6000-WRITE-FINDING
           END-READ.

       5000-FINALIZE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 10
               MOVE WS-TX TO WS-TT-TYPE
               MOVE WS-FINDING-DESC(WS-TX) TO WS-TT-DESCRIPTION
               MOVE WS-TYPE-COUNT(WS-TX) TO WS-TT-COUNT
               WRITE INTEGRITY-REPORT-LINE FROM WS-TYPE-TOTAL-LINE
           END-PERFORM

           CLOSE EXCEPTION-MASTER-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE INTEGRITY-REPORT-FILE

           DISPLAY "INTEGCHK SUMMARY: MASTER RECORDS READ = "
               WS-MASTER-READ-COUNT
           DISPLAY "INTEGCHK SUMMARY: AUDIT RECORDS READ  = "
               WS-AUDIT-READ-COUNT
           DISPLAY "INTEGCHK SUMMARY: REPORT RECORDS READ = "
               WS-REPORT-READ-COUNT
           DISPLAY "INTEGCHK SUMMARY: INCONSISTENCIES     = "
               WS-FINDING-COUNT
           DISPLAY "INTEGCHK SUMMARY: REPAIRED            = "
               WS-REPAIRED-COUNT
           DISPLAY "INTEGCHK SUMMARY: LEFT AS FOUND       = "
               WS-UNREPAIRED-COUNT

           EVALUATE TRUE
               WHEN WS-FINDING-COUNT = ZERO
                   CONTINUE
               WHEN WS-UNREPAIRED-COUNT = ZERO
                   DISPLAY "INTEGCHK: INCONSISTENCIES FOUND AND "
                       "REPAIRED - SEE INTEGRPT"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "INTEGCHK: INCONSISTENCIES FOUND - "
                       "SEE INTEGRPT"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       6000-WRITE-FINDING.
           ADD 1 TO WS-FINDING-COUNT
           ADD 1 TO WS-TYPE-COUNT(WS-FINDING-TYPE)
           IF WS-FINDING-REPAIRED
               ADD 1 TO WS-REPAIRED-COUNT
           ELSE
               ADD 1 TO WS-UNREPAIRED-COUNT
           END-IF
           MOVE WS-FINDING-TYPE TO WS-FL-TYPE
           MOVE WS-FINDING-DESC(WS-FINDING-TYPE) TO WS-FL-DESCRIPTION
           MOVE WS-FINDING-RECON-ID TO WS-FL-RECON-ID
           MOVE WS-FINDING-KEY TO WS-FL-KEY
           MOVE WS-FINDING-SEQUENCE TO WS-FL-SEQUENCE
           MOVE WS-FINDING-MASTER-STATUS TO WS-FL-MASTER-STATUS
           MOVE WS-FINDING-AUDIT-CODE TO WS-FL-AUDIT-CODE
           MOVE WS-FINDING-ACTION TO WS-FL-ACTION
           WRITE INTEGRITY-REPORT-LINE FROM WS-FINDING-DETAIL.
