      *> legacy or 200-byte new-format extracts, copy this member and
      *> swap in the CMPAR080/EXTR080/CMPR080 (or *200) family - the
      *> paragraph logic below does not change.
      *>
      *> Several reconciliations share the exception master, the audit
      *> trail and the compare report. The SYSIN card may name one of
      *> them (cols 1-8, an entry on the RECONREG registry) instead of
      *> spelling out the control card; the run then takes its control
      *> card settings and FLDDEFS member from the registry entry and
      *> stamps the reconciliation ID on every report, master and
      *> run-history record it writes. A full control card on SYSIN
      *> runs as before under a reconciliation ID of spaces.
      *>
      *> A tolerance breach is also raised as a critical event on the
      *> shared alert file (ALERTS, layout in ALERTREC), which
      *> ALERTFWD forwards to the enterprise monitoring interface so
      *> the on-call is paged instead of the breach waiting for the
      *> morning's job-log review.
      *>----------------------------------------------------------------
       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCPKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XK-EXCEPTION-KEY
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT RECON-REGISTRY-FILE ASSIGN TO "RECONREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT FIELD-DEFN-FILE ASSIGN TO "FLDDEFS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLD-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-EXTRACT-FILE.

       FD  CONTROL-CARD-FILE.
       COPY CTLCARD.
       01  CONTROL-CARD-IMAGE          PIC X(80).

       FD  RECON-REGISTRY-FILE.
       COPY RECONREG.

       FD  FIELD-DEFN-FILE.
       COPY FLDDEF.
       FD  RUN-HISTORY-FILE.
       COPY RUNHIST.

       FD  ALERT-FILE.
       01  ALERT-FILE-RECORD           PIC X(150).

       WORKING-STORAGE SECTION.
       COPY CMPAR100.

           05  WS-RESTART-FILE-STATUS  PIC X(02).
           05  WS-FLD-FILE-STATUS      PIC X(02).
           05  WS-HIST-FILE-STATUS     PIC X(02).
           05  WS-REG-FILE-STATUS      PIC X(02).
           05  WS-ALT-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-OLD-EOF-SW           PIC X(01) VALUE "N".
               88  WS-RESTART-FOUND        VALUE "Y".
           05  WS-RESTART-KEY-SEEN-SW  PIC X(01) VALUE "N".
               88  WS-RESTART-KEY-SEEN     VALUE "Y".
           05  WS-REGISTRY-FOUND-SW    PIC X(01) VALUE "N".
               88  WS-REGISTRY-FOUND       VALUE "Y".

       01  WS-SUB                      PIC 9(05) VALUE ZERO.

           05  WS-NOW-HHMMSS           PIC 9(06).
           05  FILLER                  PIC 9(02).

      *> The reconciliation this execution belongs to (RECONREG entry,
      *> spaces for a run driven by a full control card) and the
      *> FLDDEFS member its field layout is kept under.
       01  WS-RECON-ID                 PIC X(08) VALUE SPACES.
       01  WS-FLDDEFS-MEMBER           PIC X(08) VALUE SPACES.

      *> Alert event for the monitoring feed, built here and written
      *> from here (the file's record area is not there to build in
      *> until the file is open), stamped when it is raised.
       COPY ALERTREC.

       01  WS-ALERT-STAMP.
           05  WS-ALERT-DATE           PIC 9(08).
           05  WS-ALERT-TIME           PIC 9(06).

      *> The SYSIN card as a registry reference: the reconciliation ID
      *> in cols 1-8 and an optional partition key range in the same
      *> columns the control card keeps it.
       01  WS-SYSIN-CARD.
           05  WS-SYSIN-RECON-ID       PIC X(08).
           05  FILLER                  PIC X(47).
           05  WS-SYSIN-KEY-RANGE.
               10  WS-SYSIN-KEY-LOW    PIC X(10).
               10  WS-SYSIN-KEY-HIGH   PIC X(10).
           05  FILLER                  PIC X(05).

       01  WS-COUNTERS.
           05  WS-COMPARED-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-EQUAL-COUNT          PIC 9(09) VALUE ZERO.
               READ CONTROL-CARD-FILE
               CLOSE CONTROL-CARD-FILE
           END-IF
           PERFORM 1050-RESOLVE-RECONCILIATION
           IF CC-TRIM-SWITCH NOT = "Y"
               MOVE "N" TO CC-TRIM-SWITCH
           END-IF
               END-IF
           END-IF

      *> The open-exception master is an indexed file keyed on
      *> reconciliation ID plus record key (see EXCPKSD); a brand-new
      *> master (status 35) is created empty and reopened for update,
      *> same as the audit trail in DISPOSE and AUTODISP. Partition
      *> runs leave it alone entirely
      *> - several partitions updating one KSDS in parallel would
      *> fight over it, so RECONMRG posts it from the merged report.
           IF NOT WS-PARTITION-MODE
               OPEN OUTPUT RESTART-FILE
           END-IF.

      *> The SYSIN card either is the control card itself (a run
      *> outside the registry, reconciliation ID spaces) or names a
      *> RECONREG entry in cols 1-8, whose stored control card then
      *> drives the run. A partition step still owns its own key
      *> slice, so a key range on the naming card overrides the
      *> entry's. A card that is neither - an ID missing from the
      *> registry reads as a control card with letters in its
      *> numeric columns - stops the run before it can post
      *> anything under the wrong reconciliation.
       1050-RESOLVE-RECONCILIATION.
           MOVE SPACES TO WS-RECON-ID
           MOVE SPACES TO WS-FLDDEFS-MEMBER
           MOVE CONTROL-CARD-IMAGE TO WS-SYSIN-CARD
           MOVE "N" TO WS-REGISTRY-FOUND-SW
           IF WS-SYSIN-RECON-ID NOT = SPACES
               OPEN INPUT RECON-REGISTRY-FILE
               IF WS-REG-FILE-STATUS = "00"
                   PERFORM UNTIL WS-REG-FILE-STATUS NOT = "00"
                           OR WS-REGISTRY-FOUND
                       READ RECON-REGISTRY-FILE
                       IF WS-REG-FILE-STATUS = "00"
                           AND RG-RECON-ID = WS-SYSIN-RECON-ID
                           SET WS-REGISTRY-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   CLOSE RECON-REGISTRY-FILE
               END-IF
           END-IF
           IF WS-REGISTRY-FOUND
               MOVE RG-RECON-ID TO WS-RECON-ID
               MOVE RG-FLDDEFS-MEMBER TO WS-FLDDEFS-MEMBER
               MOVE RG-CONTROL-CARD TO CONTROL-CARD
               IF WS-SYSIN-KEY-RANGE NOT = SPACES
                   MOVE WS-SYSIN-KEY-LOW TO CC-KEY-RANGE-LOW
                   MOVE WS-SYSIN-KEY-HIGH TO CC-KEY-RANGE-HIGH
               END-IF
               DISPLAY "RECONCIL: RECONCILIATION " WS-RECON-ID
                   " - " RG-DESCRIPTION
           ELSE
               IF WS-SYSIN-RECON-ID NOT = SPACES
                   AND (CC-CHECKPOINT-INTERVAL NOT NUMERIC
                       OR CC-MISMATCH-TOLERANCE NOT NUMERIC)
                   DISPLAY "RECONCIL: RECONCILIATION "
                       WS-SYSIN-RECON-ID " NOT ON RECONREG AND SYSIN "
                       "IS NOT A CONTROL CARD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> An abend partway through a large overnight compare used to
      *> mean starting over from record one. The restart file holds
      *> the last key checkpointed; if it has a record, resume just
      *> is compared as one opaque field exactly as before. Definitions
      *> flagged N are known-noise fields (regenerated timestamps and
      *> the like) and are excluded from the compare entirely rather
      *> than flooding the exception report. One FLDDEFS dataset holds
      *> every reconciliation's layout; only this run's member counts.
       1200-LOAD-FIELD-DEFNS.
           MOVE ZERO TO WS-FIELD-DEF-COUNT
           OPEN INPUT FIELD-DEFN-FILE

       1210-STORE-FIELD-DEFN.
           EVALUATE TRUE
               WHEN FL-MEMBER-NAME NOT = WS-FLDDEFS-MEMBER
                   CONTINUE
               WHEN FL-COMPARE-SWITCH = "N"
                   DISPLAY "RECONCIL: FIELD EXCLUDED FROM COMPARE - "
                       FL-FIELD-NAME
               MOVE SPACES TO CR-AREA-3
               MOVE WS-FD-NAME(WS-FDX) TO CR-FIELD-NAME
               MOVE WS-RUN-ID TO CR-RUN-ID
               MOVE WS-RECON-ID TO CR-RECON-ID
               WRITE COMPARE-REPORT-RECORD
           END-IF.

           MOVE SPACES TO CR-AREA-3
           MOVE SPACES TO CR-FIELD-NAME
           MOVE WS-RUN-ID TO CR-RUN-ID
           MOVE WS-RECON-ID TO CR-RECON-ID
           WRITE COMPARE-REPORT-RECORD.

      *> Keeps the open-exception master (EXCPKSD) in step with the
           END-EVALUATE.

       2560-AUTO-CLOSE-EXCEPTION.
           MOVE WS-RECON-ID TO XK-RECON-ID
           MOVE OLD-EXTRACT-KEY TO XK-RECORD-KEY
           READ EXCEPTION-MASTER-FILE
               INVALID KEY CONTINUE
      *> 1-day bucket forever and its escalation would never fire,
      *> exactly the breaks the aging report exists for. Only a new
      *> record or a reopened CLEARED one starts its age tonight.
      *> A reopened record keeps its XK-ASSIGNED-TO, so the break goes
      *> back to the operator who worked it; a new one is unassigned
      *> until WORKASGN runs.
       2570-POST-OPEN-EXCEPTION.
           MOVE WS-RECON-ID TO XK-RECON-ID
           MOVE OLD-EXTRACT-KEY TO XK-RECORD-KEY
           READ EXCEPTION-MASTER-FILE
               INVALID KEY
                   PERFORM 2580-FILL-EXCEPTION-DETAIL
                   MOVE WS-RUN-ID TO XK-RUN-ID
                   SET XK-STATUS-OPEN TO TRUE
                   MOVE SPACES TO XK-ASSIGNED-TO
                   MOVE SPACES TO XK-LINKED-KEY
                   WRITE EXCEPTION-KSDS-RECORD
                       INVALID KEY
                           DISPLAY "RECONCIL: EXCEPTION MASTER "
      *> business (see 2570 - an already-open break keeps its
      *> original stamp so it still ages).
       2580-FILL-EXCEPTION-DETAIL.
           MOVE WS-RECON-ID TO XK-RECON-ID
           MOVE OLD-EXTRACT-KEY TO XK-RECORD-KEY
           MOVE CR-RESULT-FLAG TO XK-RESULT-FLAG
           MOVE CR-DIFF-POSITION TO XK-DIFF-POSITION
           MOVE SPACES TO CR-AREA-2
           MOVE SPACES TO CR-AREA-3
           MOVE WS-RUN-ID TO CR-RUN-ID
           MOVE WS-RECON-ID TO CR-RECON-ID
           WRITE COMPARE-REPORT-RECORD
           ADD 1 TO WS-OLD-ONLY-COUNT
           MOVE OLD-EXTRACT-KEY TO WS-LAST-KEY-PROCESSED.
           MOVE NEW-EXTRACT-PAYLOAD TO CR-AREA-2
           MOVE SPACES TO CR-AREA-3
           MOVE WS-RUN-ID TO CR-RUN-ID
           MOVE WS-RECON-ID TO CR-RECON-ID
           WRITE COMPARE-REPORT-RECORD
           ADD 1 TO WS-NEW-ONLY-COUNT
           MOVE NEW-EXTRACT-KEY TO WS-LAST-KEY-PROCESSED.
           MOVE WS-AREA-3 TO CR-AREA-3
           MOVE SPACES TO CR-FIELD-NAME
           MOVE WS-RUN-ID TO CR-RUN-ID
           MOVE WS-RECON-ID TO CR-RECON-ID
           WRITE COMPARE-REPORT-RECORD.

      *> Equality of WS-COMPARE-1 against WS-COMPARE-2 under the run's
               MOVE SPACES TO CR-AREA-3
           END-IF
           MOVE WS-RUN-ID TO CR-RUN-ID
           MOVE WS-RECON-ID TO CR-RECON-ID
           WRITE COMPARE-REPORT-RECORD.

       3000-FINALIZE.
                   WHEN WS-MISMATCH-COUNT > CC-MISMATCH-TOLERANCE
                       DISPLAY "RECONCIL: MISMATCH TOLERANCE EXCEEDED"
                       MOVE 8 TO RETURN-CODE
                       PERFORM 3200-RAISE-TOLERANCE-ALERT
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
               MOVE CC-MISMATCH-TOLERANCE TO RH-MISMATCH-TOLERANCE
               MOVE RETURN-CODE TO RH-FINAL-RETURN-CODE
               MOVE WS-RESTART-FOUND-SW TO RH-RESTART-SW
               MOVE WS-RECON-ID TO RH-RECON-ID
               SET RH-RUN-RECORD TO TRUE
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           END-IF.

      *> The breach is critical: the night's results are outside what
      *> the reconciliation's owners agreed to live with, and the
      *> on-call decides whether the downstream jobs may use them.
       3200-RAISE-TOLERANCE-ALERT.
           MOVE SPACES TO ALERT-RECORD
           SET AL-CRITICAL TO TRUE
           SET AL-TOLERANCE-BREACH TO TRUE
           MOVE WS-RECON-ID TO AL-RECON-ID
           MOVE WS-RUN-ID TO AL-REFERENCE
           STRING "MISMATCH TOLERANCE EXCEEDED - "
               WS-MISMATCH-COUNT " MISMATCHES, TOLERANCE "
               CC-MISMATCH-TOLERANCE
               DELIMITED BY SIZE INTO AL-MESSAGE
           PERFORM 3300-WRITE-ALERT.

      *> Appended like the run history - OPEN EXTEND, OUTPUT when the
      *> file does not exist yet. An alert that cannot be written is
      *> displayed instead and never changes the return code.
       3300-WRITE-ALERT.
           ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-HHMMSS TO WS-ALERT-TIME
           MOVE WS-ALERT-STAMP TO AL-ALERT-STAMP
           MOVE "RECONCIL" TO AL-SOURCE-PROGRAM
           OPEN EXTEND ALERT-FILE
           IF WS-ALT-FILE-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALT-FILE-STATUS NOT = "00"
               DISPLAY "RECONCIL: ALERT NOT WRITTEN - STATUS "
                   WS-ALT-FILE-STATUS " - " AL-MESSAGE
           ELSE
               WRITE ALERT-FILE-RECORD FROM ALERT-RECORD
               CLOSE ALERT-FILE
           END-IF.
