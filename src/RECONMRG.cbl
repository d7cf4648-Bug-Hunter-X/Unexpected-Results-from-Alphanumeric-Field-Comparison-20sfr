      *>     record of each PARTHST1-PARTHST4 run-history file) into
      *>     ONE consolidated run-history record for TRENDRPT;
      *>   - applies the mismatch tolerance from its own control card
      *>     to the COMBINED mismatch total, not per partition,
      *>     raising a breach as a critical event on the shared alert
      *>     file (ALERTS, layout in ALERTREC) for ALERTFWD to page
      *>     the on-call with, exactly as a one-pass RECONCIL would.
      *>
      *> A partition whose history record is missing or shows RC 16
      *> did not complete: this step ends RC=16 without merging, the
      *> An unallocated PARTRPTn DD simply means the night ran fewer
      *> than four partitions.
      *>
      *> The SYSIN card may name a RECONREG reconciliation instead of
      *> spelling out the control card, exactly as RECONCIL's does.
      *> Every partition must have run for that same reconciliation;
      *> the master is posted under the reconciliation ID each merged
      *> report record carries.
      *>
      *> Return codes:  0 = consolidated, mismatches within tolerance
      *>                8 = combined mismatch tolerance exceeded
      *>               16 = no partition present, or a partition did
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

           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The partition report records are carried as whole 365-byte
      *> images (the CMPR100 shape); only the key in columns 1-10
      *> orders the merge, and the fields are picked apart after the
      *> image lands in the output record area below.
       FD  PART1-REPORT-FILE.
       01  P1-REPORT-RECORD            PIC X(365).

       FD  PART2-REPORT-FILE.
       01  P2-REPORT-RECORD            PIC X(365).

       FD  PART3-REPORT-FILE.
       01  P3-REPORT-RECORD            PIC X(365).

       FD  PART4-REPORT-FILE.
       01  P4-REPORT-RECORD            PIC X(365).

       FD  PART1-HISTORY-FILE.
       01  P1-HISTORY-RECORD           PIC X(120).

       FD  PART2-HISTORY-FILE.
       01  P2-HISTORY-RECORD           PIC X(120).

       FD  PART3-HISTORY-FILE.
       01  P3-HISTORY-RECORD           PIC X(120).

       FD  PART4-HISTORY-FILE.
       01  P4-HISTORY-RECORD           PIC X(120).

       FD  COMPARE-REPORT-FILE.
       COPY CMPR100.

       FD  CONTROL-CARD-FILE.
       COPY CTLCARD.
       01  CONTROL-CARD-IMAGE          PIC X(80).

       FD  RECON-REGISTRY-FILE.
       COPY RECONREG.

       FD  ALERT-FILE.
       01  ALERT-FILE-RECORD           PIC X(150).

       WORKING-STORAGE SECTION.
      *> A partition's last run-history record, picked apart here
      *> after the 120-byte image is read off its history file.
       COPY RUNHIST REPLACING RUN-HISTORY-RECORD
                           BY PART-HISTORY-RECORD
                        RH-RUN-ID BY PH-RUN-ID
                        RH-RUN-DATA BY PH-RUN-DATA
                        RH-OLD-FILE-ID BY PH-OLD-FILE-ID
                        RH-NEW-FILE-ID BY PH-NEW-FILE-ID
                        RH-TRIM-SWITCH BY PH-TRIM-SWITCH
                        RH-NEW-ONLY-COUNT BY PH-NEW-ONLY-COUNT
                        RH-MISMATCH-TOLERANCE BY PH-MISMATCH-TOLERANCE
                        RH-FINAL-RETURN-CODE BY PH-FINAL-RETURN-CODE
                        RH-RESTART-SW BY PH-RESTART-SW
                        RH-EXPOSURE-DATA BY PH-EXPOSURE-DATA
                        RH-EX-EXCEPTION-COUNT BY PH-EX-EXCEPTION-COUNT
                        RH-EX-AMOUNT-BREAK-COUNT
                            BY PH-EX-AMOUNT-BREAK-COUNT
                        RH-EX-GROSS-EXPOSURE BY PH-EX-GROSS-EXPOSURE
                        RH-EX-NET-EXPOSURE BY PH-EX-NET-EXPOSURE
                        RH-EX-LARGEST-BREAK BY PH-EX-LARGEST-BREAK
                        RH-EX-OVER-5-EXPOSURE BY PH-EX-OVER-5-EXPOSURE
                        RH-RECON-ID BY PH-RECON-ID
                        RH-RECORD-TYPE BY PH-RECORD-TYPE
                        RH-RUN-RECORD BY PH-RUN-RECORD
                        RH-EXPOSURE-RECORD BY PH-EXPOSURE-RECORD.

       01  WS-FILE-STATUSES.
           05  WS-PR1-FILE-STATUS      PIC X(02).
           05  WS-HIST-FILE-STATUS     PIC X(02).
           05  WS-EXC-FILE-STATUS      PIC X(02).
           05  WS-CTL-FILE-STATUS      PIC X(02).
           05  WS-REG-FILE-STATUS      PIC X(02).
           05  WS-ALT-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-ABORT-SW             PIC X(01) VALUE "N".
               88  WS-HIST-EOF             VALUE "Y".
           05  WS-HIST-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-HIST-FOUND           VALUE "Y".
           05  WS-REGISTRY-FOUND-SW    PIC X(01) VALUE "N".
               88  WS-REGISTRY-FOUND       VALUE "Y".

      *> One slot per possible partition: whether its DD was
      *> allocated, whether its reader has hit end of file, and the
                   88  WS-PT-ACTIVE        VALUE "Y".
               10  WS-PT-EOF-SW        PIC X(01).
                   88  WS-PT-EOF           VALUE "Y".
               10  WS-PT-RECORD        PIC X(365).

       01  WS-PX                       PIC 9(01) VALUE ZERO.
       01  WS-LOW-PX                   PIC 9(01) VALUE ZERO.
           05  WS-NOW-HHMMSS           PIC 9(06).
           05  FILLER                  PIC 9(02).

      *> The reconciliation being consolidated (RECONREG entry, spaces
      *> for partitions driven by full control cards), and the SYSIN
      *> card viewed as a registry reference.
       01  WS-RECON-ID                 PIC X(08) VALUE SPACES.

      *> Alert event for the monitoring feed, built here and written
      *> from here, stamped when it is raised.
       COPY ALERTREC.

       01  WS-ALERT-STAMP.
           05  WS-ALERT-DATE           PIC 9(08).
           05  WS-ALERT-TIME           PIC 9(06).

       01  WS-SYSIN-CARD.
           05  WS-SYSIN-RECON-ID       PIC X(08).
           05  FILLER                  PIC X(72).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
               READ CONTROL-CARD-FILE
               CLOSE CONTROL-CARD-FILE
           END-IF
           PERFORM 1050-RESOLVE-RECONCILIATION

           IF NOT WS-ABORT
               PERFORM 1100-OPEN-PARTITIONS
           END-IF
           IF NOT WS-ABORT AND WS-ACTIVE-COUNT = ZERO
               DISPLAY "RECONMRG: NO PARTITION REPORT FILES PRESENT"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT TO TRUE
               END-IF
           END-IF.

      *> Same resolution as RECONCIL's: a card naming a RECONREG entry
      *> takes that entry's control card (the tolerance and file
      *> identities this step needs); a full control card runs under
      *> a reconciliation ID of spaces; anything else is refused.
       1050-RESOLVE-RECONCILIATION.
           MOVE SPACES TO WS-RECON-ID
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
               MOVE RG-CONTROL-CARD TO CONTROL-CARD
               DISPLAY "RECONMRG: RECONCILIATION " WS-RECON-ID
                   " - " RG-DESCRIPTION
           ELSE
               IF WS-SYSIN-RECON-ID NOT = SPACES
                   AND CC-MISMATCH-TOLERANCE NOT NUMERIC
                   DISPLAY "RECONMRG: RECONCILIATION "
                       WS-SYSIN-RECON-ID " NOT ON RECONREG AND SYSIN "
                       "IS NOT A CONTROL CARD"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT TO TRUE
               END-IF
           END-IF.

      *> A partition is in tonight's run when its report DD opened;
      *> an unallocated DD (or an empty slot) is simply not merged.
       1100-OPEN-PARTITIONS.
                       PH-FINAL-RETURN-CODE " - RERUN THE PARTITION"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT TO TRUE
      *> A partition that compared for a different reconciliation
      *> (a card mix-up on one step) would post its exceptions under
      *> the wrong ID - refuse the night rather than mix them.
               WHEN PH-RECON-ID NOT = WS-RECON-ID
                   DISPLAY "RECONMRG: PARTITION " WS-PX " RAN FOR "
                       "RECONCILIATION " PH-RECON-ID " NOT "
                       WS-RECON-ID " - CHECK THE PARTITION CARDS"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT TO TRUE
               WHEN OTHER
                   ADD PH-COMPARED-COUNT TO WS-COMPARED-COUNT
                   ADD PH-EQUAL-COUNT TO WS-EQUAL-COUNT
           END-EVALUATE.

       2310-AUTO-CLOSE-EXCEPTION.
           MOVE CR-RECON-ID TO XK-RECON-ID
           MOVE CR-RECORD-KEY TO XK-RECORD-KEY
           READ EXCEPTION-MASTER-FILE
               INVALID KEY CONTINUE
      *> that stamp, and restamping a nightly-recurring break would
      *> keep it forever one day old (see RECONCIL's 2570). Only a
      *> new record or a reopened CLEARED one takes tonight's run.
      *> A reopened record keeps its owner; a new one is unassigned.
       2320-POST-OPEN-EXCEPTION.
           MOVE CR-RECON-ID TO XK-RECON-ID
           MOVE CR-RECORD-KEY TO XK-RECORD-KEY
           READ EXCEPTION-MASTER-FILE
               INVALID KEY
                   PERFORM 2330-FILL-EXCEPTION-DETAIL
                   MOVE CR-RUN-ID TO XK-RUN-ID
                   SET XK-STATUS-OPEN TO TRUE
                   MOVE SPACES TO XK-ASSIGNED-TO
                   MOVE SPACES TO XK-LINKED-KEY
                   WRITE EXCEPTION-KSDS-RECORD
                       INVALID KEY
                           DISPLAY "RECONMRG: MASTER WRITE FAILED "
      *> Refreshes the compare detail only; XK-RUN-ID is the
      *> callers' business so an already-open break keeps aging.
       2330-FILL-EXCEPTION-DETAIL.
           MOVE CR-RECON-ID TO XK-RECON-ID
           MOVE CR-RECORD-KEY TO XK-RECORD-KEY
           MOVE CR-RESULT-FLAG TO XK-RESULT-FLAG
           MOVE CR-DIFF-POSITION TO XK-DIFF-POSITION
               DISPLAY "RECONMRG: COMBINED MISMATCH TOLERANCE "
                   "EXCEEDED"
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-RAISE-TOLERANCE-ALERT
           END-IF

           PERFORM 3200-WRITE-RUN-HISTORY.
               MOVE CC-MISMATCH-TOLERANCE TO RH-MISMATCH-TOLERANCE
               MOVE RETURN-CODE TO RH-FINAL-RETURN-CODE
               MOVE WS-ANY-RESTART-SW TO RH-RESTART-SW
               MOVE WS-RECON-ID TO RH-RECON-ID
               SET RH-RUN-RECORD TO TRUE
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           END-IF.

      *> The combined breach is the night's verdict, so it is raised
      *> critical against the consolidated run, as RECONCIL raises a
      *> one-pass breach.
       3300-RAISE-TOLERANCE-ALERT.
           MOVE SPACES TO ALERT-RECORD
           SET AL-CRITICAL TO TRUE
           SET AL-TOLERANCE-BREACH TO TRUE
           MOVE WS-RECON-ID TO AL-RECON-ID
           MOVE WS-RUN-ID TO AL-REFERENCE
           STRING "COMBINED MISMATCH TOLERANCE EXCEEDED - "
               WS-MISMATCH-COUNT " MISMATCHES, TOLERANCE "
               CC-MISMATCH-TOLERANCE
               DELIMITED BY SIZE INTO AL-MESSAGE
           PERFORM 3400-WRITE-ALERT.

      *> Appended like the run history; an alert that cannot be
      *> written is displayed instead and never changes the return
      *> code.
       3400-WRITE-ALERT.
           ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-HHMMSS TO WS-ALERT-TIME
           MOVE WS-ALERT-STAMP TO AL-ALERT-STAMP
           MOVE "RECONMRG" TO AL-SOURCE-PROGRAM
           OPEN EXTEND ALERT-FILE
           IF WS-ALT-FILE-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALT-FILE-STATUS NOT = "00"
               DISPLAY "RECONMRG: ALERT NOT WRITTEN - STATUS "
                   WS-ALT-FILE-STATUS " - " AL-MESSAGE
           ELSE
               WRITE ALERT-FILE-RECORD FROM ALERT-RECORD
               CLOSE ALERT-FILE
           END-IF.
