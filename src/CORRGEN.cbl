      *> key, both compared values, the differing column and field
      *> name, the operator's comment, and a unique request number;
      *> the audit record is then marked transmitted under that
      *> number, so the same fix is never requested twice. Every
      *> request, acknowledgement and chase line carries the
      *> reconciliation ID, since the same record key can mean a
      *> different account in another reconciliation.
      *>
      *> Acknowledgements coming back from the extract team (CORRACK)
      *> are processed first: a C acknowledgement marks the audit
      *> record acknowledged (FIXVERIF then checks the fix against
      *> the next night's extract), an R rejection is reported for
      *> manual follow-up and the request stays outstanding.
      *>
      *> Every batch is bracketed with header and trailer control
      *> records (see CORRENV: batch number, request count, date) so
      *> Request and batch numbers are issued from REQCTL, which
      *> holds the last of each used.
      *>
      *> An envelope break is raised as a critical event, and each
      *> chase-list item as a warning under its request number, on
      *> the shared alert file (ALERTS, layout in ALERTREC) for
      *> ALERTFWD to forward to the enterprise monitoring interface.
      *> An item still on the chase list next run is raised again
      *> under the same request number, which the ticketing system
      *> folds into the ticket already open for it.
      *>
      *> Return codes:  0 = run completed
      *>                8 = acknowledgement envelope break (count
      *>                    mismatch, sequence gap, trailer missing)
           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCPKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XK-EXCEPTION-KEY
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT CHASE-REPORT-FILE ASSIGN TO "CHASERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRD-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPARE-REPORT-FILE.
       FD  CONTROL-CARD-FILE.
       COPY CGCARD.

       FD  ALERT-FILE.
       01  ALERT-FILE-RECORD           PIC X(150).

       WORKING-STORAGE SECTION.
       COPY CORRENV.
       COPY ALERTREC.

       01  WS-FILE-STATUSES.
           05  WS-RPT-FILE-STATUS      PIC X(02).
           05  WS-EXC-FILE-STATUS      PIC X(02).
           05  WS-CHS-FILE-STATUS      PIC X(02).
           05  WS-CRD-FILE-STATUS      PIC X(02).
           05  WS-ALT-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-RPT-EOF-SW           PIC X(01) VALUE "N".
               88  WS-ACK-TRAILER-SEEN     VALUE "Y".
           05  WS-MASTER-OPEN-SW       PIC X(01) VALUE "N".
               88  WS-MASTER-OPEN          VALUE "Y".
      *> The alert file is opened on the first alert of the run; X
      *> records that it could not be, so later alerts go to SYSOUT
      *> instead.
           05  WS-ALERT-FILE-SW        PIC X(01) VALUE "N".
               88  WS-ALERT-FILE-OPEN      VALUE "Y".
               88  WS-ALERT-FILE-FAILED    VALUE "X".

       01  WS-COUNTERS.
           05  WS-REQUEST-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-ENVELOPE-ERROR-COUNT PIC 9(09) VALUE ZERO.
           05  WS-OUTSTANDING-COUNT    PIC 9(09) VALUE ZERO.
           05  WS-CHASED-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-ALERT-COUNT          PIC 9(09) VALUE ZERO.

       01  WS-LAST-REQUEST-NUMBER      PIC 9(08) VALUE ZERO.
       01  WS-BATCH-NUMBER             PIC 9(08) VALUE ZERO.
       01  WS-FIRST-NEW-NUMBER         PIC 9(08) VALUE ZERO.
       01  WS-PREV-ACK-NUMBER          PIC 9(08) VALUE ZERO.
       01  WS-ACK-BATCH-NUMBER         PIC 9(08) VALUE ZERO.

      *> The acknowledged batch's new-number range, read off REQCTL:
      *> only ack numbers inside it take the consecutive-sequence
       01  WS-ACK-RANGE-LAST           PIC 9(08) VALUE ZERO.
       01  WS-LATEST-SEQUENCE          PIC 9(03) VALUE ZERO.
       01  WS-LATEST-DISP-CODE         PIC X(01) VALUE SPACE.
       01  WS-SCAN-KEY.
           05  WS-SCAN-RECON-ID        PIC X(08) VALUE SPACES.
           05  WS-SCAN-RECORD-KEY      PIC X(10) VALUE SPACES.

       01  WS-PREVIOUS-KEY-FIELDS.
           05  WS-PREV-RECON-ID        PIC X(08) VALUE SPACES.
           05  WS-PREV-KEY             PIC X(10) VALUE SPACES.
           05  WS-PREV-DISP-CODE       PIC X(01) VALUE SPACE.
           05  WS-PREV-TRANSMIT-FLAG   PIC X(01) VALUE SPACE.
       01  WS-CHASE-DETAIL.
           05  FILLER                  PIC X(08) VALUE "REQUEST ".
           05  WS-CD-REQUEST           PIC 9(08).
           05  FILLER                  PIC X(08) VALUE "  RECON ".
           05  WS-CD-RECON-ID          PIC X(08).
           05  FILLER                  PIC X(06) VALUE "  KEY ".
           05  WS-CD-KEY               PIC X(10).
           05  FILLER                  PIC X(07) VALUE "  DAYS ".
           05  WS-CD-DAYS              PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CD-COMMENT           PIC X(60).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(04).

       01  WS-REQUEST-DATE             PIC X(10).

       01  WS-ALERT-STAMP.
           05  WS-ALERT-DATE           PIC 9(08).
           05  WS-ALERT-TIME           PIC 9(06).

       01  WS-NOW-TIME.
           05  WS-NOW-HHMMSS           PIC 9(06).
           05  FILLER                  PIC 9(02).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
               WHEN AE-HEADER
                   SET WS-ACK-HEADER-SEEN TO TRUE
                   MOVE ZERO TO WS-PREV-ACK-NUMBER
                   MOVE AE-BATCH-NUMBER TO WS-ACK-BATCH-NUMBER
                   DISPLAY "CORRGEN: ACKNOWLEDGEMENTS FOR BATCH "
                       AE-BATCH-NUMBER " DATED " AE-BATCH-DATE
               WHEN AE-TRAILER
       2200-APPLY-ONE-ACK.
           MOVE "N" TO WS-ACK-MATCHED-SW
           MOVE "N" TO WS-AUDIT-SCAN-DONE-SW
           MOVE CA-RECON-ID TO AK-RECON-ID
           MOVE CA-RECORD-KEY TO AK-RECORD-KEY
           MOVE ZERO TO AK-SEQUENCE
           START AUDIT-TRAIL-FILE KEY NOT < AK-AUDIT-KEY
               READ AUDIT-TRAIL-FILE NEXT RECORD
               END-READ
               IF WS-AUD-FILE-STATUS NOT = "00"
                   OR AK-RECON-ID NOT = CA-RECON-ID
                   OR AK-RECORD-KEY NOT = CA-RECORD-KEY
                   SET WS-AUDIT-SCAN-DONE TO TRUE
               ELSE
           IF NOT WS-ACK-MATCHED
               ADD 1 TO WS-ACK-UNMATCHED-COUNT
               DISPLAY "CORRGEN: ACK FOR REQUEST " CA-REQUEST-NUMBER
                   " RECON " CA-RECON-ID
                   " KEY " CA-RECORD-KEY " MATCHES NO TRANSMITTED "
                   "AUDIT RECORD"
           END-IF.
           MOVE ZERO TO WS-LATEST-SEQUENCE
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
                   MOVE AK-SEQUENCE TO WS-LATEST-SEQUENCE
               END-IF
           END-PERFORM
           IF WS-LATEST-SEQUENCE > ZERO
               MOVE WS-SCAN-RECON-ID TO AK-RECON-ID
               MOVE WS-SCAN-RECORD-KEY TO AK-RECORD-KEY
               MOVE WS-LATEST-SEQUENCE TO AK-SEQUENCE
               READ AUDIT-TRAIL-FILE
                   INVALID KEY MOVE SPACE TO WS-LATEST-DISP-CODE

           MOVE WS-LAST-REQUEST-NUMBER TO CQ-REQUEST-NUMBER
           MOVE CR-RECORD-KEY TO CQ-RECORD-KEY
           MOVE CR-RECON-ID TO CQ-RECON-ID
           MOVE CR-AREA-1 TO CQ-OLD-VALUE
           MOVE CR-AREA-2 TO CQ-NEW-VALUE
           MOVE CR-DIFF-POSITION TO CQ-DIFF-POSITION
      *> key changes (and once more at end of file).
       4000-COUNT-OUTSTANDING.
           MOVE ZERO TO WS-OUTSTANDING-COUNT
           MOVE SPACES TO WS-PREV-RECON-ID
           MOVE SPACES TO WS-PREV-KEY
           MOVE SPACE TO WS-PREV-DISP-CODE
           MOVE SPACE TO WS-PREV-TRANSMIT-FLAG
                   SET WS-AUDIT-SCAN-DONE TO TRUE
                   PERFORM 4100-JUDGE-PREVIOUS-KEY
               ELSE
                   IF AK-RECON-ID NOT = WS-PREV-RECON-ID
                       OR AK-RECORD-KEY NOT = WS-PREV-KEY
                       PERFORM 4100-JUDGE-PREVIOUS-KEY
                   END-IF
                   MOVE AK-RECON-ID TO WS-PREV-RECON-ID
                   MOVE AK-RECORD-KEY TO WS-PREV-KEY
                   MOVE AK-DISPOSITION-CODE TO WS-PREV-DISP-CODE
                   MOVE AK-TRANSMIT-FLAG TO WS-PREV-TRANSMIT-FLAG
           IF WS-AGE-DAYS > CG-CHASE-DAYS
               ADD 1 TO WS-CHASED-COUNT
               PERFORM 4210-WRITE-CHASE-DETAIL
               PERFORM 4220-RAISE-CHASE-ALERT
               IF CG-RESEND-SWITCH = "Y"
                   PERFORM 4300-WRITE-RESEND-REQUEST
               END-IF
               WRITE CHASE-REPORT-LINE FROM WS-CHASE-HEADER
           END-IF
           MOVE WS-PREV-REQUEST-NUMBER TO WS-CD-REQUEST
           MOVE WS-PREV-RECON-ID TO WS-CD-RECON-ID
           MOVE WS-PREV-KEY TO WS-CD-KEY
           IF WS-AGE-DAYS > 99999
               MOVE 99999 TO WS-CD-DAYS
           MOVE WS-PREV-COMMENT TO WS-CD-COMMENT
           WRITE CHASE-REPORT-LINE FROM WS-CHASE-DETAIL.

      *> A ticket per chased request, under its request number, so
      *> the extract team's contact is chased by the desk instead of
      *> the list waiting for someone to read it.
       4220-RAISE-CHASE-ALERT.
           MOVE SPACES TO ALERT-RECORD
           SET AL-WARNING TO TRUE
           SET AL-CHASE TO TRUE
           MOVE WS-PREV-RECON-ID TO AL-RECON-ID
           MOVE WS-PREV-REQUEST-NUMBER TO AL-REFERENCE
           STRING "CORRECTION UNACKNOWLEDGED "
               FUNCTION TRIM(WS-CD-DAYS) " DAYS - KEY " WS-PREV-KEY
               DELIMITED BY SIZE INTO AL-MESSAGE
           PERFORM 5200-WRITE-ALERT.

      *> A re-send rides in the current batch (its trailer count
      *> includes it) but keeps the original request number - it is
      *> the same request, asked again. The compared values come off
           MOVE SPACES TO CORRECTION-REQUEST-RECORD
           MOVE WS-PREV-REQUEST-NUMBER TO CQ-REQUEST-NUMBER
           MOVE WS-PREV-KEY TO CQ-RECORD-KEY
           MOVE WS-PREV-RECON-ID TO CQ-RECON-ID
           MOVE SPACES TO CQ-OLD-VALUE
           MOVE SPACES TO CQ-NEW-VALUE
           MOVE ZERO TO CQ-DIFF-POSITION
           MOVE SPACES TO CQ-FIELD-NAME
           IF WS-MASTER-OPEN
               MOVE WS-PREV-RECON-ID TO XK-RECON-ID
               MOVE WS-PREV-KEY TO XK-RECORD-KEY
               READ EXCEPTION-MASTER-FILE
                   INVALID KEY CONTINUE
           WRITE CORRECTION-REQUEST-RECORD.

       5000-FINALIZE.
           IF WS-ENVELOPE-ERROR-COUNT > ZERO
               PERFORM 5050-RAISE-ENVELOPE-ALERT
           END-IF
           IF WS-ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF
           CLOSE COMPARE-REPORT-FILE
           CLOSE CORRECTION-REQUEST-FILE
           CLOSE CHASE-REPORT-FILE
               WS-OUTSTANDING-COUNT
           DISPLAY "CORRGEN SUMMARY: ON THE CHASE LIST    = "
               WS-CHASED-COUNT
           DISPLAY "CORRGEN SUMMARY: ALERTS RAISED        = "
               WS-ALERT-COUNT

           IF RETURN-CODE = ZERO
               AND WS-ENVELOPE-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> The break is critical: part of the extract team's reply is
      *> missing, and every fix in it is unconfirmed until the batch
      *> is re-sent. Raised under the acknowledged batch number.
       5050-RAISE-ENVELOPE-ALERT.
           MOVE SPACES TO ALERT-RECORD
           SET AL-CRITICAL TO TRUE
           SET AL-ENVELOPE-BREAK TO TRUE
           MOVE WS-ACK-BATCH-NUMBER TO AL-REFERENCE
           STRING "ACK ENVELOPE BREAK - " WS-ENVELOPE-ERROR-COUNT
               " ERROR(S), " WS-SEQ-GAP-COUNT " SEQUENCE GAP(S)"
               DELIMITED BY SIZE INTO AL-MESSAGE
           PERFORM 5200-WRITE-ALERT.

       5100-WRITE-REQUEST-CONTROL.
           OPEN OUTPUT REQUEST-CONTROL-FILE
           MOVE SPACES TO REQUEST-CONTROL-RECORD
           END-IF
           WRITE REQUEST-CONTROL-RECORD
           CLOSE REQUEST-CONTROL-FILE.

      *> Appended to the shared alert file, opened on the first alert
      *> (OPEN EXTEND, OUTPUT when it does not exist yet). An alert
      *> that cannot be written is displayed instead and never
      *> changes the return code.
       5200-WRITE-ALERT.
           MOVE "CORRGEN" TO AL-SOURCE-PROGRAM
           ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-HHMMSS TO WS-ALERT-TIME
           MOVE WS-ALERT-STAMP TO AL-ALERT-STAMP
           IF NOT WS-ALERT-FILE-OPEN AND NOT WS-ALERT-FILE-FAILED
               OPEN EXTEND ALERT-FILE
               IF WS-ALT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ALERT-FILE
               END-IF
               IF WS-ALT-FILE-STATUS = "00"
                   SET WS-ALERT-FILE-OPEN TO TRUE
               ELSE
                   SET WS-ALERT-FILE-FAILED TO TRUE
                   DISPLAY "CORRGEN: ALERT FILE NOT AVAILABLE - "
                       "STATUS " WS-ALT-FILE-STATUS
               END-IF
           END-IF
           IF WS-ALERT-FILE-OPEN
               WRITE ALERT-FILE-RECORD FROM ALERT-RECORD
               ADD 1 TO WS-ALERT-COUNT
           ELSE
               DISPLAY "CORRGEN: ALERT NOT WRITTEN - " AL-RECON-ID
                   " " AL-REFERENCE " " AL-MESSAGE
           END-IF.
