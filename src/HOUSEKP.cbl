      *>   - EQUAL records past retention are dropped entirely;
      *>   - OLD-ONLY / NEW-ONLY records past retention move to the
      *>     dated archive (kept for compliance, restorable on
      *>     request) - except the halves of a probable re-keyed
      *>     account REKEYCHK put on the exception master, which are
      *>     dispositioned like a MISMATCH and archived like one;
      *>   - MISMATCH records past retention move to the archive ONLY
      *>     when fully dispositioned - latest audit decision A, or
      *>     V (an upstream correction verified against a later
      *>     extract by FIXVERIF) - and their audit records move to
      *>     the audit archive and come off the KSDS;
      *>   - a MISMATCH with no disposition yet (or reversed, or a
      *>     needs-fix still outstanding or awaiting verification,
      *>     or a correction that failed verification) is NEVER
      *>     archived, however old - it is counted and kept;
      *>   - everything within retention is kept.
      *> Kept records are rewritten to the lean NEWRPT, which the JCL
      *> swaps in as the current report file.
           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCPKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XK-EXCEPTION-KEY
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
                        CR-DIFF-POSITION BY NR-DIFF-POSITION
                        CR-FIELD-NAME BY NR-FIELD-NAME
                        CR-RUN-ID BY NR-RUN-ID
                        CR-AREA-3 BY NR-AREA-3
                        CR-RECON-ID BY NR-RECON-ID.

       FD  REPORT-ARCHIVE-FILE.
       COPY CMPR100 REPLACING COMPARE-REPORT-RECORD
                        CR-DIFF-POSITION BY RA-DIFF-POSITION
                        CR-FIELD-NAME BY RA-FIELD-NAME
                        CR-RUN-ID BY RA-RUN-ID
                        CR-AREA-3 BY RA-AREA-3
                        CR-RECON-ID BY RA-RECON-ID.

       FD  AUDIT-ARCHIVE-FILE.
       COPY AUDITKSD REPLACING AUDIT-KSDS-RECORD
                            BY AUDIT-ARCHIVE-RECORD
                        AK-AUDIT-KEY BY AA-AUDIT-KEY
                        AK-RECON-ID BY AA-RECON-ID
                        AK-RECORD-KEY BY AA-RECORD-KEY
                        AK-SEQUENCE BY AA-SEQUENCE
                        AK-DISPOSITION-CODE BY AA-DISPOSITION-CODE
                        AK-DISP-ACCEPTED BY AA-DISP-ACCEPTED
                        AK-DISP-NEEDS-FIX BY AA-DISP-NEEDS-FIX
                        AK-DISP-REVERSED BY AA-DISP-REVERSED
                        AK-DISP-FIX-VERIFIED BY AA-DISP-FIX-VERIFIED
                        AK-DISP-FIX-FAILED BY AA-DISP-FIX-FAILED
                        AK-COMMENT BY AA-COMMENT
                        AK-USER-ID BY AA-USER-ID
                        AK-DISPOSITION-DATE BY AA-DISPOSITION-DATE
       01  WS-LATEST-SEQUENCE          PIC 9(03) VALUE ZERO.
       01  WS-LATEST-DISP-CODE         PIC X(01) VALUE SPACE.
       01  WS-LATEST-TRANSMIT-FLAG     PIC X(01) VALUE SPACE.
       01  WS-SCAN-KEY.
           05  WS-SCAN-RECON-ID        PIC X(08) VALUE SPACES.
           05  WS-SCAN-RECORD-KEY      PIC X(10) VALUE SPACES.

      *> The report record in hand as reconciliation ID plus record
      *> key - the same key in two reconciliations is two exceptions,
      *> so the key tables below hold both.
       01  WS-REPORT-KEY.
           05  WS-RK-RECON-ID          PIC X(08) VALUE SPACES.
           05  WS-RK-RECORD-KEY        PIC X(10) VALUE SPACES.
       01  WS-SUB                      PIC 9(05) VALUE ZERO.

      *> Keys whose audit records already went to the archive this
      *> archive once the key's decision has been archived.
       01  WS-ARCHIVED-KEYS.
           05  WS-ARCHIVED-KEY-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-ARCHIVED-KEY-TABLE   PIC X(18)
                                       OCCURS 9999 TIMES.

      *> Keys with a MISMATCH line still within retention, collected
      *> so their aged lines are kept rather than archived.
       01  WS-RECENT-KEYS.
           05  WS-RECENT-KEY-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-RECENT-KEY-TABLE     PIC X(18)
                                       OCCURS 9999 TIMES.

       01  WS-KEY-RECENT-SW            PIC X(01) VALUE "N".
           IF NOT WS-KEY-RECENT
               IF WS-RECENT-KEY-COUNT < 9999
                   ADD 1 TO WS-RECENT-KEY-COUNT
                   MOVE WS-REPORT-KEY TO
                       WS-RECENT-KEY-TABLE(WS-RECENT-KEY-COUNT)
               ELSE
                   IF NOT WS-RECENT-TABLE-FULL

       2030-CHECK-KEY-RECENT.
           MOVE "N" TO WS-KEY-RECENT-SW
           MOVE CR-RECON-ID TO WS-RK-RECON-ID
           MOVE CR-RECORD-KEY TO WS-RK-RECORD-KEY
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RECENT-KEY-COUNT
               IF WS-RECENT-KEY-TABLE(WS-SUB) = WS-REPORT-KEY
                   SET WS-KEY-RECENT TO TRUE
                   EXIT PERFORM
               END-IF
      *> Three-way parallel-run records (the *-ONLY/*-MISS presence
      *> flags and the OLD/NEW/REF-ODD and ALL-DIFF verdicts) are
      *> reported-only, never dispositioned, so like OLD-ONLY and
      *> NEW-ONLY they move straight to the archive once aged. An
      *> OLD-ONLY or NEW-ONLY key whose master entry is linked is half
      *> of a re-key pair and waits for its decision; an unlinked
      *> master entry for the key is left over from an earlier
      *> MISMATCH and says nothing about the one-sided record.
           EVALUATE TRUE
               WHEN WS-RECORD-AGE <= HK-RETENTION-DAYS
                   PERFORM 2400-KEEP-RECORD
               WHEN CR-RESULT-EQUAL
                   ADD 1 TO WS-DROPPED-COUNT
               WHEN CR-RESULT-OLD-ONLY OR CR-RESULT-NEW-ONLY
                   MOVE CR-RECON-ID TO XK-RECON-ID
                   MOVE CR-RECORD-KEY TO XK-RECORD-KEY
                   READ EXCEPTION-MASTER-FILE
                       INVALID KEY
                           PERFORM 2500-ARCHIVE-REPORT-RECORD
                       NOT INVALID KEY
                           IF XK-NOT-LINKED
                               PERFORM 2500-ARCHIVE-REPORT-RECORD
                           ELSE
                               PERFORM 2300-JUDGE-AGED-MISMATCH
                           END-IF
                   END-READ
               WHEN CR-RESULT-REF-ONLY
                   OR CR-RESULT-OLD-MISS OR CR-RESULT-NEW-MISS
                   OR CR-RESULT-REF-MISS
                   OR CR-RESULT-OLD-ODD OR CR-RESULT-NEW-ODD
           END-IF.

      *> An aged MISMATCH moves to the archive only when its decision
      *> is final: latest audit record A, or V - a fix the next
      *> extract proved. An acknowledged needs-fix (N, flag C) is
      *> kept until FIXVERIF has checked it; undispositioned,
      *> reversed, failed or still-outstanding records are kept
      *> however old they are - archiving an unworked exception
      *> would hide it from DISPOSE and AGERPT.
       2300-JUDGE-AGED-MISMATCH.
           PERFORM 2310-CHECK-KEY-ALREADY-ARCHIVED
           PERFORM 2030-CHECK-KEY-RECENT
                   WHEN WS-LATEST-DISP-CODE = "A"
                       PERFORM 2500-ARCHIVE-REPORT-RECORD
                       PERFORM 2600-ARCHIVE-AUDIT-RECORDS
                   WHEN WS-LATEST-DISP-CODE = "V"
                       PERFORM 2500-ARCHIVE-REPORT-RECORD
                       PERFORM 2600-ARCHIVE-AUDIT-RECORDS
                   WHEN OTHER

       2310-CHECK-KEY-ALREADY-ARCHIVED.
           MOVE "N" TO WS-KEY-ARCHIVED-SW
           MOVE CR-RECON-ID TO WS-RK-RECON-ID
           MOVE CR-RECORD-KEY TO WS-RK-RECORD-KEY
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ARCHIVED-KEY-COUNT
               IF WS-ARCHIVED-KEY-TABLE(WS-SUB) = WS-REPORT-KEY
                   SET WS-KEY-ARCHIVED TO TRUE
                   EXIT PERFORM
               END-IF
           MOVE SPACE TO WS-LATEST-DISP-CODE
           MOVE SPACE TO WS-LATEST-TRANSMIT-FLAG
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
      *> report lines for it archive too.
       2600-ARCHIVE-AUDIT-RECORDS.
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
                   MOVE AUDIT-KSDS-RECORD TO AUDIT-ARCHIVE-RECORD

      *> The key's decision has left the live audit trail, so its
      *> exception-master record has nothing current to say either.
           MOVE WS-SCAN-RECON-ID TO XK-RECON-ID
           MOVE WS-SCAN-RECORD-KEY TO XK-RECORD-KEY
           READ EXCEPTION-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
               END-IF
           END-IF.

      *> The last RUN record decides; EXPOSRPT's exposure records on
      *> the same history are not runs and are passed over.
       3100-READ-LAST-RUN-HISTORY.
           MOVE "N" TO WS-LAST-RUN-COMPLETE-SW
           OPEN INPUT RUN-HISTORY-FILE
                   READ RUN-HISTORY-FILE
                       AT END MOVE "Y" TO WS-HIST-EOF-SW
                       NOT AT END
                           EVALUATE TRUE
                               WHEN NOT RH-RUN-RECORD
                                   CONTINUE
                               WHEN RH-FINAL-RETURN-CODE <= 8
                                   SET WS-LAST-RUN-COMPLETE TO TRUE
                               WHEN OTHER
                                   MOVE "N"
                                       TO WS-LAST-RUN-COMPLETE-SW
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
      *> when its decision is final and archived.
       3500-SWEEP-EXCEPTION-MASTER.
           MOVE "N" TO WS-MASTER-SWEEP-DONE-SW
           MOVE LOW-VALUES TO XK-EXCEPTION-KEY
           START EXCEPTION-MASTER-FILE KEY NOT < XK-EXCEPTION-KEY
               INVALID KEY SET WS-MASTER-SWEEP-DONE TO TRUE
           END-START
           IF WS-EXC-FILE-STATUS NOT = "00"
