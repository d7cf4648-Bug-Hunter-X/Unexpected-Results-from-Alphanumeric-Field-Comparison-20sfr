      *>
      *> One-time conversion of the legacy sequential audit trail
      *> (AUDITTRL, AUDITREC layout) into the indexed audit trail
      *> (AUDITKSD, keyed on reconciliation ID, record key and
      *> sequence) that DISPOSE and AUTODISP now maintain. The legacy
      *> trail predates named reconciliations, so every converted
      *> record belongs to the unnamed one (reconciliation ID
      *> spaces). Run once at cutover so the
      *> compliance history carries over; safe to rerun against an
      *> empty target, and a rerun against a loaded target adds the
      *> input records again under new sequences, so do not.
           MOVE AT-RECORD-KEY TO WS-SCAN-KEY
           PERFORM 2300-FIND-NEXT-SEQUENCE

           MOVE SPACES TO AK-RECON-ID
           MOVE AT-RECORD-KEY TO AK-RECORD-KEY
           MOVE WS-NEXT-SEQUENCE TO AK-SEQUENCE
           MOVE AT-DISPOSITION-CODE TO AK-DISPOSITION-CODE
       2300-FIND-NEXT-SEQUENCE.
           MOVE 1 TO WS-NEXT-SEQUENCE
           MOVE "N" TO WS-AUDIT-SCAN-DONE-SW
           MOVE SPACES TO AK-RECON-ID
           MOVE WS-SCAN-KEY TO AK-RECORD-KEY
           MOVE ZERO TO AK-SEQUENCE
           START AUDIT-KSDS-FILE KEY NOT < AK-AUDIT-KEY
               READ AUDIT-KSDS-FILE NEXT RECORD
               END-READ
               IF WS-KSD-FILE-STATUS NOT = "00"
                   OR AK-RECON-ID NOT = SPACES
                   OR AK-RECORD-KEY NOT = WS-SCAN-KEY
                   SET WS-AUDIT-SCAN-DONE TO TRUE
               ELSE
