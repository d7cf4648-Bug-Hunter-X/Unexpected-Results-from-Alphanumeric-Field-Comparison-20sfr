      *>----------------------------------------------------------------
      *> AUDITKSD - audit trail record in its indexed (KSDS) form,
      *>            keyed on reconciliation ID and record key plus a
      *>            per-key sequence so a record can carry multiple
      *>            dispositions over time.
      *>            Written by DISPOSE and AUTODISP, loaded from the
      *>            legacy sequential trail by AUDCONV. The sequential
      *>            layout it replaces is AUDITREC (kept for AUDCONV
      *>            AK-SEQUENCE starts at 001 for a key's first
      *>            disposition and counts up; the highest sequence is
      *>            a key's current decision. A supervisor reversal or
      *>            replacement (SUPERREV, or QAREVIEW reversing a
      *>            rule decision a QA sample found wrong) is written
      *>            as a NEW record with AK-SUPERSEDES-SEQ pointing at
      *>            the decision it supersedes - the original record
      *>            is never touched.
      *>            A key whose latest record is a reversal (code R)
      *>            counts as undispositioned again.
      *>
      *>            yet sent, T = on a correction-request file under
      *>            AK-REQUEST-NUMBER, C = acknowledged corrected. Only
      *>            needs-fix records ever carry T or C.
      *>
      *>            An acknowledged fix is checked against the next
      *>            extract (FIXVERIF), which logs the outcome as a NEW
      *>            record under the same AK-REQUEST-NUMBER, user
      *>            FIXVERIF: V = fix verified (the corrected field now
      *>            agrees), F = correction failed (it still differs -
      *>            the key counts as undispositioned again, as after
      *>            a reversal, and is back in the DISPOSE queue). The
      *>            outcome judges the upstream fix, not the operator's
      *>            call, so AK-SUPERSEDES-SEQ stays zero on V and F.
      *>
      *>            AK-RECON-ID is the reconciliation the decision was
      *>            made in (same as XK-RECON-ID on the exception
      *>            master), so each reconciliation keeps its own
      *>            disposition history for a shared account number.
      *>----------------------------------------------------------------
       01  AUDIT-KSDS-RECORD.
           05  AK-AUDIT-KEY.
               10  AK-RECON-ID         PIC X(08).
               10  AK-RECORD-KEY       PIC X(10).
               10  AK-SEQUENCE         PIC 9(03).
           05  AK-DISPOSITION-CODE     PIC X(01).
               88  AK-DISP-ACCEPTED        VALUE "A".
               88  AK-DISP-NEEDS-FIX       VALUE "N".
               88  AK-DISP-REVERSED        VALUE "R".
               88  AK-DISP-FIX-VERIFIED    VALUE "V".
               88  AK-DISP-FIX-FAILED      VALUE "F".
           05  AK-COMMENT              PIC X(60).
           05  AK-USER-ID              PIC X(08).
           05  AK-DISPOSITION-DATE     PIC X(10).
