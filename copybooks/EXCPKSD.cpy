      *>----------------------------------------------------------------
      *> EXCPKSD - open-exception master record in its indexed (KSDS)
      *>           form, keyed on reconciliation ID plus record key,
      *>           one record per key per reconciliation. The
      *>           nightly batch maintains it so the online screens
      *>           and the aging report no longer rescan the whole
      *>           DISP=MOD compare report (months of EQUAL records)
      *>                        report (partitions leave the KSDS
      *>                        alone so they never fight over it);
      *>             HOUSEKP  - deletes records whose audit history
      *>                        has been archived, and aged C records;
      *>             WORKASGN - hands each unowned open record to an
      *>                        operator off the desk roster;
      *>             REASSIGN - moves records between operators for
      *>                        a supervisor;
      *>             REKEYCHK - adds (or reopens) both halves of a
      *>                        probable re-keyed account and links
      *>                        them to each other.
      *>
      *>           Read-only users: AGERPT (aging), EXCPINQ (the ops
      *>           inquiry screen), DISPWKLD (originating-run dates),
      *>           CORRGEN (values for re-sent correction requests),
      *>           EXPOSRPT (money at risk), MTHCERT (month-end
      *>           certification - XK-RUN-ID's month is the period an
      *>           exception belongs to, and the period lock DISPOSE
      *>           and SUPERREV apply is judged on it).
      *>
      *>           XK-RUN-ID is the run that last found the key
      *>           mismatched (YYYYMMDDHHMMSS, same stamp as
      *>           compare ran field by field the detail fields carry
      *>           the last differing field reported for the key; the
      *>           full per-field history stays on RPTFILE.
      *>
      *>           XK-RECON-ID is the reconciliation (RECONREG entry)
      *>           the exception belongs to, so two reconciliations
      *>           that share an account number keep separate open
      *>           exceptions. Spaces is the original single
      *>           reconciliation run from a full control card.
      *>
      *>           XK-ASSIGNED-TO is the operator whose DISPOSE queue
      *>           the exception sits in (spaces = not yet assigned).
      *>           Only WORKASGN and REASSIGN set it; every other
      *>           writer leaves it as it found it and adds new
      *>           records unassigned, so a key that clears and later
      *>           reopens goes back to the operator who had it.
      *>
      *>           XK-LINKED-KEY is the other half of a probable
      *>           re-keyed account (same reconciliation): an OLD-ONLY
      *>           key and the NEW-ONLY key REKEYCHK paired it with,
      *>           each pointing at the other, each carrying the old
      *>           payload in XK-OLD-VALUE and the new one in
      *>           XK-NEW-VALUE. DISPOSE applies one decision to both.
      *>           Spaces = not linked; only REKEYCHK sets it, and
      *>           every other writer adds new records unlinked.
      *>----------------------------------------------------------------
       01  EXCEPTION-KSDS-RECORD.
           05  XK-EXCEPTION-KEY.
               10  XK-RECON-ID         PIC X(08).
               10  XK-RECORD-KEY       PIC X(10).
           05  XK-RESULT-FLAG          PIC X(08).
           05  XK-DIFF-POSITION        PIC 9(05).
           05  XK-FIELD-NAME           PIC X(20).
               88  XK-STATUS-ACCEPTED      VALUE "A".
               88  XK-STATUS-NEEDS-FIX     VALUE "N".
               88  XK-STATUS-CLEARED       VALUE "C".
           05  XK-ASSIGNED-TO          PIC X(08).
               88  XK-UNASSIGNED           VALUE SPACES.
           05  XK-LINKED-KEY           PIC X(10).
               88  XK-NOT-LINKED           VALUE SPACES.
