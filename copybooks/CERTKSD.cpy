      *>----------------------------------------------------------------
      *> CERTKSD - month-end certification log in its indexed (KSDS)
      *>           form, keyed on reconciliation ID, period (YYYYMM)
      *>           and a per-period sequence. Every event in a
      *>           period's certification is a NEW record - nothing
      *>           is rewritten or deleted, so the log is the record
      *>           of who signed what, when, and who reopened it:
      *>
      *>             P  prepared  - MTHCERT built the month's statement
      *>                            and froze its figures here;
      *>             C  certified - a supervisor signed the prepared
      *>                            statement off in CERTSIGN (the
      *>                            figures are carried onto the
      *>                            sign-off record unchanged);
      *>             R  reopened  - a supervisor formally reopened the
      *>                            period in CERTSIGN, with a reason
      *>                            (also how a prepared statement is
      *>                            rejected before sign-off).
      *>
      *>           The highest sequence is the period's current state.
      *>           While it is P or C the period is LOCKED: DISPOSE and
      *>           SUPERREV refuse to change the disposition of any
      *>           exception raised in the period (XK-RUN-ID month),
      *>           so the figures a supervisor is signing - or has
      *>           signed - cannot move underneath the statement. R
      *>           unlocks it until MTHCERT prepares it again.
      *>
      *>           CT-RECON-ID is the reconciliation (RECONREG entry);
      *>           spaces = the unnamed reconciliation run from a full
      *>           control card.
      *>
      *>           Statement figures (P and C records; an R record
      *>           carries the figures it withdrew, for reference):
      *>             runs, failed runs (final RC 8 or more), records
      *>             compared and mismatches reported - RUNHIST run
      *>             records stamped in the period;
      *>             exceptions raised - master records whose first
      *>             open run fell in the period - and where each
      *>             stands on its latest audit decision: accepted by
      *>             an AUTODISP rule, accepted by a person, sent for
      *>             fix, cleared by a later extract without a
      *>             decision, or still open (with how many are over
      *>             30 days old and the oldest age, in days at month
      *>             end).
      *>----------------------------------------------------------------
       01  PERIOD-CERT-RECORD.
           05  CT-CERT-KEY.
               10  CT-RECON-ID         PIC X(08).
               10  CT-PERIOD           PIC X(06).
               10  CT-SEQUENCE         PIC 9(03).
           05  CT-ACTION               PIC X(01).
               88  CT-PREPARED             VALUE "P".
               88  CT-CERTIFIED            VALUE "C".
               88  CT-REOPENED             VALUE "R".
           05  CT-USER-ID              PIC X(08).
           05  CT-ACTION-DATE          PIC X(10).
           05  CT-ACTION-TIME          PIC X(08).
           05  CT-COMMENT              PIC X(60).
           05  CT-STATEMENT-RUN-ID     PIC X(14).
           05  CT-FIGURES.
               10  CT-RUN-COUNT        PIC 9(05).
               10  CT-FAILED-RUN-COUNT PIC 9(05).
               10  CT-COMPARED-COUNT   PIC 9(11).
               10  CT-MISMATCH-COUNT   PIC 9(11).
               10  CT-RAISED-COUNT     PIC 9(09).
               10  CT-AUTO-ACCEPTED-COUNT
                                       PIC 9(09).
               10  CT-MANUAL-ACCEPTED-COUNT
                                       PIC 9(09).
               10  CT-NEEDS-FIX-COUNT  PIC 9(09).
               10  CT-CLEARED-COUNT    PIC 9(09).
               10  CT-OPEN-COUNT       PIC 9(09).
               10  CT-OPEN-OVER-30-COUNT
                                       PIC 9(09).
               10  CT-OLDEST-OPEN-DAYS PIC 9(05).
           05  FILLER                  PIC X(32).
