      *>                                = 0.01, a penny). Zero or
      *>                                spaces = exact match, as
      *>                                before. Ignored for A and D.
      *>  Cols 40-47 FL-MEMBER-NAME     the FLDDEFS member (set of
      *>                                cards) this card belongs to,
      *>                                as named on a reconciliation's
      *>                                RECONREG entry. One FLDDEFS
      *>                                dataset carries every
      *>                                reconciliation's layout; a run
      *>                                loads only its own member's
      *>                                cards. Spaces = the member of
      *>                                a run with no registry entry.
      *>  Col  48    FL-REKEY-SWITCH    Y = one of the fields REKEYCHK
      *>                                matches an OLD-ONLY payload to
      *>                                a NEW-ONLY one on when looking
      *>                                for re-keyed accounts. With no
      *>                                card in the member marked Y,
      *>                                every compared (col 32 = Y)
      *>                                field is used. Ignored by the
      *>                                compare.
      *>  Cols 49-80 FILLER
      *>
      *> With no FLDDEFS file present RECONCIL compares the payload as
      *> one opaque field, as it always has.
           05  FL-FIELD-TYPE           PIC X(01).
           05  FL-COMPARE-SWITCH       PIC X(01).
           05  FL-TOLERANCE            PIC 9(05)V99.
           05  FL-MEMBER-NAME          PIC X(08).
           05  FL-REKEY-SWITCH         PIC X(01).
           05  FILLER                  PIC X(32).
