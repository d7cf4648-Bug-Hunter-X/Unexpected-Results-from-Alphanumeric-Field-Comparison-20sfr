      *>----------------------------------------------------------------
      *> RECONREG - reconciliation registry record, one 160-byte
      *>            record per reconciliation the shop runs against
      *>            the shared exception master (EXCPKSD), audit trail
      *>            (AUDITKSD) and compare report (RPTFILE). Onboarding
      *>            a new feed is a new entry here, not a cloned job
      *>            and a new set of datasets.
      *>
      *>            RECONCIL and RECONMRG take a SYSIN card naming the
      *>            reconciliation in cols 1-8 and pick up its control
      *>            card settings from RG-CONTROL-CARD (a partition's
      *>            key range, cols 56-75 of the SYSIN card, still
      *>            overrides); the ID is stamped on every report,
      *>            master, audit and run-history record the run
      *>            writes. AUTODISP applies only the RULEHIST rules of
      *>            the entry's rule set, and RECONCIL loads only the
      *>            FLDDEFS cards of the entry's member.
      *>
      *>  Cols   1-  8 RG-RECON-ID       reconciliation identifier
      *>                                 (never spaces - spaces is the
      *>                                 ID of a run driven by a full
      *>                                 control card)
      *>  Cols   9- 38 RG-DESCRIPTION    free text for the reports
      *>  Cols  39-118 RG-CONTROL-CARD   the reconciliation's RECONCIL
      *>                                 control card, exactly as
      *>                                 CTLCARD lays it out
      *>  Cols 119-126 RG-FLDDEFS-MEMBER FLDDEFS member (FL-MEMBER-
      *>                                 NAME) holding the field
      *>                                 layout (spaces = whole-
      *>                                 payload compare unless blank-
      *>                                 member cards are present)
      *>  Cols 127-134 RG-RULE-SET-ID    RULEHIST rule set (DR-RULE-
      *>                                 SET-ID) AUTODISP applies
      *>  Cols 135-160 FILLER
      *>----------------------------------------------------------------
       01  RECON-REGISTRY-RECORD.
           05  RG-RECON-ID             PIC X(08).
           05  RG-DESCRIPTION          PIC X(30).
           05  RG-CONTROL-CARD         PIC X(80).
           05  RG-FLDDEFS-MEMBER       PIC X(08).
           05  RG-RULE-SET-ID          PIC X(08).
           05  FILLER                  PIC X(26).
