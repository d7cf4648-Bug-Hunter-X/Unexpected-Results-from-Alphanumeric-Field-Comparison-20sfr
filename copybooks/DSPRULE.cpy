      *>----------------------------------------------------------------
      *> DSPRULE - auto-disposition rule record for AUTODISP, one
      *>           160-byte image per rule. Each version of a rule is
      *>           kept in this layout on the rule history (RULEHIST,
      *>           maintained online by RULEMNT); the card-image
      *>           RULEFILE survives only as RULECONV's input. Rules
      *>           are tried in DR-PRECEDENCE order against each
      *>           undispositioned MISMATCH on the compare report; the
      *>           first rule whose populated criteria all match wins.
      *>
      *>  Cols   1-  8 DR-RULE-ID        written to the audit trail in
      *>                                 place of an operator ID
      *>                                 new value (spaces = any)
      *>  Cols  79-138 DR-COMMENT        standard comment written to
      *>                                 the audit trail
      *>  Cols 139-146 DR-RULE-SET-ID    the rule set the rule belongs
      *>                                 to. A reconciliation uses
      *>                                 only the rules of the set
      *>                                 named on its RECONREG entry;
      *>                                 spaces = the set used by a
      *>                                 run with no registry entry
      *>  Cols 147-149 DR-PRECEDENCE     order the rule is tried in,
      *>                                 lowest first (ties by rule
      *>                                 ID); zero or blank = after
      *>                                 every numbered rule, so the
      *>                                 most specific rules want the
      *>                                 lowest numbers
      *>  Cols 150-160 FILLER
      *>----------------------------------------------------------------
       01  DISPOSITION-RULE-RECORD.
           05  DR-RULE-ID              PIC X(08).
           05  DR-OLD-PATTERN          PIC X(20).
           05  DR-NEW-PATTERN          PIC X(20).
           05  DR-COMMENT              PIC X(60).
           05  DR-RULE-SET-ID          PIC X(08).
           05  DR-PRECEDENCE           PIC 9(03).
           05  FILLER                  PIC X(11).
