      *>  Cols  1- 3 AG-ESCALATION-DAYS  an open exception older than
      *>                                  this many days goes on the
      *>                                  escalation list (0 = 5)
      *>  Cols  4-11 AG-RECON-ID         report only this RECONREG
      *>                                  reconciliation (spaces = all
      *>                                  reconciliations)
      *>  Cols 12-80 FILLER
      *>----------------------------------------------------------------
       01  AGING-CARD.
           05  AG-ESCALATION-DAYS      PIC 9(03).
           05  AG-RECON-ID             PIC X(08).
           05  FILLER                  PIC X(69).
