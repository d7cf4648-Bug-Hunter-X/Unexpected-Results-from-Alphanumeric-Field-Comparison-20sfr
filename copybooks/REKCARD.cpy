      *>----------------------------------------------------------------
      *> REKCARD - REKEYCHK SYSIN control card layout (one 80-byte
      *>           record).
      *>
      *>  Cols  1- 3 KC-MIN-SCORE        lowest match score, in per
      *>                                  cent of the matching fields
      *>                                  that agree, at which an
      *>                                  OLD-ONLY / NEW-ONLY pair is
      *>                                  taken as one re-keyed account
      *>                                  (0 or not numeric = 100, all
      *>                                  matching fields agree)
      *>  Cols  4-11 KC-RECON-ID         check only this RECONREG
      *>                                  reconciliation (spaces = all
      *>                                  reconciliations)
      *>  Cols 12-80 FILLER
      *>----------------------------------------------------------------
       01  REKEY-CARD.
           05  KC-MIN-SCORE            PIC 9(03).
           05  KC-RECON-ID             PIC X(08).
           05  FILLER                  PIC X(69).
