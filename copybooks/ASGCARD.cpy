      *>----------------------------------------------------------------
      *> ASGCARD - WORKASGN SYSIN control card layout (one 80-byte
      *>           record).
      *>
      *>  Col   1    AS-ASSIGN-MODE  K = key range: an exception goes
      *>                             to the first on-desk roster card
      *>                             whose range covers its key, and
      *>                             a key no range covers falls to
      *>                             round-robin; R = round-robin
      *>                             only, ranges ignored (anything
      *>                             else = K)
      *>  Cols  2- 9 AS-RECON-ID     assign only this RECONREG
      *>                             reconciliation's exceptions
      *>                             (spaces = all reconciliations)
      *>  Cols 10-80 FILLER
      *>----------------------------------------------------------------
       01  ASSIGNMENT-CARD.
           05  AS-ASSIGN-MODE          PIC X(01).
               88  AS-KEY-RANGE-MODE       VALUE "K".
               88  AS-ROUND-ROBIN-MODE     VALUE "R".
           05  AS-RECON-ID             PIC X(08).
           05  FILLER                  PIC X(71).
