      *>----------------------------------------------------------------
      *> CERTCARD - MTHCERT SYSIN control card layout (one 80-byte
      *>            record).
      *>
      *>  Cols  1- 8 MC-RECON-ID         RECONREG reconciliation to
      *>                                  certify (spaces = the unnamed
      *>                                  reconciliation)
      *>  Cols  9-14 MC-PERIOD           month to certify, YYYYMM
      *>                                  (spaces = the month before
      *>                                  the run date)
      *>  Cols 15-80 FILLER
      *>----------------------------------------------------------------
       01  CERTIFICATION-CARD.
           05  MC-RECON-ID             PIC X(08).
           05  MC-PERIOD               PIC X(06).
           05  FILLER                  PIC X(66).
