      *>----------------------------------------------------------------
      *> INTCARD - INTEGCHK SYSIN control card layout (one 80-byte
      *>           record).
      *>
      *>  Col   1    IC-REPAIR-SWITCH    Y = repair mode: rebuild each
      *>                                  inconsistent master status
      *>                                  from the key's latest audit
      *>                                  decision (and add the master
      *>                                  record where one is missing);
      *>                                  anything else = report only
      *>  Cols  2- 9 IC-RECON-ID         check only this RECONREG
      *>                                  reconciliation (spaces = all
      *>                                  reconciliations)
      *>  Cols 10-80 FILLER
      *>----------------------------------------------------------------
       01  INTEGRITY-CARD.
           05  IC-REPAIR-SWITCH        PIC X(01).
           05  IC-RECON-ID             PIC X(08).
           05  FILLER                  PIC X(71).
