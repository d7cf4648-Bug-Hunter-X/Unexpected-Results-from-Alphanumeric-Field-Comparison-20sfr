      *>----------------------------------------------------------------
      *> EXPCARD - EXPOSRPT SYSIN control card layout (one 80-byte
      *>           record). Every column may be left blank.
      *>
      *>  Cols  1- 8 EP-RECON-ID         report only this RECONREG
      *>                                  reconciliation (spaces = all
      *>                                  reconciliations)
      *>  Cols  9-28 EP-AMOUNT-FIELD     FLDDEFS field name of the
      *>                                  money amount (spaces =
      *>                                  AMOUNT)
      *>  Cols 29-48 EP-BRANCH-FIELD     FLDDEFS field name of the
      *>                                  branch (spaces = BRANCH)
      *>  Cols 49-50 EP-LARGEST-COUNT    how many of the largest
      *>                                  breaks to list (0 = 20,
      *>                                  at most 50)
      *>  Col  51    EP-IMPLIED-DECIMALS decimal places implied in an
      *>                                  amount carried without a
      *>                                  decimal point (0 = whole
      *>                                  units; 2 reads 0000012345
      *>                                  as 123.45)
      *>  Cols 52-80 FILLER
      *>----------------------------------------------------------------
       01  EXPOSURE-CARD.
           05  EP-RECON-ID             PIC X(08).
           05  EP-AMOUNT-FIELD         PIC X(20).
           05  EP-BRANCH-FIELD         PIC X(20).
           05  EP-LARGEST-COUNT        PIC 9(02).
           05  EP-IMPLIED-DECIMALS     PIC 9(01).
           05  FILLER                  PIC X(29).
