      *>                                   check (0 = payload carries
      *>                                   no amount; check skipped)
      *>  Cols 18-22 VC-AMOUNT-LENGTH      amount field length
      *>  Cols 23-30 VC-RECON-ID           reconciliation the extract
      *>                                   feeds, stamped on the alert
      *>                                   raised for a failed gate
      *>                                   (spaces = the unnamed one)
      *>  Cols 31-50 VC-EXTRACT-ID         extract identity named in
      *>                                   that alert, as on the
      *>                                   RECONCIL control card
      *>                                   (spaces = "EXTRFILE")
      *>  Cols 51-80 FILLER
      *>----------------------------------------------------------------
       01  VALIDATION-CARD.
           05  VC-MAX-ERRORS-LISTED    PIC 9(05).
           05  VC-TRAILER-MODE         PIC X(01).
           05  VC-AMOUNT-START         PIC 9(05).
           05  VC-AMOUNT-LENGTH        PIC 9(05).
           05  VC-RECON-ID             PIC X(08).
           05  VC-EXTRACT-ID           PIC X(20).
           05  FILLER                  PIC X(30).
