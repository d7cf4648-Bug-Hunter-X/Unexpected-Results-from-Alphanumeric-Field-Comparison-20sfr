      *>----------------------------------------------------------------
      *> QACARD - QASAMPLE SYSIN control card layout (one 80-byte
      *>          record).
      *>
      *>  Cols  1- 3 QC-SAMPLE-PERCENT   per cent of each rule's
      *>                                  acceptances for the night
      *>                                  picked for review, rounded
      *>                                  up (not numeric = 5)
      *>  Cols  4- 6 QC-MINIMUM-PER-RULE fewest picked for a rule that
      *>                                  accepted anything that night
      *>                                  - all of them when it
      *>                                  accepted fewer (not numeric
      *>                                  = 3)
      *>  Cols  7-16 QC-SAMPLE-DATE      night to sample, YYYY-MM-DD
      *>                                  as the audit trail carries
      *>                                  it (spaces = the run date)
      *>  Cols 17-80 FILLER
      *>----------------------------------------------------------------
       01  QA-SAMPLE-CARD.
           05  QC-SAMPLE-PERCENT       PIC 9(03).
           05  QC-MINIMUM-PER-RULE     PIC 9(03).
           05  QC-SAMPLE-DATE          PIC X(10).
           05  FILLER                  PIC X(64).
