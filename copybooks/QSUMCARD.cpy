      *>----------------------------------------------------------------
      *> QSUMCARD - QASUMRPT SYSIN control card layout (one 80-byte
      *>            record).
      *>
      *>  Cols  1- 6 QS-PERIOD           month to summarise, YYYYMM,
      *>                                  by the date the rules made
      *>                                  their decisions (spaces =
      *>                                  the month before the run
      *>                                  date)
      *>  Cols  7- 9 QS-ERROR-LIMIT      error rate, in per cent of the
      *>                                  reviewed samples, above which
      *>                                  a rule is flagged for review
      *>                                  (not numeric = 0, any rule
      *>                                  wrong result flags the rule)
      *>  Cols 10-80 FILLER
      *>----------------------------------------------------------------
       01  QA-SUMMARY-CARD.
           05  QS-PERIOD               PIC X(06).
           05  QS-ERROR-LIMIT          PIC 9(03).
           05  FILLER                  PIC X(71).
