      *>----------------------------------------------------------------
      *> RUNHIST - run-history record, one 120-byte record appended
      *>           per RECONCIL run so the summary counts survive the
      *>           job log. TRENDRPT reads the accumulated history for
      *>           the mismatch-rate trend report; the run identifier
      *>           RH-RUN-ID is the run's start timestamp,
      *>           YYYYMMDDHHMMSS. The file identities are the ones
      *>           supplied on the control card (CTLCARD cols 15-54).
      *>           RH-RECON-ID is the reconciliation (RECONREG entry)
      *>           the run was for; spaces = a run driven by a full
      *>           control card rather than a registry entry.
      *>
      *>           RH-RECORD-TYPE separates the run records from the
      *>           exposure records EXPOSRPT appends after the
      *>           nightly batch (one per reconciliation with open
      *>           exceptions: the dollar exposure of the open and
      *>           needs-fix population, so its trend can be tracked
      *>           beside the mismatch rate). An exposure record
      *>           carries its report run's timestamp in RH-RUN-ID,
      *>           its reconciliation in RH-RECON-ID and the figures
      *>           in RH-EXPOSURE-DATA, which overlays the run
      *>           counts. Every reader of the run counts skips
      *>           records that are not RH-RUN-RECORD. Records from
      *>           before the type byte existed read as spaces - run
      *>           records.
      *>----------------------------------------------------------------
       01  RUN-HISTORY-RECORD.
           05  RH-RUN-ID               PIC X(14).
           05  RH-RUN-DATA.
               10  RH-OLD-FILE-ID      PIC X(20).
               10  RH-NEW-FILE-ID      PIC X(20).
               10  RH-TRIM-SWITCH      PIC X(01).
               10  RH-CASE-SWITCH      PIC X(01).
               10  RH-NUMERIC-SWITCH   PIC X(01).
               10  RH-MATCH-MODE-SWITCH
                                       PIC X(01).
               10  RH-COMPARED-COUNT   PIC 9(09).
               10  RH-EQUAL-COUNT      PIC 9(09).
               10  RH-MISMATCH-COUNT   PIC 9(09).
               10  RH-OLD-ONLY-COUNT   PIC 9(09).
               10  RH-NEW-ONLY-COUNT   PIC 9(09).
               10  RH-MISMATCH-TOLERANCE
                                       PIC 9(05).
               10  RH-FINAL-RETURN-CODE
                                       PIC 9(02).
               10  RH-RESTART-SW       PIC X(01).
      *>           Exposure record: the open and needs-fix exceptions
      *>           measured, how many differ on the amount, the sum
      *>           of the absolute old-minus-new differences (gross,
      *>           the dollars at risk), their signed sum (net), the
      *>           single largest difference, and the gross amount
      *>           open more than five days.
           05  RH-EXPOSURE-DATA REDEFINES RH-RUN-DATA.
               10  RH-EX-EXCEPTION-COUNT
                                       PIC 9(09).
               10  RH-EX-AMOUNT-BREAK-COUNT
                                       PIC 9(09).
               10  RH-EX-GROSS-EXPOSURE
                                       PIC 9(13)V99.
               10  RH-EX-NET-EXPOSURE  PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  RH-EX-LARGEST-BREAK PIC 9(13)V99.
               10  RH-EX-OVER-5-EXPOSURE
                                       PIC 9(13)V99.
               10  FILLER              PIC X(18).
           05  RH-RECON-ID             PIC X(08).
           05  RH-RECORD-TYPE          PIC X(01).
               88  RH-RUN-RECORD           VALUE SPACE.
               88  RH-EXPOSURE-RECORD      VALUE "E".
