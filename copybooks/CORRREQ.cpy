      *>----------------------------------------------------------------
      *> CORRREQ - correction-request interface record written by
      *>           CORRGEN for the upstream extract system, one
      *>           321-byte record per needs-fix disposition not yet
      *>           transmitted. The request number is unique across
      *>           runs (last used number kept on REQCTL) and is
      *>           echoed back on the acknowledgement file (CORRACK).
      *>
      *>           CQ-RECON-ID (appended, cols 314-321) names the
      *>           reconciliation the key belongs to - the same record
      *>           key can be a different account in two
      *>           reconciliations. Spaces for the unnamed
      *>           reconciliation run from a full control card.
      *>
      *>           Each run's records travel between a batch header
      *>           and trailer (see CORRENV), told apart from data
      *>           records by "HDR"/"TRL" in the first three bytes.
           05  CQ-FIELD-NAME           PIC X(20).
           05  CQ-COMMENT              PIC X(60).
           05  CQ-REQUEST-DATE         PIC X(10).
           05  CQ-RECON-ID             PIC X(08).
