      *>  Col  19    CA-ACK-STATUS      C = corrected upstream,
      *>                                R = rejected (left transmitted
      *>                                and reported for follow-up)
      *>  Cols 20-27 CA-RECON-ID        reconciliation ID from the
      *>                                request record (spaces from an
      *>                                upstream not yet echoing it, or
      *>                                for the unnamed reconciliation)
      *>  Cols 28-80 FILLER
      *>
      *>  The upstream echoes the request batch envelope around its
      *>  acknowledgements (see CORRENV): "HDR"/"TRL" in cols 1-3,
           05  CA-ACK-STATUS           PIC X(01).
               88  CA-ACK-CORRECTED        VALUE "C".
               88  CA-ACK-REJECTED         VALUE "R".
           05  CA-RECON-ID             PIC X(08).
           05  FILLER                  PIC X(53).
