      *>----------------------------------------------------------------
      *> MONFEED - enterprise monitoring interface record, one
      *>           200-byte record per alert event written by ALERTFWD
      *>           to the monitoring agent's intake dataset. The agent
      *>           raises the event on the operations console and acts
      *>           on MF-ACTION: P pages the reconciliation on-call
      *>           and opens a ticket, T opens a ticket for the desk
      *>           in hours, L logs the event only.
      *>
      *>           MF-CORRELATION-ID is the ticketing system's
      *>           de-duplication key: the same condition raised again
      *>           (an exception still escalated the next morning, a
      *>           request still on the chase list, a rerun forwarder
      *>           re-sending events it was not able to record as
      *>           sent) updates the open ticket instead of opening a
      *>           second one.
      *>
      *>  Cols   1-  8 MF-APPLICATION     always RECONCIL
      *>  Cols   9- 22 MF-EVENT-STAMP     YYYYMMDDHHMMSS raised
      *>  Cols  23- 30 MF-SEVERITY        CRITICAL / WARNING / INFO
      *>  Col   31     MF-ACTION          P / T / L (see above)
      *>  Cols  32- 39 MF-SOURCE-PROGRAM  program that raised it
      *>  Cols  40- 47 MF-EVENT-TYPE      ALERTREC event code
      *>  Cols  48- 55 MF-RECON-ID        reconciliation
      *>  Cols  56- 69 MF-REFERENCE       run ID / key / request no.
      *>  Cols  70-107 MF-CORRELATION-ID  program + event type +
      *>                                  reconciliation + reference
      *>  Cols 108-116 MF-FEED-SEQUENCE   forwarder's running count
      *>                                  of events sent
      *>  Cols 117-196 MF-MESSAGE         text for the on-call
      *>  Cols 197-200 FILLER
      *>----------------------------------------------------------------
       01  MONITOR-FEED-RECORD.
           05  MF-APPLICATION          PIC X(08).
           05  MF-EVENT-STAMP          PIC X(14).
           05  MF-SEVERITY             PIC X(08).
           05  MF-ACTION               PIC X(01).
               88  MF-PAGE-ON-CALL         VALUE "P".
               88  MF-RAISE-TICKET         VALUE "T".
               88  MF-LOG-ONLY             VALUE "L".
           05  MF-SOURCE-PROGRAM       PIC X(08).
           05  MF-EVENT-TYPE           PIC X(08).
           05  MF-RECON-ID             PIC X(08).
           05  MF-REFERENCE            PIC X(14).
           05  MF-CORRELATION-ID.
               10  MF-CO-PROGRAM       PIC X(08).
               10  MF-CO-EVENT-TYPE    PIC X(08).
               10  MF-CO-RECON-ID      PIC X(08).
               10  MF-CO-REFERENCE     PIC X(14).
           05  MF-FEED-SEQUENCE        PIC 9(09).
           05  MF-MESSAGE              PIC X(80).
           05  FILLER                  PIC X(04).
