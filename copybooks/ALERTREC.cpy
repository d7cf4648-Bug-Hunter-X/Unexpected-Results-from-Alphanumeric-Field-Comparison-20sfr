      *>----------------------------------------------------------------
      *> ALERTREC - alert event record, one 150-byte record appended
      *>            to the shared alert file (ALERTS) for every
      *>            condition someone must act on before the morning:
      *>
      *>              RECONCIL  mismatch tolerance exceeded
      *>              RECONMRG  combined mismatch tolerance exceeded
      *>              EXTRVAL   extract failed the validation gate,
      *>                        control-total trailer break, trailer
      *>                        missing
      *>              RUNMON    expected run missing, duplicate runs
      *>              AGERPT    exception open past the escalation
      *>                        limit
      *>              CORRGEN   acknowledgement envelope break,
      *>                        correction request on the chase list
      *>
      *>            The writing programs only ever append (OPEN
      *>            EXTEND, OUTPUT when the file does not exist yet)
      *>            and an alert that cannot be written is DISPLAYed
      *>            and never fails the step. ALERTFWD forwards each
      *>            new event to the enterprise monitoring interface
      *>            and remembers on ALERTCTL how far it has got.
      *>
      *>  Cols   1- 14 AL-ALERT-STAMP     YYYYMMDDHHMMSS the event
      *>                                  was raised
      *>  Cols  15- 22 AL-SOURCE-PROGRAM  program that raised it
      *>  Col   23     AL-SEVERITY        C = critical (pages
      *>                                  on-call), W = warning
      *>                                  (ticket, no page), I =
      *>                                  information (logged only)
      *>  Cols  24- 31 AL-RECON-ID        reconciliation (spaces =
      *>                                  the unnamed one, or not
      *>                                  known to the raiser)
      *>  Cols  32- 45 AL-REFERENCE       what the event is about:
      *>                                  the run ID, record key,
      *>                                  request number or extract
      *>                                  DD name, per event type
      *>  Cols  46- 53 AL-EVENT-TYPE      event code (88s below)
      *>  Cols  54-133 AL-MESSAGE         free text for the on-call
      *>  Cols 134-150 FILLER
      *>----------------------------------------------------------------
       01  ALERT-RECORD.
           05  AL-ALERT-STAMP          PIC X(14).
           05  AL-SOURCE-PROGRAM       PIC X(08).
           05  AL-SEVERITY             PIC X(01).
               88  AL-CRITICAL             VALUE "C".
               88  AL-WARNING              VALUE "W".
               88  AL-INFORMATION          VALUE "I".
           05  AL-RECON-ID             PIC X(08).
           05  AL-REFERENCE            PIC X(14).
           05  AL-EVENT-TYPE           PIC X(08).
               88  AL-TOLERANCE-BREACH     VALUE "TOLBRCH".
               88  AL-GATE-FAILURE         VALUE "GATEFAIL".
               88  AL-TRAILER-BREAK        VALUE "TRLRBRK".
               88  AL-TRAILER-MISSING      VALUE "TRLRMISS".
               88  AL-MISSED-RUN           VALUE "MISSRUN".
               88  AL-DUPLICATE-RUN        VALUE "DUPRUN".
               88  AL-ESCALATION           VALUE "ESCALATE".
               88  AL-ENVELOPE-BREAK       VALUE "ENVBREAK".
               88  AL-CHASE                VALUE "CHASE".
           05  AL-MESSAGE              PIC X(80).
           05  FILLER                  PIC X(17).
