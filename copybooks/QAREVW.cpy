      *>----------------------------------------------------------------
      *> QAREVW - AUTODISP quality-assurance sample in its indexed
      *>          (KSDS) form (QAKSD), one 400-byte record per rule
      *>          acceptance picked for review, keyed on the audit
      *>          record it samples: reconciliation ID, record key and
      *>          the AK-SEQUENCE of the rule's A decision.
      *>
      *>          QASAMPLE writes each night's sample at status P
      *>          (pending), with a copy of the break the rule accepted
      *>          as the master held it that night, so the reviewer
      *>          judges what the rule saw even after a later run has
      *>          moved the exception on. A supervisor then marks it
      *>          in QAREVIEW:
      *>
      *>            C  confirmed  - the rule was right to accept it;
      *>            W  rule wrong - the break was real. The rule's
      *>                            decision is reversed on the audit
      *>                            trail exactly as SUPERREV does it
      *>                            (a NEW R record superseding the
      *>                            rule's A, the master reopened),
      *>                            and QK-REVERSAL-SEQUENCE holds the
      *>                            R record's sequence. It stays zero
      *>                            when the rule's decision had
      *>                            already been superseded and the
      *>                            key was left as it stood.
      *>
      *>          A rule wrong must carry the supervisor's comment; a
      *>          confirmation may carry one. QASUMRPT turns
      *>          the results into the monthly error rate per rule,
      *>          by the month the rule made the decision.
      *>
      *>  QK-RECON-ID / QK-RECORD-KEY / QK-AUDIT-SEQUENCE
      *>                         the sampled audit record (AUDITKSD)
      *>  QK-RULE-ID             AUTODISP rule that accepted it
      *>  QK-ACCEPTED-DATE       YYYY-MM-DD of the rule's decision
      *>  QK-SAMPLED-DATE        YYYY-MM-DD QASAMPLE picked it
      *>  QK-FIELD-NAME / QK-OLD-VALUE / QK-NEW-VALUE
      *>                         the break as the master held it when
      *>                         sampled (spaces if not on the master)
      *>  QK-STATUS              P / C / W (see above)
      *>  QK-REVIEWED-BY/-DATE/-TIME  the supervisor (spaces while P)
      *>  QK-REVIEW-COMMENT      the supervisor's comment
      *>  QK-REVERSAL-SEQUENCE   AK-SEQUENCE of the R record a rule
      *>                         wrong wrote (zero = none)
      *>----------------------------------------------------------------
       01  QA-REVIEW-RECORD.
           05  QK-SAMPLE-KEY.
               10  QK-RECON-ID         PIC X(08).
               10  QK-RECORD-KEY       PIC X(10).
               10  QK-AUDIT-SEQUENCE   PIC 9(03).
           05  QK-RULE-ID              PIC X(08).
           05  QK-ACCEPTED-DATE        PIC X(10).
           05  QK-SAMPLED-DATE         PIC X(10).
           05  QK-FIELD-NAME           PIC X(20).
           05  QK-OLD-VALUE            PIC X(100).
           05  QK-NEW-VALUE            PIC X(100).
           05  QK-STATUS               PIC X(01).
               88  QK-PENDING              VALUE "P".
               88  QK-CONFIRMED            VALUE "C".
               88  QK-RULE-WRONG           VALUE "W".
           05  QK-REVIEWED-BY          PIC X(08).
           05  QK-REVIEWED-DATE        PIC X(10).
           05  QK-REVIEWED-TIME        PIC X(08).
           05  QK-REVIEW-COMMENT       PIC X(60).
           05  QK-REVERSAL-SEQUENCE    PIC 9(03).
           05  FILLER                  PIC X(41).
