      *>           was appended so existing readers of the two-way
      *>           columns are unaffected. Member of the CMPRnnn
      *>           family (see also CMPR080, CMPR200).
      *>
      *>           CR-RECON-ID names the reconciliation (RECONREG
      *>           entry) that wrote the record, so one RPTFILE can
      *>           carry several reconciliations' results and every
      *>           posting step keys the exception master and the
      *>           audit trail on it. Spaces is the original single
      *>           reconciliation. Appended, like CR-AREA-3.
      *>----------------------------------------------------------------
       01  COMPARE-REPORT-RECORD.
           05  CR-RECORD-KEY           PIC X(10).
           05  CR-FIELD-NAME           PIC X(20).
           05  CR-RUN-ID               PIC X(14).
           05  CR-AREA-3               PIC X(100).
           05  CR-RECON-ID             PIC X(08).
