      *>----------------------------------------------------------------
      *> ALERTCTL - ALERTFWD forwarding control record, one 200-byte
      *>            record rewritten at the end of every forwarding
      *>            run. It is how the forwarder remembers what it has
      *>            already sent: the number of ALERTS records
      *>            forwarded so far and a copy of the last one.
      *>
      *>            The next run skips that many records, but only
      *>            after checking that the record at that position
      *>            is still the one it last sent. When it is not -
      *>            the alert file was archived and reallocated, or
      *>            restored from another generation - the count is
      *>            meaningless, and everything on the file is
      *>            forwarded from its first record.
      *>
      *>  Cols   1-  9 CT-SENT-COUNT      ALERTS records forwarded
      *>  Cols  10-159 CT-LAST-SENT       image of the last record
      *>                                  forwarded, or passed over
      *>                                  as blank (ALERTREC layout)
      *>  Cols 160-173 CT-LAST-RUN-STAMP  YYYYMMDDHHMMSS of the
      *>                                  forwarding run
      *>  Cols 174-182 CT-FEED-SEQUENCE   events sent to the monitor
      *>                                  since the control file was
      *>                                  created (MF-FEED-SEQUENCE)
      *>  Cols 183-200 FILLER
      *>----------------------------------------------------------------
       01  ALERT-CONTROL-RECORD.
           05  CT-SENT-COUNT           PIC 9(09).
           05  CT-LAST-SENT            PIC X(150).
           05  CT-LAST-RUN-STAMP       PIC X(14).
           05  CT-FEED-SEQUENCE        PIC 9(09).
           05  FILLER                  PIC X(18).
