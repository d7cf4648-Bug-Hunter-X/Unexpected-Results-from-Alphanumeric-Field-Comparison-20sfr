      *>  Cols 41-47 CL-DAY-FLAGS     one Y/N per weekday the compare
      *>                              is expected, Monday through
      *>                              Sunday (col 41 = Monday)
      *>  Cols 48-55 CL-RECON-ID      reconciliation the entry is,
      *>                              named on the missed- and
      *>                              duplicate-run alerts (blank =
      *>                              the unnamed reconciliation, or
      *>                              not recorded)
      *>  Cols 56-80 FILLER
      *>----------------------------------------------------------------
       01  RUN-CALENDAR-RECORD.
           05  CL-OLD-FILE-ID          PIC X(20).
           05  CL-NEW-FILE-ID          PIC X(20).
           05  CL-DAY-FLAGS.
               10  CL-DAY-FLAG         PIC X(01) OCCURS 7 TIMES.
           05  CL-RECON-ID             PIC X(08).
           05  FILLER                  PIC X(25).
