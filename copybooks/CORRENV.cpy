      *>           data record always begins with an 8-digit request
      *>           number.
      *>
      *>           On the 321-byte CORRREQ file (CE- fields):
      *>             header  - batch number and batch date, count
      *>                       zero (the count is not known yet);
      *>             trailer - same batch number, the number of data
           05  CE-BATCH-NUMBER         PIC 9(08).
           05  CE-REQUEST-COUNT        PIC 9(09).
           05  CE-BATCH-DATE           PIC X(10).
           05  FILLER                  PIC X(291).

       01  CORRACK-ENVELOPE-RECORD.
           05  AE-RECORD-TYPE          PIC X(03).
