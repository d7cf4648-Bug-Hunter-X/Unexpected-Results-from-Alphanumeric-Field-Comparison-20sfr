           05  CR-FIELD-NAME           PIC X(20).
           05  CR-RUN-ID               PIC X(14).
           05  CR-AREA-3               PIC X(80).
           05  CR-RECON-ID             PIC X(08).
