           02 FILLER        PIC X.
           02 UJ-Type       PIC X.
           02 FILLER        PIC X.
           02 UJ-Image      PIC X(100).

       FD  Master-File.
       01  Master-Line      PIC X(100).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".
