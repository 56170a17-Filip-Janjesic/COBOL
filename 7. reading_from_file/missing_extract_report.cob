           05 src-cutoff-time       PIC 9(4).
           05 FILLER                PIC X(1).
           05 src-description       PIC X(30).
      *> Record layout of the source's extract, read by the load.
           05 FILLER                PIC X(25).

       FD  received-file.
       01  received-record.
