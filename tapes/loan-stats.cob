       FD  IP-HIST.
       01  IP-HIST-REC.
            05  IH-ID                   PIC X(06).
            05  IH-REST                 PIC X(90).

       SD  SW-HIST.
       01  SW-HIST-REC.
            05  SWH-DATE-DUE            PIC X(08).
            05  SWH-DATE-IN             PIC X(08).
            05  SWH-DAYS-LATE           PIC X(05).
            05  SWH-LOSS-STATUS         PIC X(01).

       FD  HIST-BY-BORROWER.
       01  HIST-BY-BORROWER-REC.
            05  HB-DAYS-LATE            PIC X(05).
            05  HB-DAYS-LATE-N REDEFINES
                HB-DAYS-LATE            PIC 9(05).
            05  HB-LOSS-STATUS          PIC X(01).

       FD  HIST-BY-TAPE.
       01  HIST-BY-TAPE-REC.
            05  HT-DATE-DUE             PIC X(08).
            05  HT-DATE-IN              PIC X(08).
            05  HT-DAYS-LATE            PIC X(05).
            05  HT-LOSS-STATUS          PIC X(01).

       FD  OP-STATS.
       01  OP-STATS-REC                PIC X(90).
