           05  SORT-HOME-SITE       PIC X(4).
           05  SORT-ENTRY-CLASS     PIC X.
           05  SORT-UNLISTED        PIC X.
           05  SORT-SUPERVISOR-ID   PIC 9(6).
           05  SORT-SPONSOR-ID      PIC 9(6).
           05  SORT-END-DATE        PIC 9(8).

       FD  PRINTER-FILE
           LABEL RECORDS OMITTED.
