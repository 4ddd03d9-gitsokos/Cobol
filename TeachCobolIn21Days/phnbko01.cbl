           05  PHONE-HOME-SITE      PIC X(4).
           05  PHONE-ENTRY-CLASS    PIC X.
           05  PHONE-UNLISTED       PIC X.
           05  PHONE-SUPERVISOR-ID  PIC 9(6).
           05  PHONE-SPONSOR-ID     PIC 9(6).
           05  PHONE-END-DATE       PIC 9(8).

       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-RECORD          PIC X(168).
       01  SNAPSHOT-TRAILER-RECORD REDEFINES SNAPSHOT-RECORD.
           05  SNP-TRAILER-ID       PIC 9(6).
           05  SNP-TRAILER-TAG      PIC X(8).
           05  SNP-TRAILER-COUNT    PIC 9(6).
           05  FILLER               PIC X(148).

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
