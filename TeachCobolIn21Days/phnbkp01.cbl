           05  PHONE-HOME-SITE      PIC X(4).
           05  PHONE-ENTRY-CLASS    PIC X.
           05  PHONE-UNLISTED       PIC X.
           05  PHONE-SUPERVISOR-ID  PIC 9(6).
           05  PHONE-SPONSOR-ID     PIC 9(6).
           05  PHONE-END-DATE       PIC 9(8).

       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-RECORD            PIC X(168).
       01  BACKUP-TRAILER-RECORD REDEFINES BACKUP-RECORD.
           05  BKP-TRAILER-ID       PIC 9(6).
           05  BKP-TRAILER-TAG      PIC X(8).
           05  BKP-TRAILER-COUNT    PIC 9(6).
           05  FILLER               PIC X(148).

       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
