           05  PHONE-HOME-SITE      PIC X(4).
           05  PHONE-ENTRY-CLASS    PIC X.
           05  PHONE-UNLISTED       PIC X.
           05  PHONE-SUPERVISOR-ID  PIC 9(6).
           05  PHONE-SPONSOR-ID     PIC 9(6).
           05  PHONE-END-DATE       PIC 9(8).

       FD  AUDIT-FILE
           LABEL RECORDS OMITTED.
       01  AUDIT-RECORD             PIC X(260).

       FD  TOTALS-FILE
           LABEL RECORDS OMITTED.
