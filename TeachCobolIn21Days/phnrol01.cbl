      *      zero activity) is appended to phnctl01.dat
      *      so the next balancing run proves from the
      *      cut instead of the archived activity.
      * Log records are copied unchanged, so the audit
      * chain (see PHNVFY01) runs on from the archive
      * into the fresh log.
      * Run it right after a clean nightly stream, when
      * the delta feed and the balance run are level
      * with the log.
       FILE SECTION.
       FD  AUDIT-FILE
           LABEL RECORDS OMITTED.
       01  AUDIT-RECORD             PIC X(260).

       FD  ARCHIVE-LOG-FILE
           LABEL RECORDS OMITTED.
       01  ARCHIVE-LOG-RECORD       PIC X(260).

       FD  HOLD-FILE
           LABEL RECORDS OMITTED.
       01  HOLD-RECORD              PIC X(260).

       FD  CHECKPOINT-FILE
           LABEL RECORDS OMITTED.
           05  PHONE-HOME-SITE      PIC X(4).
           05  PHONE-ENTRY-CLASS    PIC X.
           05  PHONE-UNLISTED       PIC X.
           05  PHONE-SUPERVISOR-ID  PIC 9(6).
           05  PHONE-SPONSOR-ID     PIC 9(6).
           05  PHONE-END-DATE       PIC 9(8).

       FD  BASELINE-FILE
           LABEL RECORDS ARE STANDARD.
