               ASSIGN TO "phnaud01.log"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHAIN-FILE
               ASSIGN TO "phnaud01.chn"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHAIN-LOCK-FILE
               ASSIGN TO "phnaud01.clk"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CHAIN-LOCK-STATUS.

           SELECT OPTIONAL GROUP-FILE
               ASSIGN TO "grpmst.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  PHONE-HOME-SITE      PIC X(4).
           05  PHONE-ENTRY-CLASS    PIC X.
           05  PHONE-UNLISTED       PIC X.
           05  PHONE-SUPERVISOR-ID  PIC 9(6).
           05  PHONE-SPONSOR-ID     PIC 9(6).
           05  PHONE-END-DATE       PIC 9(8).

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD           PIC X(168).

       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.

       FD  AUDIT-FILE
           LABEL RECORDS OMITTED.
       01  AUDIT-RECORD             PIC X(260).

       FD  CHAIN-FILE
           LABEL RECORDS OMITTED.
       01  CHAIN-RECORD.
           05  CHN-LAST-SEQUENCE    PIC 9(8).
           05  FILLER               PIC X.
           05  CHN-LAST-CHECK       PIC 9(9).

       FD  CHAIN-LOCK-FILE
           LABEL RECORDS OMITTED.
       01  CHAIN-LOCK-RECORD        PIC X(10).

       FD  GROUP-FILE
           LABEL RECORDS OMITTED.

       01  WS-AUDIT-ACTION          PIC X(6)    VALUE SPACES.

      * Audit chain.  Every audit record carries the
      * next running sequence number and a check value
      * chained from the record before it, so an edited,
      * inserted or deleted line shows up in PHNVFY01.
      * phnaud01.chn holds the last sequence and check.
       01  WS-CHAIN-SEQUENCE        PIC 9(8)    VALUE ZERO.
       01  WS-CHAIN-CHECK           PIC 9(9)    VALUE ZERO.
       01  WS-CHAIN-WORK            PIC 9(11)   VALUE ZERO.
       01  WS-CHAIN-IDX             PIC 999     VALUE ZERO.

      * phnaud01.clk is held open exclusively while the
      * next sequence is handed out and the record is
      * written, so no two jobs take the same one.
       01  WS-CHAIN-LOCK-STATUS     PIC XX      VALUE SPACES.
       01  WS-CHAIN-LOCK-TRIES      PIC 99      VALUE ZERO.
       01  WS-CHAIN-LOCK-WAIT       PIC 9       VALUE 1.

       01  AUDIT-LINE.
           05  FILLER               PIC X(4)  VALUE "OPR:".
           05  AUD-OPERATOR         PIC X(10).
           05  AUD-AFTER            PIC X(41).
           05  FILLER               PIC X(5)  VALUE " EMP:".
           05  AUD-EMPLOYEE-ID      PIC 9(6).
           05  FILLER               PIC X(5)  VALUE " APR:".
           05  AUD-APPROVER         PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(5)  VALUE " SEQ:".
           05  AUD-SEQUENCE         PIC 9(8).
           05  FILLER               PIC X(5)  VALUE " CHK:".
           05  AUD-CHECK            PIC 9(9).

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(33)
               - WS-RETENTION-DAYS.
           OPEN I-O PHONE-FILE.
           OPEN EXTEND ARCHIVE-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE REPORT-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE PHONE-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE REPORT-FILE.

       PURGE-LOOP.
               AUD-AFT-DEPARTMENT DELIMITED BY SIZE
               INTO AUD-AFTER
           END-STRING.
           PERFORM TAKE-CHAIN-LOCK.
           OPEN EXTEND AUDIT-FILE.
           PERFORM CHAIN-AUDIT-LINE.
           MOVE AUDIT-LINE TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           PERFORM SAVE-AUDIT-CHAIN.
           CLOSE AUDIT-FILE.
           PERFORM RELEASE-CHAIN-LOCK.

      * The check value runs over the record up to and
      * including its sequence number, seeded with the
      * check value of the record before it.  The
      * routine is the same in every program that
      * writes the log, and in PHNVFY01.
       CHAIN-AUDIT-LINE.
           MOVE ZERO TO WS-CHAIN-SEQUENCE.
           MOVE ZERO TO WS-CHAIN-CHECK.
           OPEN INPUT CHAIN-FILE.
           READ CHAIN-FILE
               AT END
               CONTINUE
               NOT AT END
               IF CHN-LAST-SEQUENCE IS NUMERIC
                       AND CHN-LAST-CHECK IS NUMERIC
                   MOVE CHN-LAST-SEQUENCE TO WS-CHAIN-SEQUENCE
                   MOVE CHN-LAST-CHECK TO WS-CHAIN-CHECK
               END-IF
           END-READ.
           CLOSE CHAIN-FILE.
           ADD 1 TO WS-CHAIN-SEQUENCE.
           MOVE WS-CHAIN-SEQUENCE TO AUD-SEQUENCE.
           PERFORM ADD-CHAIN-CHARACTER
               VARYING WS-CHAIN-IDX FROM 1 BY 1
               UNTIL WS-CHAIN-IDX > 240.
           MOVE WS-CHAIN-CHECK TO AUD-CHECK.

       ADD-CHAIN-CHARACTER.
           COMPUTE WS-CHAIN-WORK = WS-CHAIN-CHECK * 31
               + FUNCTION ORD(AUDIT-LINE(WS-CHAIN-IDX:1)).
           COMPUTE WS-CHAIN-CHECK =
               FUNCTION MOD(WS-CHAIN-WORK, 999999937).

       SAVE-AUDIT-CHAIN.
           OPEN OUTPUT CHAIN-FILE.
           MOVE SPACES TO CHAIN-RECORD.
           MOVE WS-CHAIN-SEQUENCE TO CHN-LAST-SEQUENCE.
           MOVE WS-CHAIN-CHECK TO CHN-LAST-CHECK.
           WRITE CHAIN-RECORD.
           CLOSE CHAIN-FILE.

      * A job holding the lock lets it go in well under
      * a second.  After 30 tries the record is written
      * without it rather than lost; PHNVFY01 shows any
      * break that causes.
       TAKE-CHAIN-LOCK.
           MOVE ZERO TO WS-CHAIN-LOCK-TRIES.
           OPEN EXTEND CHAIN-LOCK-FILE.
           PERFORM WAIT-FOR-CHAIN-LOCK
               UNTIL WS-CHAIN-LOCK-STATUS(1:1) = "0"
                   OR WS-CHAIN-LOCK-TRIES >= 30.
           IF WS-CHAIN-LOCK-STATUS(1:1) NOT = "0"
               DISPLAY "Audit chain lock not obtained, status "
                   WS-CHAIN-LOCK-STATUS " - record written"
                   " without it."
           END-IF.

       WAIT-FOR-CHAIN-LOCK.
           ADD 1 TO WS-CHAIN-LOCK-TRIES.
           CALL "C$SLEEP" USING WS-CHAIN-LOCK-WAIT.
           OPEN EXTEND CHAIN-LOCK-FILE.

       RELEASE-CHAIN-LOCK.
           IF WS-CHAIN-LOCK-STATUS(1:1) = "0"
               CLOSE CHAIN-LOCK-FILE
           END-IF.
