      * and phnaud01.log audit records as PHNBAT01, so
      * PHNBAL01, PHNDLT01 and the as-of
      * reconstruction all see the released change as
      * ordinary activity.  A due terminate ("D") is not
      * applied here: like the interactive terminate it
      * is queued on the pending-approval file
      * (phnapr01.dat) under the operator who keyed it
      * into PHNFUT01 and takes effect when a second
      * level-3 operator approves it through PHNAPR01;
      * a terminate with no keying operator on it is
      * rejected.  The phonetic name index is
      * not maintained here - the PHNNDX01 rebuild
      * step that follows in the nightly stream picks
      * the released names up the same night.
      * Entries still in the future are carried back to
      * the pending file; applied and rejected entries
      * come off the queue and onto the report
      * (phnrel01.rpt), queued terminations as QUEUED.
      * RETURN-CODE 4 when any entry was rejected.
      *----------------------------------------------
       ENVIRONMENT DIVISION.
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

           SELECT REPORT-FILE
               ASSIGN TO "phnrel01.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL APPROVAL-FILE
               ASSIGN TO "phnapr01.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE
               10  PND-DEPARTMENT   PIC X(10).
               10  PND-LOCATION     PIC X(8).
               10  PND-HOME-SITE    PIC X(4).
           05  PND-KEYED-BY         PIC X(10).

       FD  HOLD-FILE
           LABEL RECORDS OMITTED.
       01  HOLD-RECORD              PIC X(107).

       FD  PHONE-FILE
           LABEL RECORDS ARE STANDARD.
           05  PHONE-HOME-SITE      PIC X(4).
           05  PHONE-ENTRY-CLASS    PIC X.
           05  PHONE-UNLISTED       PIC X.
           05  PHONE-SUPERVISOR-ID  PIC 9(6).
           05  PHONE-SPONSOR-ID     PIC 9(6).
           05  PHONE-END-DATE       PIC 9(8).

       FD  DEPT-FILE
           LABEL RECORDS ARE STANDARD.
           05  LOC-BUILDING         PIC X(20).
           05  LOC-FLOOR            PIC X(4).
           05  LOC-DESK             PIC X(8).
           05  LOC-SITE             PIC X(4).

       FD  SITE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.

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

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       FD  APPROVAL-FILE
           LABEL RECORDS OMITTED.
       01  APPROVAL-RECORD          PIC X(104).

       WORKING-STORAGE SECTION.

       01  WS-PND-EOF               PIC X       VALUE "N".
       01  WS-APPLIED-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(6)    VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-QUEUED-COUNT          PIC 9(6)    VALUE ZERO.

       01  WS-OPERATOR-ID           PIC X(10)   VALUE "QUEUE-JOB".

      * Pending-approval item, as PHNMNT01 writes it.
       01  WS-APR-EOF               PIC X       VALUE "N".
       01  WS-APR-ALREADY-PENDING   PIC X       VALUE "N".
       01  WS-ENTRY-QUEUED          PIC X       VALUE "N".
       01  APPROVAL-ITEM.
           05  APR-TYPE             PIC X.
           05  APR-STATUS           PIC X.
           05  APR-REQUESTED-BY     PIC X(10).
           05  APR-REQUEST-DATE     PIC 9(8).
           05  APR-REQUEST-TIME     PIC 9(6).
           05  APR-DECIDED-BY       PIC X(10).
           05  APR-DECISION-DATE    PIC 9(8).
           05  APR-SUBJECT          PIC X(60).
           05  APR-TERM-SUBJECT REDEFINES APR-SUBJECT.
               10  APR-EMPLOYEE-ID  PIC 9(6).
               10  APR-LAST-NAME    PIC X(20).
               10  APR-FIRST-NAME   PIC X(20).
               10  FILLER           PIC X(14).

      * Employee ID check-digit validation.  The check
      * digit is the sum of the first five digits
      * modulo 10, as proven out in DAY2.

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
           05  FILLER               PIC X(38)
               VALUE "ENTRIES REJECTED:           ".
           05  FOOTER-REJECT-COUNT  PIC ZZZ,ZZ9.

       01  FOOTER-LINE-5.
           05  FILLER               PIC X(28)
               VALUE "TERMINATIONS QUEUED:        ".
           05  FOOTER-QUEUED-COUNT  PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           OPEN INPUT DEPT-FILE.
           OPEN INPUT LOCATION-FILE.
           PERFORM OPEN-SITE-MASTER.
           OPEN OUTPUT REPORT-FILE.
           MOVE REPORT-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-REJECTED-COUNT TO FOOTER-REJECT-COUNT.
           MOVE FOOTER-LINE-4 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-QUEUED-COUNT TO FOOTER-QUEUED-COUNT.
           MOVE FOOTER-LINE-5 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE PENDING-FILE.
           CLOSE HOLD-FILE.
           CLOSE PHONE-FILE.
           IF WS-SITE-MST-OPEN = "Y"
               CLOSE SITE-MASTER-FILE
           END-IF.
           CLOSE REPORT-FILE.

      * The survivors were written to the hold file as

       APPLY-DUE-ENTRY.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE "N" TO WS-ENTRY-QUEUED.
           PERFORM EDIT-PENDING-ENTRY.
           IF WS-REJECT-REASON = SPACES
               EVALUATE PND-ACTION
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF WS-ENTRY-QUEUED = "Y"
                   ADD 1 TO WS-QUEUED-COUNT
                   MOVE "QUEUED:  " TO DET-DISPOSITION
                   MOVE "TERMINATION AWAITS APPROVAL"
                       TO WS-REJECT-REASON
               ELSE
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "APPLIED: " TO DET-DISPOSITION
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED:" TO DET-DISPOSITION
               MOVE "P" TO PHONE-ENTRY-CLASS
           END-IF.
           MOVE SPACE TO PHONE-UNLISTED.
           MOVE ZERO TO PHONE-SUPERVISOR-ID.
           MOVE ZERO TO PHONE-SPONSOR-ID.
           MOVE ZERO TO PHONE-END-DATE.
           WRITE PHONE-RECORD
               INVALID KEY
               MOVE "EMPLOYEE ID ALREADY ON FILE"
               INVALID KEY
               MOVE "EMPLOYEE ID NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
               PERFORM QUEUE-TERMINATION
           END-READ.

      * The termination is not applied here.  It goes
      * to the pending-approval file under the operator
      * who keyed it and takes effect only when a second
      * level-3 operator approves it through PHNAPR01.
       QUEUE-TERMINATION.
           EVALUATE TRUE
               WHEN PHONE-STATUS = "T"
                   MOVE "ENTRY ALREADY TERMINATED"
                       TO WS-REJECT-REASON
               WHEN PND-KEYED-BY = SPACES
                   MOVE "NO KEYING OPERATOR ON ENTRY"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-PENDING-TERMINATION
                   IF WS-APR-ALREADY-PENDING = "Y"
                       MOVE "TERMINATION ALREADY PENDING"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE SPACES TO APPROVAL-ITEM
               MOVE "T" TO APR-TYPE
               MOVE "P" TO APR-STATUS
               MOVE PND-KEYED-BY TO APR-REQUESTED-BY
               MOVE WS-CURRENT-DATE-N TO APR-REQUEST-DATE
               MOVE WS-CURRENT-TIME(1:6) TO APR-REQUEST-TIME
               MOVE ZERO TO APR-DECISION-DATE
               MOVE PHONE-EMPLOYEE-ID TO APR-EMPLOYEE-ID
               MOVE PHONE-LAST-NAME TO APR-LAST-NAME
               MOVE PHONE-FIRST-NAME TO APR-FIRST-NAME
               OPEN EXTEND APPROVAL-FILE
               WRITE APPROVAL-RECORD FROM APPROVAL-ITEM
               CLOSE APPROVAL-FILE
               MOVE "Y" TO WS-ENTRY-QUEUED
           END-IF.

       CHECK-PENDING-TERMINATION.
           MOVE "N" TO WS-APR-ALREADY-PENDING.
           MOVE "N" TO WS-APR-EOF.
           OPEN INPUT APPROVAL-FILE.
           PERFORM CHECK-NEXT-APPROVAL-ITEM
               UNTIL WS-APR-EOF = "Y".
           CLOSE APPROVAL-FILE.

       CHECK-NEXT-APPROVAL-ITEM.
           READ APPROVAL-FILE INTO APPROVAL-ITEM
               AT END
               MOVE "Y" TO WS-APR-EOF
               NOT AT END
               IF APR-TYPE = "T"
                       AND APR-STATUS = "P"
                       AND APR-EMPLOYEE-ID = PHONE-EMPLOYEE-ID
                   MOVE "Y" TO WS-APR-ALREADY-PENDING
               END-IF
           END-READ.

       WRITE-REPORT-LINE.
           MOVE PND-EFFECTIVE-DATE TO DET-EFFECTIVE-DATE.
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
