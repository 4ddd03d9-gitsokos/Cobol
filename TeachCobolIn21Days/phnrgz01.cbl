      * REORG-JOB) so the delta feed and balancing pick
      * the moves up automatically, and the emptied old
      * department is retired off deptmst.dat.
      * No mapping is applied on this job's say-so.
      * The first run that sees a mapping queues it on
      * the pending-approval file (phnapr01.dat) under
      * the operator named in columns 23-32 of the
      * mapping line, whose password goes in columns
      * 34-43, and skips it; once a second level-3
      * operator approves it
      * through PHNAPR01 the next run applies it, the
      * CHANGE audit records carry the requesting
      * operator and the approver, and the item is
      * marked done.  A rejected mapping is reported
      * and never applied.
      * The requester must be on oprmst.dat at level 2
      * or higher with that password; a mapping with
      * no requester, or one that does not check out,
      * is not queued.
      * Run it inside the batch window - it updates the
      * master in place.
      * RETURN-CODE 8 on any master I-O failure, a
      * mapping refused for its requester or an applied
      * mapping that could not be marked done, 4 when
      * a mapping was rejected, is waiting for
      * approval, or an extension could not be
      * reassigned.
      *----------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

           SELECT OPTIONAL APPROVAL-FILE
               ASSIGN TO "phnapr01.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPERATOR-FILE
               ASSIGN TO "oprmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-KEY
               FILE STATUS IS WS-OPR-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "phnrgz01.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  PHONE-HOME-SITE      PIC X(4).
           05  PHONE-ENTRY-CLASS    PIC X.
           05  PHONE-UNLISTED       PIC X.
           05  PHONE-SUPERVISOR-ID  PIC 9(6).
           05  PHONE-SPONSOR-ID     PIC 9(6).
           05  PHONE-END-DATE       PIC 9(8).

       FD  DEPT-FILE
           LABEL RECORDS ARE STANDARD.
           05  CTL-OLD-DEPARTMENT   PIC X(10).
           05  FILLER               PIC X.
           05  CTL-NEW-DEPARTMENT   PIC X(10).
           05  FILLER               PIC X.
           05  CTL-REQUESTED-BY     PIC X(10).
           05  FILLER               PIC X.
           05  CTL-REQUESTER-PASSWORD PIC X(10).
           05  FILLER               PIC X(37).

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

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-RECORD.
           05  OPR-KEY.
               10  OPR-ID           PIC X(10).
           05  OPR-PASSWORD         PIC X(10).
           05  OPR-LEVEL            PIC 9.

       WORKING-STORAGE SECTION.

       01  WS-CTL-EOF               PIC X       VALUE "N".
       01  WS-RETIRED-COUNT         PIC 9(4)    VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(6)    VALUE ZERO.
       01  WS-MAP-MOVED-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-HELD-MAPPING-COUNT    PIC 9(4)    VALUE ZERO.

      * Second-operator approval.  The approval file is
      * held in a table, as PHNAPR01 holds it.  A queued
      * mapping is added to the end of the file; an
      * applied one is marked done against a fresh read
      * of the file.  The latest item for a mapping
      * decides it.
       01  WS-APR-EOF               PIC X       VALUE "N".
       01  WS-APR-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-APR-IDX               PIC 9(3)    VALUE ZERO.
       01  WS-APR-TABLE.
           05  WS-APR-ENTRY         PIC X(104)  OCCURS 500 TIMES.
       01  WS-APR-OVERFLOW          PIC 9(4)    VALUE ZERO.
       01  WS-APR-APPLIED-ITEM      PIC X(104)  VALUE SPACES.
       01  WS-APR-MATCH-IDX         PIC 9(3)    VALUE ZERO.
       01  WS-REQUESTED-BY          PIC X(10).
       01  WS-OPR-FILE-STATUS       PIC XX.
       01  WS-REQUESTER-OK          PIC X       VALUE "N".
       01  WS-REQUESTER-ERROR-COUNT PIC 9(4)    VALUE ZERO.

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
           05  APR-REORG-SUBJECT REDEFINES APR-SUBJECT.
               10  APR-OLD-DEPARTMENT PIC X(10).
               10  APR-NEW-DEPARTMENT PIC X(10).
               10  FILLER           PIC X(40).
           05  APR-BATCH-SUBJECT REDEFINES APR-SUBJECT.
               10  APR-BATCH-FILE   PIC X(12).
               10  APR-BATCH-COUNT  PIC 9(6).
               10  APR-BATCH-HASH   PIC 9(12).
               10  FILLER           PIC X(30).

      * The employees to move are collected through the
      * department alternate key before any record is
       01  WS-EXT-NUMERIC           PIC 9(5).
       01  WS-RANGE-OK              PIC X.
       01  WS-EXT-OUTSIDE           PIC X.
       01  WS-SAVE-PHONE-RECORD     PIC X(168).

       01  WS-OPERATOR-ID           PIC X(10)   VALUE "REORG-JOB".


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
           05  FILLER               PIC X(36)
               VALUE "OLD DEPARTMENTS RETIRED:    ".
           05  FOOTER-RETIRED-COUNT PIC ZZZ,ZZ9.

       01  FOOTER-LINE-7.
           05  FILLER               PIC X(28)
               VALUE "MAPPINGS AWAITING APPROVAL: ".
           05  FOOTER-HELD-COUNT    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
       PROGRAM-DONE.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                       OR WS-REQUESTER-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BAD-MAPPING-COUNT > 0
                       OR WS-HELD-MAPPING-COUNT > 0
                       OR WS-NO-EXT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           OPEN INPUT CONTROL-FILE.
           OPEN I-O PHONE-FILE.
           OPEN I-O DEPT-FILE.
           OPEN INPUT OPERATOR-FILE.
           PERFORM LOAD-APPROVAL-TABLE.
           OPEN OUTPUT REPORT-FILE.
           MOVE REPORT-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-RETIRED-COUNT TO FOOTER-RETIRED-COUNT.
           MOVE FOOTER-LINE-6 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-HELD-MAPPING-COUNT TO FOOTER-HELD-COUNT.
           MOVE FOOTER-LINE-7 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE CONTROL-FILE.
           CLOSE PHONE-FILE.
           CLOSE DEPT-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE REPORT-FILE.

       PROCESS-MAPPINGS.
       PROCESS-ONE-MAPPING.
           MOVE CTL-OLD-DEPARTMENT TO MAP-OLD-DEPARTMENT.
           MOVE CTL-NEW-DEPARTMENT TO MAP-NEW-DEPARTMENT.
           MOVE "REORG-JOB" TO WS-OPERATOR-ID.
           MOVE SPACES TO AUD-APPROVER.
           PERFORM FIND-MAPPING-APPROVAL.
           IF WS-APR-MATCH-IDX = ZERO
               PERFORM QUEUE-MAPPING-FOR-APPROVAL
           ELSE
               MOVE WS-APR-ENTRY(WS-APR-MATCH-IDX) TO APPROVAL-ITEM
               EVALUATE APR-STATUS
                   WHEN "A"
                       MOVE APR-REQUESTED-BY TO WS-OPERATOR-ID
                       MOVE APR-DECIDED-BY TO AUD-APPROVER
                       PERFORM CHECK-AND-MOVE-MAPPING
                   WHEN "R"
                       ADD 1 TO WS-BAD-MAPPING-COUNT
                       MOVE "REJECTED BY SECOND OPERATOR"
                           TO MAP-RESULT
                       PERFORM WRITE-MAPPING-LINE
                   WHEN OTHER
                       ADD 1 TO WS-HELD-MAPPING-COUNT
                       MOVE "HELD - WAITING FOR APPROVAL"
                           TO MAP-RESULT
                       PERFORM WRITE-MAPPING-LINE
               END-EVALUATE
           END-IF.

       CHECK-AND-MOVE-MAPPING.
           MOVE CTL-NEW-DEPARTMENT TO DEPT-CODE.
           READ DEPT-FILE
               INVALID KEY
               END-PERFORM
               MOVE "MAPPED" TO MAP-RESULT
               PERFORM WRITE-MAPPING-LINE
               PERFORM MARK-MAPPING-APPLIED
               PERFORM RETIRE-OLD-DEPARTMENT
           END-IF.

               PERFORM WRITE-MAPPING-LINE
           END-DELETE.

      * The latest item on the approval file for this
      * old/new pair that has not already been applied
      * decides the mapping.  A pair applied before
      * and listed again is a new request.
       FIND-MAPPING-APPROVAL.
           MOVE ZERO TO WS-APR-MATCH-IDX.
           PERFORM CHECK-ONE-APPROVAL-ITEM
               VARYING WS-APR-IDX FROM 1 BY 1
               UNTIL WS-APR-IDX > WS-APR-COUNT.

       CHECK-ONE-APPROVAL-ITEM.
           MOVE WS-APR-ENTRY(WS-APR-IDX) TO APPROVAL-ITEM.
           IF APR-TYPE = "R"
                   AND APR-OLD-DEPARTMENT = CTL-OLD-DEPARTMENT
                   AND APR-NEW-DEPARTMENT = CTL-NEW-DEPARTMENT
               IF APR-STATUS = "D"
                   MOVE ZERO TO WS-APR-MATCH-IDX
               ELSE
                   MOVE WS-APR-IDX TO WS-APR-MATCH-IDX
               END-IF
           END-IF.

       QUEUE-MAPPING-FOR-APPROVAL.
           MOVE "N" TO WS-REQUESTER-OK.
           IF WS-APR-COUNT >= 500 OR WS-APR-OVERFLOW > 0
               ADD 1 TO WS-BAD-MAPPING-COUNT
               MOVE "REJECTED - APPROVAL FILE FULL" TO MAP-RESULT
               PERFORM WRITE-MAPPING-LINE
           ELSE
               PERFORM CHECK-REQUESTER
           END-IF.
           IF WS-REQUESTER-OK = "Y"
               MOVE CTL-REQUESTED-BY TO WS-REQUESTED-BY
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE SPACES TO APPROVAL-ITEM
               MOVE "R" TO APR-TYPE
               MOVE "P" TO APR-STATUS
               MOVE WS-REQUESTED-BY TO APR-REQUESTED-BY
               MOVE WS-CURRENT-DATE-N TO APR-REQUEST-DATE
               MOVE WS-CURRENT-TIME(1:6) TO APR-REQUEST-TIME
               MOVE ZERO TO APR-DECISION-DATE
               MOVE CTL-OLD-DEPARTMENT TO APR-OLD-DEPARTMENT
               MOVE CTL-NEW-DEPARTMENT TO APR-NEW-DEPARTMENT
               PERFORM APPEND-APPROVAL-ITEM
               ADD 1 TO WS-HELD-MAPPING-COUNT
               MOVE "HELD - QUEUED FOR APPROVAL" TO MAP-RESULT
               PERFORM WRITE-MAPPING-LINE
           END-IF.

      * The approval is only worth anything when the
      * item names a real operator as the requester -
      * PHNAPR01 will not let that operator approve it.
       CHECK-REQUESTER.
           MOVE "N" TO WS-REQUESTER-OK.
           IF CTL-REQUESTED-BY NOT = SPACES
               MOVE CTL-REQUESTED-BY TO OPR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF OPR-PASSWORD = CTL-REQUESTER-PASSWORD
                           AND OPR-LEVEL >= 2
                       MOVE "Y" TO WS-REQUESTER-OK
                   END-IF
               END-READ
           END-IF.
           IF WS-REQUESTER-OK = "N"
               ADD 1 TO WS-REQUESTER-ERROR-COUNT
               DISPLAY "PHNRGZ01: mapping " CTL-OLD-DEPARTMENT
                   " to " CTL-NEW-DEPARTMENT " not queued -"
                   " requester '" CTL-REQUESTED-BY "' is not a"
                   " level 2 operator with that password."
               MOVE "REJECTED - REQUESTER NOT VERIFIED"
                   TO MAP-RESULT
               PERFORM WRITE-MAPPING-LINE
           END-IF.

      * The file is read again and the item found by its
      * full image before it is marked, as PHNAPR01 does -
      * other programs may have queued or decided items
      * since this run loaded it.
       MARK-MAPPING-APPLIED.
           MOVE WS-APR-ENTRY(WS-APR-MATCH-IDX) TO WS-APR-APPLIED-ITEM.
           PERFORM LOAD-APPROVAL-TABLE.
           MOVE ZERO TO WS-APR-MATCH-IDX.
           PERFORM FIND-APPLIED-ITEM
               VARYING WS-APR-IDX FROM 1 BY 1
               UNTIL WS-APR-IDX > WS-APR-COUNT
                   OR WS-APR-MATCH-IDX NOT = ZERO.
           IF WS-APR-MATCH-IDX = ZERO OR WS-APR-OVERFLOW > 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "PHNRGZ01: the approved item could not be"
                   " marked done on phnapr01.dat - mark it before"
                   " the next run."
           ELSE
               MOVE WS-APR-APPLIED-ITEM TO APPROVAL-ITEM
               MOVE "D" TO APR-STATUS
               MOVE APPROVAL-ITEM TO WS-APR-ENTRY(WS-APR-MATCH-IDX)
               PERFORM REWRITE-APPROVAL-FILE
           END-IF.

       FIND-APPLIED-ITEM.
           IF WS-APR-ENTRY(WS-APR-IDX) = WS-APR-APPLIED-ITEM
               MOVE WS-APR-IDX TO WS-APR-MATCH-IDX
           END-IF.

      * New items go on the end of the file; the table
      * copy only keeps this run from queueing twice.
       APPEND-APPROVAL-ITEM.
           ADD 1 TO WS-APR-COUNT.
           MOVE APPROVAL-ITEM TO WS-APR-ENTRY(WS-APR-COUNT).
           OPEN EXTEND APPROVAL-FILE.
           WRITE APPROVAL-RECORD FROM APPROVAL-ITEM.
           CLOSE APPROVAL-FILE.

       LOAD-APPROVAL-TABLE.
           MOVE ZERO TO WS-APR-COUNT.
           MOVE ZERO TO WS-APR-OVERFLOW.
           MOVE "N" TO WS-APR-EOF.
           OPEN INPUT APPROVAL-FILE.
           PERFORM LOAD-NEXT-APPROVAL-ITEM
               UNTIL WS-APR-EOF = "Y".
           CLOSE APPROVAL-FILE.

       LOAD-NEXT-APPROVAL-ITEM.
           READ APPROVAL-FILE
               AT END
               MOVE "Y" TO WS-APR-EOF
               NOT AT END
               IF WS-APR-COUNT < 500
                   ADD 1 TO WS-APR-COUNT
                   MOVE APPROVAL-RECORD
                       TO WS-APR-ENTRY(WS-APR-COUNT)
               ELSE
                   ADD 1 TO WS-APR-OVERFLOW
               END-IF
           END-READ.

      * Never rewritten from a table that could not
      * hold the whole file - the tail would be lost.
       REWRITE-APPROVAL-FILE.
           IF WS-APR-OVERFLOW = ZERO
               OPEN OUTPUT APPROVAL-FILE
               PERFORM WRITE-ONE-APPROVAL-ITEM
                   VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-COUNT
               CLOSE APPROVAL-FILE
           END-IF.

       WRITE-ONE-APPROVAL-ITEM.
           MOVE WS-APR-ENTRY(WS-APR-IDX) TO APPROVAL-RECORD.
           WRITE APPROVAL-RECORD.

       WRITE-MAPPING-LINE.
           MOVE MAPPING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
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
