      * phone record fields) and applies it to the
      * master unattended, producing an applied/rejected
      * report with a reason for every rejected
      * transaction.  A "D" is not applied here: as
      * with the interactive terminate it is queued on
      * the pending-approval file (phnapr01.dat) under
      * the requesting operator, and the entry is
      * terminated only when a second level-3 operator
      * approves it through PHNAPR01.  The end-of-month
      * purge removes it after retention.
      * On a change, a blank field leaves the master
      * value alone; the special extension value *NONE
      * clears the extension to spaces (the PBX sync
      * generates those when the switch is right).
      * The supervisor ID (the reporting line) must be
      * an entry on file that is not terminated, not
      * the entry itself, and not already reporting up
      * to it; *NONE clears it on a change.
      * A sponsor ID and a contract end date (YYYYMMDD)
      * make the entry a contractor (class C).  An add
      * needs both; a change may alter either once the
      * entry is a contractor, must give both to make
      * an employee one, and *NONE in both makes the
      * contractor an employee.  The sponsor must be a
      * person entry on file, not a contractor and not
      * terminated; the end date may not be past.
      * Facility IDs cannot be contractors.  The
      * nightly expiry sweep (PHNCTR01) terminates the
      * entry after its end date.
      * Writes the same audit records as PHNMNT01.
      * A transaction file with more records than the
      * limit in columns 1-6 of phnbat01.ctl (default
      * 100) is not applied on this job's say-so.  The
      * first run counts it, queues it on the pending-
      * approval file (phnapr01.dat) with its record
      * count and a hash over every byte of every
      * transaction record under the
      * operator in columns 8-17 of the control card,
      * whose password goes in columns 19-28, and
      * applies nothing.
      * Once a second level-3 operator approves it
      * through PHNAPR01 the next run applies that
      * same file - a changed count or hash is a new
      * request - with the requesting operator and
      * the approver on every audit record.
      * Terminations are queued under that same card
      * operator.  The operator must be on oprmst.dat at
      * level 2 or higher with that password; without
      * one nothing is queued, the file or the
      * terminations are refused, and the run ends
      * with RETURN-CODE 8.
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

           SELECT SUMMARY-FILE
               ASSIGN TO "phnbat01.sum"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "phnbat01.ctl"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL APPROVAL-FILE
               ASSIGN TO "phnapr01.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPT-FILE
               ASSIGN TO "deptmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SITE-KEY.

           SELECT OPERATOR-FILE
               ASSIGN TO "oprmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-KEY
               FILE STATUS IS WS-OPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PHONE-FILE
           05  PHONE-HOME-SITE      PIC X(4).
           05  PHONE-ENTRY-CLASS    PIC X.
           05  PHONE-UNLISTED       PIC X.
           05  PHONE-SUPERVISOR-ID  PIC 9(6).
           05  PHONE-SPONSOR-ID     PIC 9(6).
           05  PHONE-END-DATE       PIC 9(8).

       FD  TRANSACTION-FILE
           LABEL RECORDS OMITTED.
           05  TRN-DEPARTMENT       PIC X(10).
           05  TRN-LOCATION         PIC X(8).
           05  TRN-HOME-SITE        PIC X(4).
           05  TRN-SUPERVISOR-ID    PIC X(6).
           05  TRN-SPONSOR-ID       PIC X(6).
           05  TRN-END-DATE         PIC X(8).

       FD  RESULTS-FILE
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

       FD  SUMMARY-FILE
           LABEL RECORDS OMITTED.
       01  SUMMARY-RECORD           PIC X(80).

       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
       01  CONTROL-RECORD.
           05  CTL-APPROVAL-LIMIT   PIC X(6).
           05  FILLER               PIC X.
           05  CTL-REQUESTED-BY     PIC X(10).
           05  FILLER               PIC X.
           05  CTL-REQUESTER-PASSWORD PIC X(10).
           05  FILLER               PIC X(52).

       FD  APPROVAL-FILE
           LABEL RECORDS OMITTED.
       01  APPROVAL-RECORD          PIC X(104).

       FD  DEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEPT-RECORD.
           05  LOC-BUILDING         PIC X(20).
           05  LOC-FLOOR            PIC X(4).
           05  LOC-DESK             PIC X(8).
           05  LOC-SITE             PIC X(4).

       FD  INDEX-FILE
           LABEL RECORDS ARE STANDARD.
           05  SITE-OUTBOUND-FILE   PIC X(12).
           05  SITE-CONTACT         PIC X(25).

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-RECORD.
           05  OPR-KEY.
               10  OPR-ID           PIC X(10).
           05  OPR-PASSWORD         PIC X(10).
           05  OPR-LEVEL            PIC 9.

       WORKING-STORAGE SECTION.

       01  WS-TRN-EOF               PIC X       VALUE "N".
       01  WS-READ-COUNT            PIC 9(6)    VALUE ZERO.
       01  WS-APPLIED-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-QUEUED-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-TRN-QUEUED            PIC X       VALUE "N".

       01  WS-OPERATOR-ID           PIC X(10)   VALUE "BATCH-JOB".

      * Second-operator approval for large files.  The
      * file is counted and hash-totalled before any
      * transaction is applied; over the limit it runs
      * only against an approved item for that same
      * count and hash.  Held = P, refused = R.
       01  WS-APPROVAL-LIMIT        PIC 9(6)    VALUE 100.
       01  WS-REQUESTED-BY          PIC X(10)   VALUE SPACES.
       01  WS-OPR-FILE-STATUS       PIC XX.
       01  WS-REQUESTER-OK          PIC X       VALUE "N".
       01  WS-REQUESTER-ERROR-COUNT PIC 9(6)    VALUE ZERO.
       01  WS-JOB-ID-TALLY          PIC 99      VALUE ZERO.
       01  WS-REFUSED-WORK          PIC X(16)   VALUE SPACES.
       01  WS-TRN-FILE-NAME         PIC X(12)   VALUE "phntrn01.dat".
       01  WS-PASS-COUNT            PIC 9(6)    VALUE ZERO.
       01  WS-PASS-HASH             PIC 9(12)   VALUE ZERO.
       01  WS-HASH-WORK             PIC 9(14)   VALUE ZERO.
       01  WS-HASH-IDX              PIC 999     VALUE ZERO.
       01  WS-RUN-HELD              PIC X       VALUE "N".
       01  WS-APR-EOF               PIC X       VALUE "N".
       01  WS-APR-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-APR-IDX               PIC 9(3)    VALUE ZERO.
       01  WS-APR-TABLE.
           05  WS-APR-ENTRY         PIC X(104)  OCCURS 500 TIMES.
       01  WS-APR-OVERFLOW          PIC 9(4)    VALUE ZERO.
       01  WS-APR-MATCH-IDX         PIC 9(3)    VALUE ZERO.
       01  WS-APR-APPLIED-ITEM      PIC X(104)  VALUE SPACES.
       01  WS-APR-MARK-FAILED       PIC X       VALUE "N".
       01  WS-APR-ALREADY-PENDING   PIC X       VALUE "N".

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

       01  HELD-LINE.
           05  FILLER               PIC X(10) VALUE "RUN HELD: ".
           05  HELD-COUNT           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(27)
               VALUE " TRANSACTIONS, OVER LIMIT ".
           05  HELD-LIMIT           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(3)  VALUE " - ".
           05  HELD-REASON          PIC X(40).

      * Phonetic name index upkeep.  The index row is
      * keyed soundex + employee ID; a name change
      * drops the old row and writes a new one so
       01  WS-CHECK-DIGIT           PIC 9.
       01  WS-ID-VALID-FLAG         PIC X       VALUE "N".

      * Reporting-line edit: the keyed supervisor is
      * climbed up to the top of the tree to be sure
      * it does not already report to this entry.
       01  WS-SUPERVISOR-ID         PIC 9(6)    VALUE ZERO.
       01  WS-SUPERVISOR-LEVELS     PIC 99      VALUE ZERO.
       01  WS-SUPERVISOR-DONE       PIC X       VALUE "N".
       01  WS-SUPERVISOR-LOOP       PIC X       VALUE "N".

      * Contractor edit: sponsor and contract end date.
       01  WS-SPONSOR-ID            PIC 9(6)    VALUE ZERO.
       01  WS-END-DATE              PIC 9(8)    VALUE ZERO.
       01  WS-END-DATE-PARTS REDEFINES WS-END-DATE.
           05  WS-END-YYYY          PIC 9(4).
           05  WS-END-MM            PIC 99.
           05  WS-END-DD            PIC 99.

      * Phone number normalization.  Numbers are held
      * canonically as bare digits: a 3-digit area code
      * (or spaces) and a 7-digit local number.  Any

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

       01  RESULTS-HEADER-LINE.
           05  FILLER               PIC X(41)
               VALUE "TRANSACTIONS REJECTED:  ".
           05  FOOTER-REJECT-COUNT  PIC ZZZ,ZZ9.

       01  RESULTS-FOOTER-LINE-4.
           05  FILLER               PIC X(24)
               VALUE "TERMINATIONS QUEUED:    ".
           05  FOOTER-QUEUED-COUNT  PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           IF WS-RUN-HELD = "N"
               PERFORM READ-NEXT-TRANSACTION
               PERFORM APPLY-TRANSACTIONS
                   UNTIL WS-TRN-EOF = "Y"
               IF WS-APR-MATCH-IDX NOT = ZERO
                   PERFORM MARK-BATCH-APPLIED
               END-IF
           END-IF.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.

       SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-RUN-HELD = "R"
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-REQUESTER-ERROR-COUNT > 0
                       OR WS-APR-MARK-FAILED = "Y"
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-RUN-HELD = "P"
                   MOVE 4 TO WS-RETURN-CODE
               WHEN WS-READ-COUNT > 0
                       AND WS-REJECTED-COUNT * 100 >
                       WS-READ-COUNT * WS-REJ-THRESHOLD-PCT
           MOVE WS-REJECTED-COUNT TO SUM-VALUE.
           MOVE SUMMARY-LINE TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE "TERMINATIONS QUEUED:      " TO SUM-LABEL.
           MOVE WS-QUEUED-COUNT TO SUM-VALUE.
           MOVE SUMMARY-LINE TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE "TRANSACTIONS HELD:        " TO SUM-LABEL.
           IF WS-RUN-HELD = "N"
               MOVE ZERO TO SUM-VALUE
           ELSE
               MOVE WS-PASS-COUNT TO SUM-VALUE
           END-IF.
           MOVE SUMMARY-LINE TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE "RETURN CODE:              " TO SUM-LABEL.
           MOVE WS-RETURN-CODE TO SUM-VALUE.
           MOVE SUMMARY-LINE TO SUMMARY-RECORD.
               CLOSE INDEX-FILE
               OPEN I-O INDEX-FILE
           END-IF.
           PERFORM READ-CONTROL-RECORD.
           PERFORM COUNT-TRANSACTION-FILE.
           PERFORM LOAD-APPROVAL-TABLE.
           OPEN INPUT TRANSACTION-FILE.
           OPEN OUTPUT RESULTS-FILE.
           MOVE RESULTS-HEADER-LINE TO RESULTS-RECORD.
           WRITE RESULTS-RECORD.
           MOVE SPACES TO RESULTS-RECORD.
           WRITE RESULTS-RECORD.
           IF WS-PASS-COUNT > WS-APPROVAL-LIMIT
               PERFORM CHECK-BATCH-APPROVAL
           END-IF.

       READ-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END
               CONTINUE
               NOT AT END
               IF CTL-APPROVAL-LIMIT IS NUMERIC
                   MOVE CTL-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT
               END-IF
               IF CTL-REQUESTED-BY NOT = SPACES
                   MOVE CTL-REQUESTED-BY TO WS-REQUESTED-BY
                   PERFORM CHECK-REQUESTER
               END-IF
           END-READ.
           CLOSE CONTROL-FILE.

      * The requester named on the card is the operator
      * PHNAPR01 keeps from approving the work, so it has
      * to be a real one - level 2 or higher, and the
      * card has to carry its password.
       CHECK-REQUESTER.
           OPEN INPUT OPERATOR-FILE.
           MOVE CTL-REQUESTED-BY TO OPR-ID.
           READ OPERATOR-FILE
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               IF OPR-PASSWORD = CTL-REQUESTER-PASSWORD
                       AND OPR-LEVEL >= 2
                   MOVE "Y" TO WS-REQUESTER-OK
               END-IF
           END-READ.
           CLOSE OPERATOR-FILE.

       REFUSE-UNVERIFIED-REQUESTER.
           ADD 1 TO WS-REQUESTER-ERROR-COUNT.
           DISPLAY "PHNBAT01: " WS-REFUSED-WORK " not queued - "
               "requester '" WS-REQUESTED-BY "' is not a level 2 "
               "operator with that password on phnbat01.ctl.".

      * Record count and a rolling hash over every byte
      * of every transaction record, in file order - the
      * fingerprint an approval is given against.  Any
      * field changed, or records swapped, after the
      * approval gives a different hash.
       COUNT-TRANSACTION-FILE.
           MOVE ZERO TO WS-PASS-COUNT.
           MOVE ZERO TO WS-PASS-HASH.
           MOVE "N" TO WS-TRN-EOF.
           OPEN INPUT TRANSACTION-FILE.
           PERFORM COUNT-NEXT-TRANSACTION
               UNTIL WS-TRN-EOF = "Y".
           CLOSE TRANSACTION-FILE.
           MOVE "N" TO WS-TRN-EOF.

       COUNT-NEXT-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
               MOVE "Y" TO WS-TRN-EOF
               NOT AT END
               ADD 1 TO WS-PASS-COUNT
               PERFORM ADD-HASH-CHARACTER
                   VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > LENGTH OF TRANSACTION-RECORD
           END-READ.

       ADD-HASH-CHARACTER.
           COMPUTE WS-HASH-WORK = WS-PASS-HASH * 31
               + FUNCTION ORD(TRANSACTION-RECORD(WS-HASH-IDX:1)).
           COMPUTE WS-PASS-HASH =
               FUNCTION MOD(WS-HASH-WORK, 999999999989).

      * The latest item for this file, count and hash
      * that has not already been applied decides the
      * run: approved runs, rejected is refused, and
      * pending or no item at all holds it.
       CHECK-BATCH-APPROVAL.
           MOVE ZERO TO WS-APR-MATCH-IDX.
           PERFORM CHECK-ONE-APPROVAL-ITEM
               VARYING WS-APR-IDX FROM 1 BY 1
               UNTIL WS-APR-IDX > WS-APR-COUNT.
           IF WS-APR-MATCH-IDX = ZERO
               PERFORM QUEUE-BATCH-FOR-APPROVAL
           ELSE
               MOVE WS-APR-ENTRY(WS-APR-MATCH-IDX) TO APPROVAL-ITEM
               EVALUATE APR-STATUS
                   WHEN "A"
                       MOVE APR-REQUESTED-BY TO WS-OPERATOR-ID
                       MOVE APR-REQUESTED-BY TO WS-REQUESTED-BY
                       PERFORM ACCEPT-APPROVED-REQUESTER
                       MOVE APR-DECIDED-BY TO AUD-APPROVER
                   WHEN "R"
                       MOVE "R" TO WS-RUN-HELD
                       MOVE "REJECTED BY SECOND OPERATOR"
                           TO HELD-REASON
                       PERFORM WRITE-HELD-LINE
                   WHEN OTHER
                       MOVE "P" TO WS-RUN-HELD
                       MOVE "WAITING FOR SECOND-OPERATOR APPROVAL"
                           TO HELD-REASON
                       PERFORM WRITE-HELD-LINE
               END-EVALUATE
           END-IF.

      * An approved file was checked against oprmst.dat
      * when it was queued; its terminations go under the
      * same operator unless it was queued under a job ID.
       ACCEPT-APPROVED-REQUESTER.
           MOVE ZERO TO WS-JOB-ID-TALLY.
           INSPECT WS-REQUESTED-BY
               TALLYING WS-JOB-ID-TALLY FOR ALL "-JOB".
           IF WS-REQUESTED-BY NOT = SPACES
                   AND WS-JOB-ID-TALLY = ZERO
               MOVE "Y" TO WS-REQUESTER-OK
           ELSE
               MOVE "N" TO WS-REQUESTER-OK
           END-IF.

       CHECK-ONE-APPROVAL-ITEM.
           MOVE WS-APR-ENTRY(WS-APR-IDX) TO APPROVAL-ITEM.
           IF APR-TYPE = "B"
                   AND APR-BATCH-FILE = WS-TRN-FILE-NAME
                   AND APR-BATCH-COUNT = WS-PASS-COUNT
                   AND APR-BATCH-HASH = WS-PASS-HASH
               IF APR-STATUS = "D"
                   MOVE ZERO TO WS-APR-MATCH-IDX
               ELSE
                   MOVE WS-APR-IDX TO WS-APR-MATCH-IDX
               END-IF
           END-IF.

       QUEUE-BATCH-FOR-APPROVAL.
           MOVE "P" TO WS-RUN-HELD.
           EVALUATE TRUE
               WHEN WS-REQUESTER-OK NOT = "Y"
                   MOVE "R" TO WS-RUN-HELD
                   MOVE "TRANSACTION FILE" TO WS-REFUSED-WORK
                   PERFORM REFUSE-UNVERIFIED-REQUESTER
                   MOVE "REQUESTER NOT VERIFIED - NOT QUEUED"
                       TO HELD-REASON
               WHEN WS-APR-COUNT >= 500 OR WS-APR-OVERFLOW > 0
                   MOVE "APPROVAL FILE FULL - NOT QUEUED"
                       TO HELD-REASON
               WHEN OTHER
                   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-CURRENT-TIME FROM TIME
                   MOVE SPACES TO APPROVAL-ITEM
                   MOVE "B" TO APR-TYPE
                   MOVE "P" TO APR-STATUS
                   MOVE WS-REQUESTED-BY TO APR-REQUESTED-BY
                   MOVE WS-CURRENT-DATE-N TO APR-REQUEST-DATE
                   MOVE WS-CURRENT-TIME(1:6) TO APR-REQUEST-TIME
                   MOVE ZERO TO APR-DECISION-DATE
                   MOVE WS-TRN-FILE-NAME TO APR-BATCH-FILE
                   MOVE WS-PASS-COUNT TO APR-BATCH-COUNT
                   MOVE WS-PASS-HASH TO APR-BATCH-HASH
                   PERFORM APPEND-APPROVAL-ITEM
                   MOVE "QUEUED FOR SECOND-OPERATOR APPROVAL"
                       TO HELD-REASON
           END-EVALUATE.
           PERFORM WRITE-HELD-LINE.

      * The file is read again and the item found by its
      * full image before it is marked, as PHNAPR01 does -
      * other programs may have queued or decided items
      * since this run loaded it.
       MARK-BATCH-APPLIED.
           MOVE WS-APR-ENTRY(WS-APR-MATCH-IDX) TO WS-APR-APPLIED-ITEM.
           PERFORM LOAD-APPROVAL-TABLE.
           MOVE ZERO TO WS-APR-MATCH-IDX.
           PERFORM FIND-APPLIED-ITEM
               VARYING WS-APR-IDX FROM 1 BY 1
               UNTIL WS-APR-IDX > WS-APR-COUNT
                   OR WS-APR-MATCH-IDX NOT = ZERO.
           IF WS-APR-MATCH-IDX = ZERO OR WS-APR-OVERFLOW > 0
               MOVE "Y" TO WS-APR-MARK-FAILED
               DISPLAY "PHNBAT01: the approved item could not be"
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

       WRITE-HELD-LINE.
           MOVE WS-PASS-COUNT TO HELD-COUNT.
           MOVE WS-APPROVAL-LIMIT TO HELD-LIMIT.
           MOVE HELD-LINE TO RESULTS-RECORD.
           WRITE RESULTS-RECORD.

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

       CLOSING-PROCEDURE.
           MOVE SPACES TO RESULTS-RECORD.
           MOVE WS-REJECTED-COUNT TO FOOTER-REJECT-COUNT.
           MOVE RESULTS-FOOTER-LINE-3 TO RESULTS-RECORD.
           WRITE RESULTS-RECORD.
           MOVE WS-QUEUED-COUNT TO FOOTER-QUEUED-COUNT.
           MOVE RESULTS-FOOTER-LINE-4 TO RESULTS-RECORD.
           WRITE RESULTS-RECORD.
           CLOSE PHONE-FILE.
           CLOSE DEPT-FILE.
           CLOSE LOCATION-FILE.
           CLOSE INDEX-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE RESULTS-FILE.

       READ-NEXT-TRANSACTION.
           READ TRANSACTION-FILE

       APPLY-TRANSACTIONS.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE "N" TO WS-TRN-QUEUED.
           PERFORM EDIT-TRANSACTION.
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRN-ACTION
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF WS-TRN-QUEUED = "Y"
                   ADD 1 TO WS-QUEUED-COUNT
               ELSE
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
               PERFORM WRITE-APPLIED-LINE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
                   AND TRN-HOME-SITE NOT = SPACES
               PERFORM EDIT-HOME-SITE
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND TRN-SUPERVISOR-ID NOT = SPACES
                   AND TRN-SUPERVISOR-ID NOT = "*NONE"
               PERFORM EDIT-SUPERVISOR
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND TRN-ACTION NOT = "D" AND TRN-ACTION NOT = "d"
                   AND (TRN-SPONSOR-ID NOT = SPACES
                   OR TRN-END-DATE NOT = SPACES)
               PERFORM EDIT-CONTRACT
           END-IF.

       EDIT-DEPARTMENT.
           MOVE TRN-DEPARTMENT TO DEPT-CODE.
               CONTINUE
           END-READ.

      * Run before the entry itself is read, so the
      * record area is free for the climb.
       EDIT-SUPERVISOR.
           IF TRN-SUPERVISOR-ID IS NOT NUMERIC
               MOVE "SUPERVISOR ID NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               MOVE TRN-SUPERVISOR-ID TO WS-SUPERVISOR-ID
               IF WS-SUPERVISOR-ID = WS-ENTERED-ID
                   MOVE "ENTRY CANNOT REPORT TO ITSELF"
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-SUPERVISOR-ID NOT = ZERO
                       PERFORM READ-SUPERVISOR
                   END-IF
               END-IF
           END-IF.

       READ-SUPERVISOR.
           MOVE WS-SUPERVISOR-ID TO PHONE-EMPLOYEE-ID.
           READ PHONE-FILE
               INVALID KEY
               MOVE "SUPERVISOR NOT ON MASTER" TO WS-REJECT-REASON
               NOT INVALID KEY
               PERFORM CHECK-SUPERVISOR-ENTRY
           END-READ.

       CHECK-SUPERVISOR-ENTRY.
           EVALUATE TRUE
               WHEN PHONE-STATUS = "T"
                   MOVE "SUPERVISOR IS TERMINATED" TO WS-REJECT-REASON
               WHEN PHONE-ENTRY-CLASS = "F"
                   MOVE "SUPERVISOR IS A FACILITY" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE ZERO TO WS-SUPERVISOR-LEVELS
                   MOVE "N" TO WS-SUPERVISOR-DONE
                   MOVE "N" TO WS-SUPERVISOR-LOOP
                   PERFORM CLIMB-ONE-SUPERVISOR-LEVEL
                       UNTIL WS-SUPERVISOR-DONE = "Y"
                   IF WS-SUPERVISOR-LOOP = "Y"
                       MOVE "SUPERVISOR LINE WOULD LOOP"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

      * Same climb as PHNMNT01: stop at the top of the
      * tree, at a break in the line, or after 50
      * levels.
       CLIMB-ONE-SUPERVISOR-LEVEL.
           ADD 1 TO WS-SUPERVISOR-LEVELS.
           EVALUATE TRUE
               WHEN PHONE-SUPERVISOR-ID IS NOT NUMERIC
                   MOVE "Y" TO WS-SUPERVISOR-DONE
               WHEN PHONE-SUPERVISOR-ID = ZERO
                   MOVE "Y" TO WS-SUPERVISOR-DONE
               WHEN PHONE-SUPERVISOR-ID = WS-ENTERED-ID
                   MOVE "Y" TO WS-SUPERVISOR-LOOP
                   MOVE "Y" TO WS-SUPERVISOR-DONE
               WHEN WS-SUPERVISOR-LEVELS > 50
                   MOVE "Y" TO WS-SUPERVISOR-DONE
               WHEN OTHER
                   MOVE PHONE-SUPERVISOR-ID TO PHONE-EMPLOYEE-ID
                   READ PHONE-FILE
                       INVALID KEY
                       MOVE "Y" TO WS-SUPERVISOR-DONE
                   END-READ
           END-EVALUATE.

      * The fields given are checked here, before the
      * entry is read; whether a change may give only
      * one of them depends on the entry's class and is
      * checked once it is read (CHECK-CONTRACT-CHANGE).
       EDIT-CONTRACT.
           EVALUATE TRUE
               WHEN WS-ENTERED-ID >= 900000
                       AND WS-ENTERED-ID <= 999998
                   MOVE "FACILITY CANNOT BE CONTRACTOR"
                       TO WS-REJECT-REASON
               WHEN TRN-SPONSOR-ID = "*NONE"
                       AND TRN-END-DATE = "*NONE"
                   IF TRN-ACTION = "A" OR TRN-ACTION = "a"
                       MOVE "NEED BOTH SPONSOR AND END DATE"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN TRN-SPONSOR-ID = "*NONE"
                       OR TRN-END-DATE = "*NONE"
                   MOVE "NEED BOTH SPONSOR AND END DATE"
                       TO WS-REJECT-REASON
               WHEN (TRN-ACTION = "A" OR TRN-ACTION = "a")
                       AND (TRN-SPONSOR-ID = SPACES
                       OR TRN-END-DATE = SPACES)
                   MOVE "NEED BOTH SPONSOR AND END DATE"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   IF TRN-END-DATE NOT = SPACES
                       PERFORM EDIT-END-DATE
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                           AND TRN-SPONSOR-ID NOT = SPACES
                       PERFORM EDIT-SPONSOR
                   END-IF
           END-EVALUATE.

       EDIT-END-DATE.
           IF TRN-END-DATE IS NOT NUMERIC
               MOVE "END DATE NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               MOVE TRN-END-DATE TO WS-END-DATE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               EVALUATE TRUE
                   WHEN WS-END-MM < 1 OR WS-END-MM > 12
                       MOVE "END DATE NOT A VALID DATE"
                           TO WS-REJECT-REASON
                   WHEN WS-END-DD < 1 OR WS-END-DD > 31
                       MOVE "END DATE NOT A VALID DATE"
                           TO WS-REJECT-REASON
                   WHEN WS-END-DATE < WS-CURRENT-DATE-N
                       MOVE "END DATE IS IN THE PAST"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

      * Like the supervisor edit, run before the entry
      * itself is read.
       EDIT-SPONSOR.
           IF TRN-SPONSOR-ID IS NOT NUMERIC
               MOVE "SPONSOR ID NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               MOVE TRN-SPONSOR-ID TO WS-SPONSOR-ID
               IF WS-SPONSOR-ID = WS-ENTERED-ID
                   MOVE "ENTRY CANNOT SPONSOR ITSELF"
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM READ-SPONSOR
               END-IF
           END-IF.

       READ-SPONSOR.
           MOVE WS-SPONSOR-ID TO PHONE-EMPLOYEE-ID.
           READ PHONE-FILE
               INVALID KEY
               MOVE "SPONSOR NOT ON MASTER" TO WS-REJECT-REASON
               NOT INVALID KEY
               PERFORM CHECK-SPONSOR-ENTRY
           END-READ.

       CHECK-SPONSOR-ENTRY.
           EVALUATE TRUE
               WHEN PHONE-STATUS = "T"
                   MOVE "SPONSOR IS TERMINATED" TO WS-REJECT-REASON
               WHEN PHONE-ENTRY-CLASS = "C" OR PHONE-ENTRY-CLASS = "F"
                   MOVE "SPONSOR MUST BE AN EMPLOYEE"
                       TO WS-REJECT-REASON
           END-EVALUATE.

       EDIT-EMPLOYEE-ID.
           IF TRN-EMPLOYEE-ID IS NOT NUMERIC
               MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               MOVE "P" TO PHONE-ENTRY-CLASS
           END-IF.
           IF TRN-SPONSOR-ID IS NUMERIC
               MOVE "C" TO PHONE-ENTRY-CLASS
               MOVE TRN-SPONSOR-ID TO PHONE-SPONSOR-ID
               MOVE TRN-END-DATE TO PHONE-END-DATE
           ELSE
               MOVE ZERO TO PHONE-SPONSOR-ID
               MOVE ZERO TO PHONE-END-DATE
           END-IF.
           MOVE SPACE TO PHONE-UNLISTED.
           IF TRN-SUPERVISOR-ID IS NUMERIC
               MOVE TRN-SUPERVISOR-ID TO PHONE-SUPERVISOR-ID
           ELSE
               MOVE ZERO TO PHONE-SUPERVISOR-ID
           END-IF.
           WRITE PHONE-RECORD
               INVALID KEY
               MOVE "EMPLOYEE ID ALREADY ON FILE"
               INVALID KEY
               MOVE "EMPLOYEE ID NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
               PERFORM CHECK-CONTRACT-CHANGE
               IF WS-REJECT-REASON = SPACES
                   PERFORM CHANGE-AND-REWRITE
               END-IF
           END-READ.

      * An employee entry only becomes a contractor
      * when both fields are given; *NONE has nothing
      * to clear on one.
       CHECK-CONTRACT-CHANGE.
           IF PHONE-ENTRY-CLASS NOT = "C"
               EVALUATE TRUE
                   WHEN TRN-SPONSOR-ID = "*NONE"
                       MOVE "ENTRY IS NOT A CONTRACTOR"
                           TO WS-REJECT-REASON
                   WHEN TRN-SPONSOR-ID = SPACES
                           AND TRN-END-DATE NOT = SPACES
                       MOVE "NEED BOTH SPONSOR AND END DATE"
                           TO WS-REJECT-REASON
                   WHEN TRN-SPONSOR-ID NOT = SPACES
                           AND TRN-END-DATE = SPACES
                       MOVE "NEED BOTH SPONSOR AND END DATE"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

       CHANGE-AND-REWRITE.
           MOVE PHONE-LAST-NAME TO WS-OLD-LAST-NAME.
           MOVE PHONE-NUMBER(1) TO AUD-BEF-NUMBER.
           IF TRN-HOME-SITE NOT = SPACES
               MOVE TRN-HOME-SITE TO PHONE-HOME-SITE
           END-IF.
           EVALUATE TRUE
               WHEN TRN-SUPERVISOR-ID = "*NONE"
                   MOVE ZERO TO PHONE-SUPERVISOR-ID
               WHEN TRN-SUPERVISOR-ID IS NUMERIC
                   MOVE TRN-SUPERVISOR-ID TO PHONE-SUPERVISOR-ID
           END-EVALUATE.
           EVALUATE TRUE
               WHEN TRN-SPONSOR-ID = "*NONE"
                   MOVE ZERO TO PHONE-SPONSOR-ID
                   MOVE ZERO TO PHONE-END-DATE
                   MOVE "P" TO PHONE-ENTRY-CLASS
               WHEN TRN-SPONSOR-ID IS NUMERIC
                   MOVE TRN-SPONSOR-ID TO PHONE-SPONSOR-ID
                   MOVE "C" TO PHONE-ENTRY-CLASS
           END-EVALUATE.
           IF TRN-END-DATE IS NUMERIC
               MOVE TRN-END-DATE TO PHONE-END-DATE
           END-IF.
           REWRITE PHONE-RECORD
               INVALID KEY
               MOVE "UPDATE FAILED" TO WS-REJECT-REASON
               INVALID KEY
               MOVE "EMPLOYEE ID NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
               PERFORM QUEUE-TERMINATION
           END-READ.

      * The termination is not applied here.  It joins
      * the pending-approval table, written back at the
      * end of the run, under the requesting operator,
      * and PHNAPR01 applies it once a second level-3
      * operator approves it.
       QUEUE-TERMINATION.
           IF PHONE-STATUS = "T"
               MOVE "ENTRY ALREADY TERMINATED" TO WS-REJECT-REASON
           ELSE
               PERFORM CHECK-PENDING-TERMINATION
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND WS-REQUESTER-OK NOT = "Y"
               MOVE "EMPLOYEE " TO WS-REFUSED-WORK
               MOVE PHONE-EMPLOYEE-ID TO WS-REFUSED-WORK(10:6)
               PERFORM REFUSE-UNVERIFIED-REQUESTER
               MOVE "REQUESTER NOT VERIFIED" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF WS-APR-COUNT >= 500 OR WS-APR-OVERFLOW > 0
                   MOVE "APPROVAL FILE FULL - NOT QUEUED"
                       TO WS-REJECT-REASON
               ELSE
                   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-CURRENT-TIME FROM TIME
                   MOVE SPACES TO APPROVAL-ITEM
                   MOVE "T" TO APR-TYPE
                   MOVE "P" TO APR-STATUS
                   MOVE WS-REQUESTED-BY TO APR-REQUESTED-BY
                   MOVE WS-CURRENT-DATE-N TO APR-REQUEST-DATE
                   MOVE WS-CURRENT-TIME(1:6) TO APR-REQUEST-TIME
                   MOVE ZERO TO APR-DECISION-DATE
                   MOVE PHONE-EMPLOYEE-ID TO APR-EMPLOYEE-ID
                   MOVE PHONE-LAST-NAME TO APR-LAST-NAME
                   MOVE PHONE-FIRST-NAME TO APR-FIRST-NAME
                   PERFORM APPEND-APPROVAL-ITEM
                   MOVE "Y" TO WS-TRN-QUEUED
               END-IF
           END-IF.

       CHECK-PENDING-TERMINATION.
           MOVE "N" TO WS-APR-ALREADY-PENDING.
           PERFORM CHECK-ONE-PENDING-ITEM
               VARYING WS-APR-IDX FROM 1 BY 1
               UNTIL WS-APR-IDX > WS-APR-COUNT.
           IF WS-APR-ALREADY-PENDING = "Y"
               MOVE "TERMINATION ALREADY PENDING"
                   TO WS-REJECT-REASON
           END-IF.

       CHECK-ONE-PENDING-ITEM.
           MOVE WS-APR-ENTRY(WS-APR-IDX) TO APPROVAL-ITEM.
           IF APR-TYPE = "T"
                   AND APR-STATUS = "P"
                   AND APR-EMPLOYEE-ID = PHONE-EMPLOYEE-ID
               MOVE "Y" TO WS-APR-ALREADY-PENDING
           END-IF.

       WRITE-APPLIED-LINE.
           MOVE SPACES TO RESULTS-DETAIL-LINE.
           IF WS-TRN-QUEUED = "Y"
               MOVE "QUEUED:  " TO RSL-DISPOSITION
               MOVE "TERMINATION AWAITS APPROVAL" TO RSL-REASON
           ELSE
               MOVE "APPLIED: " TO RSL-DISPOSITION
           END-IF.
           MOVE TRN-ACTION TO RSL-ACTION.
           MOVE TRN-EMPLOYEE-ID TO RSL-EMPLOYEE-ID.
           MOVE TRN-LAST-NAME TO RSL-LAST-NAME.
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

      * Name index upkeep.  An add writes the row for
      * the new entry; a change whose last name moved
               WHEN OTHER
                   MOVE "0" TO WS-SDX-DIGIT
           END-EVALUATE.

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
