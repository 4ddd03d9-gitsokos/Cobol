       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNAPR01.
      *----------------------------------------------
      * Second-operator approval.
      * Terminations keyed in PHNMNT01, released by
      * PHNREL01 or read by PHNBAT01, department
      * reorganization mappings read by PHNRGZ01 and
      * PHNBAT01 transaction files over the batch
      * threshold are not applied when they are asked
      * for.  Each goes to the pending-approval file
      * (phnapr01.dat) tagged with the operator who
      * asked, and waits here for a second operator.
      * The approver must sign on at level 3 against
      * the operator master and must not be the
      * operator who asked for the item.  An item asked
      * for under a job ID (REORG-JOB, BATCH-JOB and the
      * like) names no operator, so it can only be
      * rejected.
      * An approved termination is applied on the spot
      * - the entry is marked terminated and the TERM
      * audit record carries the requesting operator
      * and the approver.  An approved reorganization
      * mapping or batch file is released to the next
      * PHNRGZ01 / PHNBAT01 run, which applies it and
      * marks the item done.  A rejected item is never
      * applied and stays on the file for PHNAPR02.
      * Decisions are refused while the nightly batch
      * lock is held.
      *----------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPROVAL-FILE
               ASSIGN TO "phnapr01.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PHONE-FILE
               ASSIGN TO "phone.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHONE-KEY
               ALTERNATE RECORD KEY IS PHONE-EXTENSION
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PHONE-DEPARTMENT
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO "oprmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-KEY
               FILE STATUS IS WS-OPR-FILE-STATUS.

           SELECT BATCH-LOCK-FILE
               ASSIGN TO "phnbatch.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT AUDIT-FILE
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

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE
           LABEL RECORDS OMITTED.
       01  APPROVAL-RECORD          PIC X(104).

       FD  PHONE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PHONE-RECORD.
           05  PHONE-KEY.
               10  PHONE-EMPLOYEE-ID PIC 9(6).
           05  PHONE-LAST-NAME      PIC X(20).
           05  PHONE-FIRST-NAME     PIC X(20).
           05  PHONE-NUMBERS.
               10  PHONE-NUMBER-SLOT OCCURS 4 TIMES.
                   15  PHONE-NUMBER-TYPE PIC X.
                   15  PHONE-NUMBER.
                       20  PHONE-AREA-CODE PIC X(3).
                       20  PHONE-LOCAL-NUM PIC X(12).
           05  PHONE-EXTENSION      PIC X(5).
           05  PHONE-DEPARTMENT     PIC X(10).
           05  PHONE-STATUS         PIC X.
           05  PHONE-STATUS-DATE    PIC 9(8).
           05  PHONE-LOCATION       PIC X(8).
           05  PHONE-HOME-SITE      PIC X(4).
           05  PHONE-ENTRY-CLASS    PIC X.
           05  PHONE-UNLISTED       PIC X.
           05  PHONE-SUPERVISOR-ID  PIC 9(6).
           05  PHONE-SPONSOR-ID     PIC 9(6).
           05  PHONE-END-DATE       PIC 9(8).

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-RECORD.
           05  OPR-KEY.
               10  OPR-ID           PIC X(10).
           05  OPR-PASSWORD         PIC X(10).
           05  OPR-LEVEL            PIC 9.

       FD  BATCH-LOCK-FILE
           LABEL RECORDS OMITTED.
       01  BATCH-LOCK-RECORD        PIC X(17).

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

       WORKING-STORAGE SECTION.

       01  WS-DONE-FLAG             PIC X       VALUE "N".
       01  WS-MENU-CHOICE           PIC X.
       01  WS-FILE-STATUS           PIC XX.
       01  WS-LOCK-FILE-STATUS      PIC XX.
       01  WS-BATCH-LOCKED          PIC X       VALUE "N".
       01  WS-YES-NO                PIC X.
       01  WS-DECISION              PIC X.
       01  WS-JOB-ID-TALLY          PIC 99      VALUE ZERO.

      * Operator sign-on and authority, as in PHNMNT01.
      * Only level 3 may decide an item.
       01  WS-OPR-FILE-STATUS       PIC XX.
       01  WS-OPERATOR-ID           PIC X(10)   VALUE SPACES.
       01  WS-OPERATOR-PASSWORD     PIC X(10)   VALUE SPACES.
       01  WS-OPERATOR-LEVEL        PIC 9       VALUE ZERO.
       01  WS-SIGNON-TRIES          PIC 9       VALUE ZERO.
       01  WS-SIGNON-OK             PIC X       VALUE "N".

      * One pending-approval item.  The subject is read
      * according to the item type: T = termination,
      * R = reorganization mapping, B = batch file.
      * Status P = pending, A = approved, R = rejected,
      * D = done (applied).
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

      * The approval file is held in a table, as
      * PHNONC01 holds the rotation.  It is reloaded
      * before every decision and rewritten straight
      * after, so an item PHNMNT01 queued in the
      * meantime is not lost.
       01  WS-APR-EOF               PIC X       VALUE "N".
       01  WS-APR-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-APR-IDX               PIC 9(3)    VALUE ZERO.
       01  WS-APR-TABLE.
           05  WS-APR-ENTRY         PIC X(104)  OCCURS 500 TIMES.
       01  WS-APR-OVERFLOW          PIC 9(4)    VALUE ZERO.

      * Pick list of the pending items shown, by table
      * position, and the item picked.
       01  WS-PICK-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-PICK-TABLE.
           05  WS-PICK-ENTRY        PIC 9(3)    OCCURS 500 TIMES.
       01  WS-PICK                  PIC 9(3).
       01  WS-PICKED-ITEM           PIC X(104).
       01  WS-PICKED-FOUND          PIC X       VALUE "N".

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                    PIC 9(8).

       01  WS-CURRENT-TIME.
           05  WS-CUR-HH            PIC 99.
           05  WS-CUR-MIN           PIC 99.
           05  WS-CUR-SEC           PIC 99.
           05  WS-CUR-HSEC          PIC 99.

       01  WS-AUDIT-BEFORE.
           05  AUD-BEF-NUMBER       PIC X(15)   VALUE SPACES.
           05  AUD-BEF-EXTENSION    PIC X(5)    VALUE SPACES.
           05  AUD-BEF-DEPARTMENT   PIC X(10)   VALUE SPACES.

       01  WS-AUDIT-AFTER.
           05  AUD-AFT-NUMBER       PIC X(15)   VALUE SPACES.
           05  AUD-AFT-EXTENSION    PIC X(5)    VALUE SPACES.
           05  AUD-AFT-DEPARTMENT   PIC X(10)   VALUE SPACES.

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
           05  FILLER               PIC X(5)  VALUE " DTE:".
           05  AUD-DATE             PIC X(10).
           05  FILLER               PIC X(5)  VALUE " TME:".
           05  AUD-TIME             PIC X(8).
           05  FILLER               PIC X(6)  VALUE " ACT: ".
           05  AUD-ACTION           PIC X(6).
           05  FILLER               PIC X(5)  VALUE " LST:".
           05  AUD-LAST-NAME        PIC X(20).
           05  FILLER               PIC X(5)  VALUE " 1ST:".
           05  AUD-FIRST-NAME       PIC X(20).
           05  FILLER               PIC X(8)  VALUE " BEFORE:".
           05  AUD-BEFORE           PIC X(41).
           05  FILLER               PIC X(7)  VALUE " AFTER:".
           05  AUD-AFTER            PIC X(41).
           05  FILLER               PIC X(5)  VALUE " EMP:".
           05  AUD-EMPLOYEE-ID      PIC 9(6).
           05  FILLER               PIC X(5)  VALUE " APR:".
           05  AUD-APPROVER         PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(5)  VALUE " SEQ:".
           05  AUD-SEQUENCE         PIC 9(8).
           05  FILLER               PIC X(5)  VALUE " CHK:".
           05  AUD-CHECK            PIC 9(9).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM APPROVAL-MENU
               UNTIL WS-DONE-FLAG = "Y".
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 Routines

       OPENING-PROCEDURE.
           OPEN INPUT OPERATOR-FILE.
           PERFORM SIGN-ON
               UNTIL WS-SIGNON-OK = "Y"
                   OR WS-SIGNON-TRIES > 2.
           IF WS-SIGNON-OK = "N"
               DISPLAY "Too many failed sign-on attempts."
               MOVE "Y" TO WS-DONE-FLAG
           ELSE
               IF WS-OPERATOR-LEVEL < 3
                   DISPLAY "Approvals take a level 3 operator."
                   MOVE "Y" TO WS-DONE-FLAG
               END-IF
           END-IF.

       CLOSING-PROCEDURE.
           CLOSE OPERATOR-FILE.

       SIGN-ON.
           DISPLAY "Enter your operator ID:".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "Enter your password:".
           ACCEPT WS-OPERATOR-PASSWORD.
           MOVE WS-OPERATOR-ID TO OPR-ID.
           READ OPERATOR-FILE
               INVALID KEY
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "Operator ID or password not recognized."
               NOT INVALID KEY
               IF OPR-PASSWORD = WS-OPERATOR-PASSWORD
                   MOVE "Y" TO WS-SIGNON-OK
                   MOVE OPR-LEVEL TO WS-OPERATOR-LEVEL
               ELSE
                   ADD 1 TO WS-SIGNON-TRIES
                   DISPLAY "Operator ID or password not recognized."
               END-IF
           END-READ.

       APPROVAL-MENU.
           DISPLAY " ".
           DISPLAY "SECOND-OPERATOR APPROVAL".
           DISPLAY "  (L)ist pending    (A)pprove    (R)eject    "
               "(Q)uit".
           DISPLAY "Enter your choice:".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "L" WHEN "l"
                   PERFORM LIST-PENDING-ITEMS
               WHEN "A" WHEN "a"
                   MOVE "A" TO WS-DECISION
                   PERFORM DECIDE-FROM-THE-LIST
               WHEN "R" WHEN "r"
                   MOVE "R" TO WS-DECISION
                   PERFORM DECIDE-FROM-THE-LIST
               WHEN "Q" WHEN "q"
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN OTHER
                   DISPLAY "Not a valid choice, try again."
           END-EVALUATE.

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

       REWRITE-APPROVAL-FILE.
           OPEN OUTPUT APPROVAL-FILE.
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-COUNT
               MOVE WS-APR-ENTRY(WS-APR-IDX) TO APPROVAL-RECORD
               WRITE APPROVAL-RECORD
           END-PERFORM.
           CLOSE APPROVAL-FILE.

       LIST-PENDING-ITEMS.
           PERFORM LOAD-APPROVAL-TABLE.
           MOVE ZERO TO WS-PICK-COUNT.
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-COUNT
               MOVE WS-APR-ENTRY(WS-APR-IDX) TO APPROVAL-ITEM
               IF APR-STATUS = "P"
                   ADD 1 TO WS-PICK-COUNT
                   MOVE WS-APR-IDX TO WS-PICK-ENTRY(WS-PICK-COUNT)
                   PERFORM DISPLAY-PENDING-ITEM
               END-IF
           END-PERFORM.
           IF WS-PICK-COUNT = ZERO
               DISPLAY "Nothing is waiting for approval."
           END-IF.
           IF WS-APR-OVERFLOW > 0
               DISPLAY "Warning: the approval file holds more than"
                   " 500 items - " WS-APR-OVERFLOW " not shown."
           END-IF.

       DISPLAY-PENDING-ITEM.
           EVALUATE APR-TYPE
               WHEN "T"
                   DISPLAY "  " WS-PICK-COUNT ". TERMINATE  "
                       APR-EMPLOYEE-ID " " APR-LAST-NAME
                       ", " APR-FIRST-NAME
               WHEN "R"
                   DISPLAY "  " WS-PICK-COUNT ". REORG MAP  "
                       APR-OLD-DEPARTMENT " -> "
                       APR-NEW-DEPARTMENT
               WHEN "B"
                   DISPLAY "  " WS-PICK-COUNT ". BATCH FILE "
                       APR-BATCH-FILE " RECORDS:"
                       APR-BATCH-COUNT " HASH:" APR-BATCH-HASH
               WHEN OTHER
                   DISPLAY "  " WS-PICK-COUNT ". UNKNOWN    "
                       APR-SUBJECT
           END-EVALUATE.
           DISPLAY "       asked by " APR-REQUESTED-BY
               " on " APR-REQUEST-DATE " at " APR-REQUEST-TIME.

      * A file bigger than the work table cannot be
      * rewritten from it without losing the tail, so
      * decisions are refused until it is trimmed.
       DECIDE-FROM-THE-LIST.
           PERFORM CHECK-BATCH-INTERLOCK.
           IF WS-BATCH-LOCKED = "N"
               PERFORM LIST-PENDING-ITEMS
               IF WS-APR-OVERFLOW > 0
                   DISPLAY "The approval file is larger than the"
                       " work table - decisions refused."
               ELSE
                   IF WS-PICK-COUNT > 0
                       PERFORM PICK-AND-DECIDE
                   END-IF
               END-IF
           END-IF.

       PICK-AND-DECIDE.
           DISPLAY "Item number (0 = none):".
           ACCEPT WS-PICK.
           IF WS-PICK >= 1 AND WS-PICK <= WS-PICK-COUNT
               MOVE WS-APR-ENTRY(WS-PICK-ENTRY(WS-PICK))
                   TO WS-PICKED-ITEM
               MOVE WS-PICKED-ITEM TO APPROVAL-ITEM
               MOVE ZERO TO WS-JOB-ID-TALLY
               INSPECT APR-REQUESTED-BY
                   TALLYING WS-JOB-ID-TALLY FOR ALL "-JOB"
               EVALUATE TRUE
                   WHEN APR-REQUESTED-BY = WS-OPERATOR-ID
                       DISPLAY "You asked for this item - a"
                           " different operator must decide it."
                   WHEN WS-DECISION = "A"
                           AND (WS-JOB-ID-TALLY > ZERO
                           OR APR-REQUESTED-BY = SPACES)
                       DISPLAY "Items asked for under a job ID"
                           " cannot be approved - reject it and"
                           " have an operator ask for it."
                   WHEN OTHER
                       PERFORM CONFIRM-DECISION
               END-EVALUATE
           END-IF.

       CONFIRM-DECISION.
           MOVE SPACES TO WS-YES-NO.
           PERFORM UNTIL WS-YES-NO = "Y" OR WS-YES-NO = "y"
                   OR WS-YES-NO = "N" OR WS-YES-NO = "n"
               IF WS-DECISION = "A"
                   DISPLAY "Approve this item? (Y)es or (N)o?"
               ELSE
                   DISPLAY "Reject this item? (Y)es or (N)o?"
               END-IF
               ACCEPT WS-YES-NO
               IF WS-YES-NO NOT = "Y" AND WS-YES-NO NOT = "y"
                       AND WS-YES-NO NOT = "N" AND WS-YES-NO NOT = "n"
                   DISPLAY "Please answer Y or N."
               END-IF
           END-PERFORM.
           IF WS-YES-NO = "Y" OR WS-YES-NO = "y"
               PERFORM RECORD-DECISION
           ELSE
               DISPLAY "No decision recorded."
           END-IF.

      * The table is reloaded and the item found again
      * by its full image before it is updated - the
      * list on the screen may be minutes old.
       RECORD-DECISION.
           PERFORM LOAD-APPROVAL-TABLE.
           MOVE "N" TO WS-PICKED-FOUND.
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-COUNT
                   OR WS-PICKED-FOUND = "Y"
               IF WS-APR-ENTRY(WS-APR-IDX) = WS-PICKED-ITEM
                   MOVE "Y" TO WS-PICKED-FOUND
               END-IF
           END-PERFORM.
           IF WS-PICKED-FOUND = "N"
               DISPLAY "That item has changed since it was listed"
                   " - list again."
           ELSE
               SUBTRACT 1 FROM WS-APR-IDX
               PERFORM APPLY-DECISION-TO-ITEM
               MOVE APPROVAL-ITEM TO WS-APR-ENTRY(WS-APR-IDX)
               PERFORM REWRITE-APPROVAL-FILE
           END-IF.

       APPLY-DECISION-TO-ITEM.
           MOVE WS-PICKED-ITEM TO APPROVAL-ITEM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-OPERATOR-ID TO APR-DECIDED-BY.
           MOVE WS-CURRENT-DATE-N TO APR-DECISION-DATE.
           IF WS-DECISION = "R"
               MOVE "R" TO APR-STATUS
               DISPLAY "Item rejected - it will not be applied."
           ELSE
               MOVE "A" TO APR-STATUS
               IF APR-TYPE = "T"
                   PERFORM APPLY-APPROVED-TERMINATION
               ELSE
                   DISPLAY "Item approved - the next run of the"
                       " job that asked for it will apply it."
               END-IF
           END-IF.

      * An approved termination is applied here, with
      * the same result and audit record PHNMNT01 used
      * to write itself.  If the entry has gone or was
      * terminated some other way, the item is closed.
       APPLY-APPROVED-TERMINATION.
           OPEN I-O PHONE-FILE.
           MOVE APR-EMPLOYEE-ID TO PHONE-EMPLOYEE-ID.
           READ PHONE-FILE
               INVALID KEY
               DISPLAY "That entry is no longer on the directory"
                   " - nothing to terminate."
               MOVE "D" TO APR-STATUS
               NOT INVALID KEY
               PERFORM TERMINATE-MASTER-RECORD
           END-READ.
           CLOSE PHONE-FILE.

       TERMINATE-MASTER-RECORD.
           IF PHONE-STATUS = "T"
               DISPLAY "That entry is already terminated."
               MOVE "D" TO APR-STATUS
           ELSE
               MOVE PHONE-NUMBER(1) TO AUD-BEF-NUMBER
               MOVE PHONE-EXTENSION TO AUD-BEF-EXTENSION
               MOVE PHONE-DEPARTMENT TO AUD-BEF-DEPARTMENT
               MOVE "T" TO PHONE-STATUS
               MOVE WS-CURRENT-DATE-N TO PHONE-STATUS-DATE
               REWRITE PHONE-RECORD
                   INVALID KEY
                   DISPLAY "Terminate failed - the item stays"
                       " approved for another try."
                   DISPLAY "File status: " WS-FILE-STATUS
                   NOT INVALID KEY
                   DISPLAY "Record marked terminated."
                   MOVE "D" TO APR-STATUS
                   MOVE SPACES TO WS-AUDIT-AFTER
                   MOVE "TERM" TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-RECORD
               END-REWRITE
           END-IF.

      * The nightly stream takes phnbatch.lck through
      * PHNLCK01 before it touches the master and
      * the approval file.  While it is held, no
      * decision is recorded.
       CHECK-BATCH-INTERLOCK.
           MOVE "N" TO WS-BATCH-LOCKED.
           OPEN INPUT BATCH-LOCK-FILE.
           IF WS-LOCK-FILE-STATUS = "00"
               CLOSE BATCH-LOCK-FILE
               MOVE "Y" TO WS-BATCH-LOCKED
               DISPLAY "The nightly batch stream is running."
               DISPLAY "Approvals are unavailable until the batch"
                   " window closes - please try later."
           END-IF.

      * The requesting operator goes in the operator
      * field and the approver alongside it.
       WRITE-AUDIT-RECORD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES TO AUD-DATE.
           MOVE SPACES TO AUD-TIME.
           MOVE SPACES TO AUD-BEFORE.
           MOVE SPACES TO AUD-AFTER.
           MOVE APR-REQUESTED-BY TO AUD-OPERATOR.
           MOVE WS-OPERATOR-ID TO AUD-APPROVER.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE PHONE-LAST-NAME TO AUD-LAST-NAME.
           MOVE PHONE-FIRST-NAME TO AUD-FIRST-NAME.
           MOVE PHONE-EMPLOYEE-ID TO AUD-EMPLOYEE-ID.
           STRING WS-CUR-MM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CUR-DD DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CUR-YYYY DELIMITED BY SIZE
               INTO AUD-DATE
           END-STRING.
           STRING WS-CUR-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CUR-MIN DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CUR-SEC DELIMITED BY SIZE
               INTO AUD-TIME
           END-STRING.
           STRING "NO:" DELIMITED BY SIZE
               AUD-BEF-NUMBER DELIMITED BY SIZE
               " XT:" DELIMITED BY SIZE
               AUD-BEF-EXTENSION DELIMITED BY SIZE
               " DP:" DELIMITED BY SIZE
               AUD-BEF-DEPARTMENT DELIMITED BY SIZE
               INTO AUD-BEFORE
           END-STRING.
           STRING "NO:" DELIMITED BY SIZE
               AUD-AFT-NUMBER DELIMITED BY SIZE
               " XT:" DELIMITED BY SIZE
               AUD-AFT-EXTENSION DELIMITED BY SIZE
               " DP:" DELIMITED BY SIZE
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
