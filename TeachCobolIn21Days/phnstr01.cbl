      * of an operator working down the checklist:
      *   1  PHNLCK01  take the batch lock
      *   2  PHNBKP01  backup and verify the master
      *   3  PHNINT01  referential-integrity sweep of
      *               the masters as the day left them
      *   4  PHNREL01  release future-dated changes
      *   5  PHNCTR01  contractor expiry sweep
      *               (ended contracts are terminated
      *               ahead of the delta extract)
      *   6  PHNMRG01  merge the site files
      *   7  PHNNDX01  rebuild the phonetic name index
      *               (covers released and merged adds
      *               and name changes the same night)
      *   8  PHNVFY01  audit log chain verification
      *               (a tampered log is never sent)
      *   9  PHNDLT01  site delta extract
      *  10  PHNBAL01  run-to-run balancing
      *  11  PHNPBX01  PBX reconciliation
      *  12  PHNCVR01  call coverage report and PBX
      *               forwarding instructions
      *  13  PHNPRT01  directory print
      *  14  PHNLCK01  release the batch lock
      * Each step's RETURN-CODE is checked against a
      * per-step tolerance (PHNPRT01, PHNBAL01 and
      * PHNINT01 set 0/4/8 - orphans found by the
      * sweep are a 4 and reported, an unreadable
      * master is an 8 and halts the stream; PHNVFY01
      * allows nothing - any gap, altered record or
      * broken chain in the audit log halts the stream
      * before the delta extract).  A code over tolerance halts the
      * stream, leaves phnbatch.lck HELD so maintenance
      * cannot touch a suspect master, and records the
      * last completed step in phnstr01.chk - a rerun
      * delta extract once the operator accepts, or
      * from a fresh night after PHNBKO01 backs it out
      * and the checkpoint is cleared by hand.
      *
      * Weekly and month-end work comes from the run
      * calendar, phnstr01.cal.  Each night the driver
      * adds the calendar steps due that date to the
      * fourteen above, each straight after the base
      * step its card names (or after the lock is
      * released), and runs them under the same
      * tolerance, hold and restart rules - except that
      * a failed *END step halts the stream with the
      * lock already released, and says so.  The
      * checkpoint carries the run date, so a rerun
      * after midnight rebuilds the night it is
      * finishing, not the next one.
      * Calendar records (columns):
      *   1       S step, H holiday, * comment
      *   step:
      *   3-10    program, e.g. phnrol01
      *   12      highest acceptable RETURN-CODE
      *   13      H - a RETURN-CODE 4 holds the stream
      *           for review, as the merge does
      *   15-22   base step program it runs after,
      *           or *END (or blank) for after the
      *           lock is released - phnlck01 is
      *           not allowed, it is two steps
      *   24-31   DAILY, MON TUE WED THU FRI SAT SUN,
      *           MONTHEND (last calendar day),
      *           FIRSTBUS or LASTBUS (first or last
      *           business day of the month)
      *   33      when the rule's day is a holiday:
      *           S skip it (the default), F run on
      *           the next business day, B run on the
      *           business day before
      *   holiday:
      *   3-10    date YYYYMMDD
      *   12-41   description
      * Business days are Monday to Friday, less the
      * holidays.  A bad calendar record halts the
      * stream before the lock is taken (RETURN-CODE
      * 8) rather than quietly dropping a step.
      * Every run prints the planned calendar steps
      * for the next 30 days to phnstr01.sch.
      *----------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "phnstr01.chk"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CALENDAR-FILE
               ASSIGN TO "phnstr01.cal"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOCK-CONTROL-FILE
               ASSIGN TO "phnlck01.ctl"
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO "phnstr01.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCHEDULE-FILE
               ASSIGN TO "phnstr01.sch"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE
           LABEL RECORDS OMITTED.
       01  CHECKPOINT-RECORD.
           05  CHK-LAST-GOOD-STEP   PIC 99.
           05  CHK-RUN-DATE         PIC X(8).

       FD  CALENDAR-FILE
           LABEL RECORDS OMITTED.
       01  CALENDAR-RECORD.
           05  CAL-TYPE             PIC X.
           05  FILLER               PIC X.
           05  CAL-PROGRAM          PIC X(8).
           05  FILLER               PIC X.
           05  CAL-TOLERANCE        PIC X.
           05  CAL-HOLD-FLAG        PIC X.
           05  FILLER               PIC X.
           05  CAL-AFTER            PIC X(8).
           05  FILLER               PIC X.
           05  CAL-RULE             PIC X(8).
           05  FILLER               PIC X.
           05  CAL-HOLIDAY-ACTION   PIC X.
           05  FILLER               PIC X(47).
       01  CALENDAR-HOLIDAY-RECORD REDEFINES CALENDAR-RECORD.
           05  FILLER               PIC X(2).
           05  CAL-HOLIDAY-DATE     PIC X(8).
           05  FILLER               PIC X.
           05  CAL-HOLIDAY-NAME     PIC X(30).
           05  FILLER               PIC X(39).

       FD  LOCK-CONTROL-FILE
           LABEL RECORDS OMITTED.
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       FD  SCHEDULE-FILE
           LABEL RECORDS OMITTED.
       01  SCHEDULE-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-STREAM-FAILED         PIC X       VALUE "N".
       01  WS-STREAM-HELD           PIC X       VALUE "N".
       01  WS-END-STEP-FAILED       PIC X       VALUE "N".
       01  WS-RELEASE-STEP          PIC 99      VALUE ZERO.
       01  WS-CALENDAR-BAD          PIC X       VALUE "N".
       01  WS-LAST-GOOD-STEP        PIC 99      VALUE ZERO.
       01  WS-STEP-IDX              PIC 99      VALUE ZERO.
       01  WS-STEP-RC               PIC 9(4)    VALUE ZERO.
       01  WS-BASE-IDX              PIC 99      VALUE ZERO.
       01  WS-EOF-FLAG              PIC X       VALUE "N".

       01  WS-COMMAND               PIC X(40)   VALUE SPACES.

               VALUE "phnlck01L0N".
           05  FILLER               PIC X(11)
               VALUE "phnbkp01 0N".
           05  FILLER               PIC X(11)
               VALUE "phnint01 4N".
           05  FILLER               PIC X(11)
               VALUE "phnrel01 4N".
           05  FILLER               PIC X(11)
               VALUE "phnctr01 4N".
           05  FILLER               PIC X(11)
               VALUE "phnmrg01 4H".
           05  FILLER               PIC X(11)
               VALUE "phnndx01 0N".
           05  FILLER               PIC X(11)
               VALUE "phnvfy01 0N".
           05  FILLER               PIC X(11)
               VALUE "phndlt01 4N".
           05  FILLER               PIC X(11)
               VALUE "phnbal01 4N".
           05  FILLER               PIC X(11)
               VALUE "phnpbx01 4N".
           05  FILLER               PIC X(11)
               VALUE "phncvr01 4N".
           05  FILLER               PIC X(11)
               VALUE "phnprt01 4N".
           05  FILLER               PIC X(11)
               VALUE "phnlck01U0N".
       01  WS-STEP-TABLE REDEFINES WS-STEP-DEFINITIONS.
           05  WS-STEP-ENTRY        OCCURS 14 TIMES.
               10  STEP-PROGRAM     PIC X(8).
               10  STEP-LOCK-FUNC   PIC X.
               10  STEP-TOLERANCE   PIC 9.
               10  STEP-HOLD-FLAG   PIC X.

      * Tonight's stream: the base steps with the
      * calendar steps due tonight slotted in - room
      * for all 14 and all 28 together.
       01  WS-RUN-COUNT             PIC 99      VALUE ZERO.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY         OCCURS 42 TIMES.
               10  RUN-PROGRAM      PIC X(8).
               10  RUN-LOCK-FUNC    PIC X.
               10  RUN-TOLERANCE    PIC 9.
               10  RUN-HOLD-FLAG    PIC X.
               10  RUN-ORIGIN       PIC X(20).

      * Calendar steps and holidays as read.
       01  WS-CAL-COUNT             PIC 99      VALUE ZERO.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY         OCCURS 28 TIMES.
               10  CST-PROGRAM      PIC X(8).
               10  CST-TOLERANCE    PIC 9.
               10  CST-HOLD-FLAG    PIC X.
               10  CST-AFTER        PIC X(8).
               10  CST-RULE         PIC X(8).
               10  CST-HOLIDAY-ACTION PIC X.
               10  CST-WEEKDAY      PIC 9.
       01  WS-CAL-IDX               PIC 99      VALUE ZERO.

       01  WS-HOL-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-HOL-TABLE.
           05  WS-HOL-ENTRY         OCCURS 200 TIMES.
               10  HOL-DATE         PIC 9(8).
               10  HOL-NAME         PIC X(30).
       01  WS-HOL-IDX               PIC 9(3)    VALUE ZERO.

       01  WS-CARD-REASON           PIC X(40)   VALUE SPACES.
       01  WS-CARD-COUNT            PIC 9(4)    VALUE ZERO.

       01  WS-WEEKDAY-NAMES.
           05  FILLER               PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
           05  WS-WEEKDAY-NAME      PIC X(3)  OCCURS 7 TIMES.
       01  WS-WEEKDAY-IDX           PIC 9       VALUE ZERO.

      * Date work.  Dates are handled as day numbers
      * (INTEGER-OF-DATE); day 1 was a Monday, so the
      * remainder of (day - 1) / 7 gives 0 for Monday
      * through 6 for Sunday.
       01  WS-RUN-DATE              PIC 9(8)    VALUE ZERO.
       01  WS-RUN-INTEGER           PIC 9(7)    VALUE ZERO.
       01  WS-PLAN-INTEGER          PIC 9(7)    VALUE ZERO.
       01  WS-PLAN-END-INTEGER      PIC 9(7)    VALUE ZERO.
       01  WS-DIVIDE-QUOTIENT       PIC 9(7)    VALUE ZERO.
       01  WS-DIVIDE-REMAINDER      PIC 9       VALUE ZERO.

      * A day being looked at: its date, weekday
      * (1 = Monday) and whether it is a holiday or a
      * business day.
       01  WS-PROBE-INTEGER         PIC 9(7)    VALUE ZERO.
       01  WS-PROBE-DATE.
           05  WS-PROBE-YYYYMM      PIC 9(6).
           05  WS-PROBE-DD          PIC 99.
       01  WS-PROBE-DATE-N REDEFINES WS-PROBE-DATE
                                    PIC 9(8).
       01  WS-PROBE-WEEKDAY         PIC 9       VALUE ZERO.
       01  WS-PROBE-HOLIDAY         PIC X       VALUE "N".
       01  WS-PROBE-BUSINESS        PIC X       VALUE "N".
       01  WS-PROBE-HOLIDAY-NAME    PIC X(30)   VALUE SPACES.

      * Rule test for one calendar step on one day.
       01  WS-RULE-INTEGER          PIC 9(7)    VALUE ZERO.
       01  WS-RULE-YYYYMM           PIC 9(6)    VALUE ZERO.
       01  WS-RULE-MATCH            PIC X       VALUE "N".
       01  WS-RULE-BUSINESS         PIC X       VALUE "N".
       01  WS-RULE-HOLIDAY          PIC X       VALUE "N".
       01  WS-SCAN-DONE             PIC X       VALUE "N".

      * Whether a calendar step runs on the day being
      * planned: N no, Y on its own day, S moved there
      * off a holiday.
       01  WS-DAY-INTEGER           PIC 9(7)    VALUE ZERO.
       01  WS-DAY-BUSINESS          PIC X       VALUE "N".
       01  WS-STEP-DUE              PIC X       VALUE "N".

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                    PIC 9(8).

       01  WS-EDIT-DATE.
           05  WS-EDIT-YYYY         PIC 9999.
           05  WS-EDIT-MM           PIC 99.
           05  WS-EDIT-DD           PIC 99.
       01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE
                                    PIC 9(8).
       01  WS-PRINT-DATE            PIC X(10).

       01  DETAIL-LINE.
           05  FILLER               PIC X(6)  VALUE "STEP: ".
           05  DET-STEP-NUM         PIC 99.
       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(30)
               VALUE "NIGHTLY STREAM DRIVER         ".
           05  FILLER               PIC X(10) VALUE "  RUN DATE".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  HDR-RUN-DATE         PIC X(10).

       01  PLAN-LINE.
           05  FILLER               PIC X(6)  VALUE "PLAN: ".
           05  PLN-STEP-NUM         PIC 99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  PLN-PROGRAM          PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  PLN-ORIGIN           PIC X(20).

       01  CARD-ERROR-LINE.
           05  FILLER               PIC X(10) VALUE "CALENDAR: ".
           05  CER-CARD             PIC X(41).
           05  FILLER               PIC X(4)  VALUE " ** ".
           05  CER-REASON           PIC X(40).

       01  SCHEDULE-HEADER-LINE.
           05  FILLER               PIC X(30)
               VALUE "PLANNED CALENDAR STEPS        ".
           05  FILLER               PIC X(10) VALUE "  30 DAYS ".
           05  FILLER               PIC X(6)  VALUE "FROM: ".
           05  SCH-FROM-DATE        PIC X(10).

       01  SCHEDULE-DAY-LINE.
           05  SDL-DATE             PIC X(10).
           05  FILLER               PIC X     VALUE SPACE.
           05  SDL-WEEKDAY          PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SDL-NOTE             PIC X(50).

       01  SCHEDULE-STEP-LINE.
           05  FILLER               PIC X(16) VALUE SPACES.
           05  SSL-PROGRAM          PIC X(8).
           05  FILLER               PIC X(7)  VALUE " AFTER ".
           05  SSL-AFTER            PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SSL-RULE             PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SSL-NOTE             PIC X(30).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           IF WS-CALENDAR-BAD = "N"
               PERFORM RUN-ONE-STEP
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-RUN-COUNT
                       OR WS-STREAM-FAILED = "Y"
                       OR WS-STREAM-HELD = "Y"
           END-IF.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           EVALUATE TRUE
               WHEN WS-STREAM-FAILED = "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CALENDAR-BAD = "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-STREAM-HELD = "Y"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
      * Level 2 Routines

       OPENING-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CHECKPOINT.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-EDIT-DATE-N.
           PERFORM FORMAT-EDIT-DATE.
           MOVE WS-PRINT-DATE TO HDR-RUN-DATE.
           MOVE REPORT-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
               DISPLAY "PHNSTR01: resuming after step "
                   WS-LAST-GOOD-STEP "."
           END-IF.
           PERFORM LOAD-RUN-CALENDAR.
           IF WS-CALENDAR-BAD = "N"
               PERFORM BUILD-TONIGHTS-STREAM
               PERFORM PRINT-PLANNED-SCHEDULE
           END-IF.

       CLOSING-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-CALENDAR-BAD = "Y"
                   DISPLAY "PHNSTR01: bad run calendar record(s)"
                       " - nothing run.  Correct phnstr01.cal"
                       " and rerun."
               WHEN WS-STREAM-FAILED = "Y"
                       AND WS-END-STEP-FAILED = "Y"
                   DISPLAY "PHNSTR01: stream halted after the batch"
                       " lock was released.  Fix the step and"
                       " rerun to resume."
               WHEN WS-STREAM-FAILED = "Y"
                   DISPLAY "PHNSTR01: stream halted - the batch"
                       " lock is HELD.  Fix the step and rerun"
                       " to resume."
               WHEN WS-STREAM-HELD = "Y"
                   DISPLAY "PHNSTR01: stream holding for review"
                       " of " RUN-PROGRAM(WS-LAST-GOOD-STEP)
                       ".  Accept (rerun PHNSTR01) or"
                       " reject (back out, clear phnstr01.chk)."
               WHEN OTHER
                   PERFORM RESET-CHECKPOINT
                   DISPLAY "PHNSTR01: stream complete."
           END-EVALUATE.
           CLOSE REPORT-FILE.

      * A checkpoint written before the run date was
      * carried, or a fresh night, runs as today.
       READ-CHECKPOINT.
           MOVE ZERO TO WS-LAST-GOOD-STEP.
           MOVE WS-CURRENT-DATE-N TO WS-RUN-DATE.
           OPEN INPUT CHECKPOINT-FILE.
           READ CHECKPOINT-FILE
               AT END
               MOVE ZERO TO CHK-LAST-GOOD-STEP
               MOVE SPACES TO CHK-RUN-DATE
           END-READ.
           MOVE CHK-LAST-GOOD-STEP TO WS-LAST-GOOD-STEP.
           IF WS-LAST-GOOD-STEP > 0
                   AND CHK-RUN-DATE IS NUMERIC
                   AND CHK-RUN-DATE NOT = ZEROS
               MOVE CHK-RUN-DATE TO WS-RUN-DATE
           END-IF.
           CLOSE CHECKPOINT-FILE.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE WS-LAST-GOOD-STEP TO CHK-LAST-GOOD-STEP.
           MOVE WS-RUN-DATE TO CHK-RUN-DATE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

       RESET-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE ZERO TO CHK-LAST-GOOD-STEP.
           MOVE ZEROS TO CHK-RUN-DATE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

      *----------------------------------------------
      * The run calendar.
      *----------------------------------------------
       LOAD-RUN-CALENDAR.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT CALENDAR-FILE.
           PERFORM READ-NEXT-CALENDAR-RECORD
               UNTIL WS-EOF-FLAG = "Y".
           CLOSE CALENDAR-FILE.

       READ-NEXT-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END
               MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
               ADD 1 TO WS-CARD-COUNT
               PERFORM CHECK-CALENDAR-RECORD
           END-READ.

       CHECK-CALENDAR-RECORD.
           MOVE SPACES TO WS-CARD-REASON.
           EVALUATE CAL-TYPE
               WHEN "*"
                   CONTINUE
               WHEN SPACE
                   IF CALENDAR-RECORD NOT = SPACES
                       MOVE "UNKNOWN RECORD TYPE" TO WS-CARD-REASON
                   END-IF
               WHEN "S"
                   PERFORM CHECK-STEP-RECORD
               WHEN "H"
                   PERFORM CHECK-HOLIDAY-RECORD
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO WS-CARD-REASON
           END-EVALUATE.
           IF WS-CARD-REASON NOT = SPACES
               MOVE "Y" TO WS-CALENDAR-BAD
               MOVE CALENDAR-RECORD TO CER-CARD
               MOVE WS-CARD-REASON TO CER-REASON
               MOVE CARD-ERROR-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       CHECK-STEP-RECORD.
           MOVE ZERO TO WS-WEEKDAY-IDX.
           PERFORM MATCH-WEEKDAY-NAME
               VARYING WS-BASE-IDX FROM 1 BY 1
               UNTIL WS-BASE-IDX > 7.
           IF CAL-AFTER = SPACES
               MOVE "*END" TO CAL-AFTER
           END-IF.
           IF CAL-HOLIDAY-ACTION = SPACE
               MOVE "S" TO CAL-HOLIDAY-ACTION
           END-IF.
           EVALUATE TRUE
               WHEN CAL-PROGRAM = SPACES
                   MOVE "NO PROGRAM" TO WS-CARD-REASON
               WHEN CAL-TOLERANCE IS NOT NUMERIC
                   MOVE "TOLERANCE NOT 0-9" TO WS-CARD-REASON
               WHEN CAL-HOLD-FLAG NOT = "H"
                       AND CAL-HOLD-FLAG NOT = "N"
                       AND CAL-HOLD-FLAG NOT = SPACE
                   MOVE "HOLD FLAG NOT H OR N" TO WS-CARD-REASON
               WHEN CAL-AFTER = "phnlck01"
                   MOVE "CANNOT RUN AFTER phnlck01 - USE *END"
                       TO WS-CARD-REASON
               WHEN CAL-RULE NOT = "DAILY"
                       AND CAL-RULE NOT = "MONTHEND"
                       AND CAL-RULE NOT = "FIRSTBUS"
                       AND CAL-RULE NOT = "LASTBUS"
                       AND WS-WEEKDAY-IDX = ZERO
                   MOVE "UNKNOWN RULE" TO WS-CARD-REASON
               WHEN CAL-HOLIDAY-ACTION NOT = "S"
                       AND CAL-HOLIDAY-ACTION NOT = "F"
                       AND CAL-HOLIDAY-ACTION NOT = "B"
                   MOVE "HOLIDAY ACTION NOT S, F OR B"
                       TO WS-CARD-REASON
               WHEN WS-CAL-COUNT NOT < 28
                   MOVE "TOO MANY CALENDAR STEPS (28)"
                       TO WS-CARD-REASON
               WHEN OTHER
                   PERFORM CHECK-AFTER-PROGRAM
           END-EVALUATE.
           IF WS-CARD-REASON = SPACES
               ADD 1 TO WS-CAL-COUNT
               MOVE CAL-PROGRAM TO CST-PROGRAM(WS-CAL-COUNT)
               MOVE CAL-TOLERANCE TO CST-TOLERANCE(WS-CAL-COUNT)
               MOVE CAL-HOLD-FLAG TO CST-HOLD-FLAG(WS-CAL-COUNT)
               MOVE CAL-AFTER TO CST-AFTER(WS-CAL-COUNT)
               MOVE CAL-RULE TO CST-RULE(WS-CAL-COUNT)
               MOVE CAL-HOLIDAY-ACTION
                   TO CST-HOLIDAY-ACTION(WS-CAL-COUNT)
               MOVE WS-WEEKDAY-IDX TO CST-WEEKDAY(WS-CAL-COUNT)
           END-IF.

       MATCH-WEEKDAY-NAME.
           IF CAL-RULE = WS-WEEKDAY-NAME(WS-BASE-IDX)
               MOVE WS-BASE-IDX TO WS-WEEKDAY-IDX
           END-IF.

       CHECK-AFTER-PROGRAM.
           IF CAL-AFTER NOT = "*END"
               MOVE "UNKNOWN BASE STEP TO RUN AFTER"
                   TO WS-CARD-REASON
               PERFORM MATCH-AFTER-PROGRAM
                   VARYING WS-BASE-IDX FROM 1 BY 1
                   UNTIL WS-BASE-IDX > 14
           END-IF.

       MATCH-AFTER-PROGRAM.
           IF CAL-AFTER = STEP-PROGRAM(WS-BASE-IDX)
               MOVE SPACES TO WS-CARD-REASON
           END-IF.

       CHECK-HOLIDAY-RECORD.
           IF CAL-HOLIDAY-DATE IS NOT NUMERIC
               MOVE "HOLIDAY DATE NOT YYYYMMDD" TO WS-CARD-REASON
           ELSE
               MOVE CAL-HOLIDAY-DATE TO WS-EDIT-DATE
               IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
                       OR WS-EDIT-DD < 1 OR WS-EDIT-DD > 31
                   MOVE "HOLIDAY DATE NOT YYYYMMDD"
                       TO WS-CARD-REASON
               END-IF
           END-IF.
           IF WS-CARD-REASON = SPACES
               IF WS-HOL-COUNT < 200
                   ADD 1 TO WS-HOL-COUNT
                   MOVE CAL-HOLIDAY-DATE TO HOL-DATE(WS-HOL-COUNT)
                   MOVE CAL-HOLIDAY-NAME TO HOL-NAME(WS-HOL-COUNT)
               ELSE
                   MOVE "TOO MANY HOLIDAYS (200)" TO WS-CARD-REASON
               END-IF
           END-IF.

      *----------------------------------------------
      * Tonight's stream.  Calendar steps due tonight
      * follow their base step in calendar order; *END
      * steps follow the lock release.
      *----------------------------------------------
       BUILD-TONIGHTS-STREAM.
           MOVE ZERO TO WS-RUN-COUNT.
           MOVE WS-RUN-INTEGER TO WS-DAY-INTEGER.
           PERFORM ADD-BASE-STEP
               VARYING WS-BASE-IDX FROM 1 BY 1
               UNTIL WS-BASE-IDX > 14.
           PERFORM ADD-CALENDAR-STEP-AT-END
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT.
           PERFORM PRINT-ONE-PLAN-LINE
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-RUN-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       ADD-BASE-STEP.
           ADD 1 TO WS-RUN-COUNT.
           MOVE STEP-PROGRAM(WS-BASE-IDX) TO RUN-PROGRAM(WS-RUN-COUNT).
           MOVE STEP-LOCK-FUNC(WS-BASE-IDX)
               TO RUN-LOCK-FUNC(WS-RUN-COUNT).
           MOVE STEP-TOLERANCE(WS-BASE-IDX)
               TO RUN-TOLERANCE(WS-RUN-COUNT).
           MOVE STEP-HOLD-FLAG(WS-BASE-IDX)
               TO RUN-HOLD-FLAG(WS-RUN-COUNT).
           MOVE "NIGHTLY" TO RUN-ORIGIN(WS-RUN-COUNT).
           IF STEP-LOCK-FUNC(WS-BASE-IDX) = "U"
               MOVE WS-RUN-COUNT TO WS-RELEASE-STEP
           END-IF.
           IF STEP-PROGRAM(WS-BASE-IDX) NOT = "phnlck01"
               PERFORM ADD-CALENDAR-STEP-AFTER-BASE
                   VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
           END-IF.

       ADD-CALENDAR-STEP-AFTER-BASE.
           IF CST-AFTER(WS-CAL-IDX) = STEP-PROGRAM(WS-BASE-IDX)
               PERFORM ADD-CALENDAR-STEP-IF-DUE
           END-IF.

       ADD-CALENDAR-STEP-AT-END.
           IF CST-AFTER(WS-CAL-IDX) = "*END"
               PERFORM ADD-CALENDAR-STEP-IF-DUE
           END-IF.

       ADD-CALENDAR-STEP-IF-DUE.
           PERFORM TEST-STEP-DUE.
           IF WS-STEP-DUE NOT = "N"
               ADD 1 TO WS-RUN-COUNT
               MOVE CST-PROGRAM(WS-CAL-IDX)
                   TO RUN-PROGRAM(WS-RUN-COUNT)
               MOVE SPACE TO RUN-LOCK-FUNC(WS-RUN-COUNT)
               MOVE CST-TOLERANCE(WS-CAL-IDX)
                   TO RUN-TOLERANCE(WS-RUN-COUNT)
               MOVE CST-HOLD-FLAG(WS-CAL-IDX)
                   TO RUN-HOLD-FLAG(WS-RUN-COUNT)
               MOVE SPACES TO RUN-ORIGIN(WS-RUN-COUNT)
               STRING "CALENDAR " DELIMITED BY SIZE
                   CST-RULE(WS-CAL-IDX) DELIMITED BY SPACE
                   INTO RUN-ORIGIN(WS-RUN-COUNT)
               END-STRING
               IF WS-STEP-DUE = "S"
                   MOVE "CALENDAR - MOVED"
                       TO RUN-ORIGIN(WS-RUN-COUNT)
               END-IF
           END-IF.

       PRINT-ONE-PLAN-LINE.
           MOVE WS-STEP-IDX TO PLN-STEP-NUM.
           MOVE RUN-PROGRAM(WS-STEP-IDX) TO PLN-PROGRAM.
           MOVE RUN-ORIGIN(WS-STEP-IDX) TO PLN-ORIGIN.
           MOVE PLAN-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *----------------------------------------------
      * Is calendar step WS-CAL-IDX due on day
      * WS-DAY-INTEGER?  It is when its rule falls on
      * that day and the day is no holiday, or when a
      * rule day lost to a holiday moves onto it: F
      * moves forward to the next business day, B back
      * to the one before.
      *----------------------------------------------
       TEST-STEP-DUE.
           MOVE "N" TO WS-STEP-DUE.
           MOVE WS-DAY-INTEGER TO WS-RULE-INTEGER.
           PERFORM TEST-RULE-ON-DAY.
           IF WS-RULE-MATCH = "Y" AND WS-RULE-HOLIDAY = "N"
               MOVE "Y" TO WS-STEP-DUE
           ELSE
               MOVE WS-RULE-BUSINESS TO WS-DAY-BUSINESS
               IF WS-DAY-BUSINESS = "Y"
                   EVALUATE CST-HOLIDAY-ACTION(WS-CAL-IDX)
                       WHEN "F"
                           MOVE "N" TO WS-SCAN-DONE
                           SUBTRACT 1 FROM WS-DAY-INTEGER
                               GIVING WS-RULE-INTEGER
                           PERFORM LOOK-BACK-FOR-MOVED-DAY
                               UNTIL WS-SCAN-DONE = "Y"
                       WHEN "B"
                           MOVE "N" TO WS-SCAN-DONE
                           ADD 1 TO WS-DAY-INTEGER
                               GIVING WS-RULE-INTEGER
                           PERFORM LOOK-AHEAD-FOR-MOVED-DAY
                               UNTIL WS-SCAN-DONE = "Y"
                   END-EVALUATE
               END-IF
           END-IF.

      * The days between the previous business day and
      * this one; a holiday among them whose rule fell
      * on it moves the step here.
       LOOK-BACK-FOR-MOVED-DAY.
           PERFORM TEST-RULE-ON-DAY.
           IF WS-RULE-BUSINESS = "Y"
                   OR WS-RULE-INTEGER < WS-DAY-INTEGER - 14
               MOVE "Y" TO WS-SCAN-DONE
           ELSE
               IF WS-RULE-MATCH = "Y" AND WS-RULE-HOLIDAY = "Y"
                   MOVE "S" TO WS-STEP-DUE
                   MOVE "Y" TO WS-SCAN-DONE
               ELSE
                   SUBTRACT 1 FROM WS-RULE-INTEGER
               END-IF
           END-IF.

       LOOK-AHEAD-FOR-MOVED-DAY.
           PERFORM TEST-RULE-ON-DAY.
           IF WS-RULE-BUSINESS = "Y"
                   OR WS-RULE-INTEGER > WS-DAY-INTEGER + 14
               MOVE "Y" TO WS-SCAN-DONE
           ELSE
               IF WS-RULE-MATCH = "Y" AND WS-RULE-HOLIDAY = "Y"
                   MOVE "S" TO WS-STEP-DUE
                   MOVE "Y" TO WS-SCAN-DONE
               ELSE
                   ADD 1 TO WS-RULE-INTEGER
               END-IF
           END-IF.

      * Does step WS-CAL-IDX's rule fall on day
      * WS-RULE-INTEGER?  Also leaves whether that day
      * is a holiday and a business day.
       TEST-RULE-ON-DAY.
           MOVE WS-RULE-INTEGER TO WS-PROBE-INTEGER.
           PERFORM DESCRIBE-PROBE-DAY.
           MOVE WS-PROBE-HOLIDAY TO WS-RULE-HOLIDAY.
           MOVE WS-PROBE-BUSINESS TO WS-RULE-BUSINESS.
           MOVE WS-PROBE-YYYYMM TO WS-RULE-YYYYMM.
           MOVE "N" TO WS-RULE-MATCH.
           EVALUATE CST-RULE(WS-CAL-IDX)
               WHEN "DAILY"
                   MOVE "Y" TO WS-RULE-MATCH
               WHEN "MONTHEND"
                   ADD 1 TO WS-RULE-INTEGER GIVING WS-PROBE-INTEGER
                   PERFORM DESCRIBE-PROBE-DAY
                   IF WS-PROBE-DD = 1
                       MOVE "Y" TO WS-RULE-MATCH
                   END-IF
               WHEN "FIRSTBUS"
                   IF WS-RULE-BUSINESS = "Y"
                       MOVE "Y" TO WS-RULE-MATCH
                       MOVE "N" TO WS-SCAN-DONE
                       SUBTRACT 1 FROM WS-RULE-INTEGER
                           GIVING WS-PROBE-INTEGER
                       PERFORM SCAN-BACK-IN-MONTH
                           UNTIL WS-SCAN-DONE = "Y"
                   END-IF
               WHEN "LASTBUS"
                   IF WS-RULE-BUSINESS = "Y"
                       MOVE "Y" TO WS-RULE-MATCH
                       MOVE "N" TO WS-SCAN-DONE
                       ADD 1 TO WS-RULE-INTEGER
                           GIVING WS-PROBE-INTEGER
                       PERFORM SCAN-AHEAD-IN-MONTH
                           UNTIL WS-SCAN-DONE = "Y"
                   END-IF
               WHEN OTHER
                   IF CST-WEEKDAY(WS-CAL-IDX) = WS-PROBE-WEEKDAY
                       MOVE "Y" TO WS-RULE-MATCH
                   END-IF
           END-EVALUATE.

      * A business day earlier in the same month means
      * this is not the first one.
       SCAN-BACK-IN-MONTH.
           PERFORM DESCRIBE-PROBE-DAY.
           IF WS-PROBE-YYYYMM NOT = WS-RULE-YYYYMM
               MOVE "Y" TO WS-SCAN-DONE
           ELSE
               IF WS-PROBE-BUSINESS = "Y"
                   MOVE "N" TO WS-RULE-MATCH
                   MOVE "Y" TO WS-SCAN-DONE
               ELSE
                   SUBTRACT 1 FROM WS-PROBE-INTEGER
               END-IF
           END-IF.

       SCAN-AHEAD-IN-MONTH.
           PERFORM DESCRIBE-PROBE-DAY.
           IF WS-PROBE-YYYYMM NOT = WS-RULE-YYYYMM
               MOVE "Y" TO WS-SCAN-DONE
           ELSE
               IF WS-PROBE-BUSINESS = "Y"
                   MOVE "N" TO WS-RULE-MATCH
                   MOVE "Y" TO WS-SCAN-DONE
               ELSE
                   ADD 1 TO WS-PROBE-INTEGER
               END-IF
           END-IF.

       DESCRIBE-PROBE-DAY.
           COMPUTE WS-PROBE-DATE-N =
               FUNCTION DATE-OF-INTEGER(WS-PROBE-INTEGER).
           SUBTRACT 1 FROM WS-PROBE-INTEGER GIVING WS-DIVIDE-QUOTIENT.
           DIVIDE WS-DIVIDE-QUOTIENT BY 7
               GIVING WS-DIVIDE-QUOTIENT
               REMAINDER WS-DIVIDE-REMAINDER.
           ADD 1 TO WS-DIVIDE-REMAINDER GIVING WS-PROBE-WEEKDAY.
           MOVE "N" TO WS-PROBE-HOLIDAY.
           MOVE SPACES TO WS-PROBE-HOLIDAY-NAME.
           PERFORM MATCH-HOLIDAY
               VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT.
           IF WS-PROBE-WEEKDAY < 6 AND WS-PROBE-HOLIDAY = "N"
               MOVE "Y" TO WS-PROBE-BUSINESS
           ELSE
               MOVE "N" TO WS-PROBE-BUSINESS
           END-IF.

       MATCH-HOLIDAY.
           IF HOL-DATE(WS-HOL-IDX) = WS-PROBE-DATE-N
               MOVE "Y" TO WS-PROBE-HOLIDAY
               MOVE HOL-NAME(WS-HOL-IDX) TO WS-PROBE-HOLIDAY-NAME
           END-IF.

      *----------------------------------------------
      * The planned calendar steps for the next 30
      * days, tonight first.
      *----------------------------------------------
       PRINT-PLANNED-SCHEDULE.
           OPEN OUTPUT SCHEDULE-FILE.
           MOVE WS-RUN-DATE TO WS-EDIT-DATE-N.
           PERFORM FORMAT-EDIT-DATE.
           MOVE WS-PRINT-DATE TO SCH-FROM-DATE.
           MOVE SCHEDULE-HEADER-LINE TO SCHEDULE-RECORD.
           WRITE SCHEDULE-RECORD.
           COMPUTE WS-PLAN-END-INTEGER = WS-RUN-INTEGER + 29.
           PERFORM PLAN-ONE-DAY
               VARYING WS-PLAN-INTEGER FROM WS-RUN-INTEGER BY 1
               UNTIL WS-PLAN-INTEGER > WS-PLAN-END-INTEGER.
           CLOSE SCHEDULE-FILE.

       PLAN-ONE-DAY.
           MOVE WS-PLAN-INTEGER TO WS-PROBE-INTEGER.
           PERFORM DESCRIBE-PROBE-DAY.
           MOVE WS-PROBE-DATE-N TO WS-EDIT-DATE-N.
           PERFORM FORMAT-EDIT-DATE.
           MOVE WS-PRINT-DATE TO SDL-DATE.
           MOVE WS-WEEKDAY-NAME(WS-PROBE-WEEKDAY) TO SDL-WEEKDAY.
           MOVE SPACES TO SDL-NOTE.
           IF WS-PROBE-HOLIDAY = "Y"
               STRING "HOLIDAY - " DELIMITED BY SIZE
                   WS-PROBE-HOLIDAY-NAME DELIMITED BY SIZE
                   INTO SDL-NOTE
               END-STRING
           END-IF.
           MOVE SCHEDULE-DAY-LINE TO SCHEDULE-RECORD.
           WRITE SCHEDULE-RECORD.
           MOVE WS-PLAN-INTEGER TO WS-DAY-INTEGER.
           PERFORM PLAN-ONE-CALENDAR-STEP
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT.

       PLAN-ONE-CALENDAR-STEP.
           PERFORM TEST-STEP-DUE.
           IF WS-STEP-DUE NOT = "N"
               MOVE CST-PROGRAM(WS-CAL-IDX) TO SSL-PROGRAM
               MOVE CST-AFTER(WS-CAL-IDX) TO SSL-AFTER
               MOVE CST-RULE(WS-CAL-IDX) TO SSL-RULE
               IF WS-STEP-DUE = "S"
                   MOVE "MOVED HERE OFF A HOLIDAY" TO SSL-NOTE
               ELSE
                   MOVE SPACES TO SSL-NOTE
               END-IF
               MOVE SCHEDULE-STEP-LINE TO SCHEDULE-RECORD
               WRITE SCHEDULE-RECORD
           END-IF.

       FORMAT-EDIT-DATE.
           MOVE SPACES TO WS-PRINT-DATE.
           STRING WS-EDIT-MM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-EDIT-DD DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-EDIT-YYYY DELIMITED BY SIZE
               INTO WS-PRINT-DATE
           END-STRING.

      *----------------------------------------------
      * Running the steps.
      *----------------------------------------------
       RUN-ONE-STEP.
           IF WS-STEP-IDX <= WS-LAST-GOOD-STEP
               PERFORM REPORT-SKIPPED-STEP

       REPORT-SKIPPED-STEP.
           MOVE WS-STEP-IDX TO DET-STEP-NUM.
           MOVE RUN-PROGRAM(WS-STEP-IDX) TO DET-PROGRAM.
           MOVE ZERO TO DET-RC.
           MOVE "DONE ON AN EARLIER RUN - SKIPPED"
               TO DET-DISPOSITION.
           WRITE REPORT-RECORD.

       EXECUTE-THE-STEP.
           IF RUN-LOCK-FUNC(WS-STEP-IDX) NOT = SPACE
               PERFORM WRITE-LOCK-CONTROL
           END-IF.
           MOVE SPACES TO WS-COMMAND.
           MOVE RUN-PROGRAM(WS-STEP-IDX) TO WS-COMMAND.
           MOVE ZERO TO RETURN-CODE.
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE RETURN-CODE TO WS-STEP-RC.

      * The shell hands back the step's exit code; a
      * code over the step's tolerance is a hard
      * failure.  A RETURN-CODE 4 from a step marked
      * H (the merge, or a calendar step so marked) is
      * not a failure - it is the documented
      * hold-for-review, so the step is checkpointed
      * and the stream stops cleanly.  A *END step
      * runs after the lock is released, so its failure
      * cannot leave the lock held.
       JUDGE-THE-STEP.
           MOVE WS-STEP-IDX TO DET-STEP-NUM.
           MOVE RUN-PROGRAM(WS-STEP-IDX) TO DET-PROGRAM.
           MOVE WS-STEP-RC TO DET-RC.
           EVALUATE TRUE
               WHEN WS-STEP-RC > RUN-TOLERANCE(WS-STEP-IDX)
                       AND WS-STEP-IDX > WS-RELEASE-STEP
                   MOVE "Y" TO WS-STREAM-FAILED
                   MOVE "Y" TO WS-END-STEP-FAILED
                   MOVE "END STEP FAILED - STREAM HALTED"
                       TO DET-DISPOSITION
                   DISPLAY "PHNSTR01: step " WS-STEP-IDX " ("
                       RUN-PROGRAM(WS-STEP-IDX)
                       ") failed with RC " WS-STEP-RC "."
               WHEN WS-STEP-RC > RUN-TOLERANCE(WS-STEP-IDX)
                   MOVE "Y" TO WS-STREAM-FAILED
                   MOVE "FAILED - STREAM HALTED, LOCK HELD"
                       TO DET-DISPOSITION
                   DISPLAY "PHNSTR01: step " WS-STEP-IDX " ("
                       RUN-PROGRAM(WS-STEP-IDX)
                       ") failed with RC " WS-STEP-RC "."
               WHEN RUN-HOLD-FLAG(WS-STEP-IDX) = "H"
                       AND WS-STEP-RC = 4
                   MOVE WS-STEP-IDX TO WS-LAST-GOOD-STEP
                   PERFORM WRITE-CHECKPOINT
                   MOVE "Y" TO WS-STREAM-HELD
                   MOVE "OK - HOLDING FOR REVIEW"
                       TO DET-DISPOSITION
               WHEN OTHER
                   MOVE WS-STEP-IDX TO WS-LAST-GOOD-STEP
       WRITE-LOCK-CONTROL.
           OPEN OUTPUT LOCK-CONTROL-FILE.
           MOVE SPACES TO LOCK-CONTROL-RECORD.
           MOVE RUN-LOCK-FUNC(WS-STEP-IDX)
               TO LOCK-CONTROL-RECORD(1:1).
           WRITE LOCK-CONTROL-RECORD.
           CLOSE LOCK-CONTROL-FILE.
