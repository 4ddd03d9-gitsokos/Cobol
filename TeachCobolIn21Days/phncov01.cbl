       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNCOV01.
      *----------------------------------------------
      * Call coverage maintenance.
      * The coverage file (coverage.dat) holds one
      * record per absence: the employee who is out,
      * the employee picking up their calls, and the
      * first and last day of the cover.  The absent
      * person must be on the directory and not
      * terminated; the cover must be on the directory,
      * active, someone else, and have an extension to
      * forward to.  An absence may not overlap another
      * absence for the same person, and a cover may
      * not be someone who is out themselves for any
      * of the period.
      * Cancelling a cover that is running ends it
      * today instead of deleting it, so the nightly
      * PHNCVR01 run still tells the PBX team to take
      * the forward off; one that has not started yet,
      * or is already over, comes straight off the
      * file.
      * PHNLKP01 shows the cover on the match list and
      * the detail panel; PHNCVR01 reports the nightly
      * changes and writes the forwarding instructions.
      *----------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COVERAGE-FILE
               ASSIGN TO "coverage.dat"
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
               LOCK MODE IS AUTOMATIC.

       DATA DIVISION.
       FILE SECTION.
       FD  COVERAGE-FILE
           LABEL RECORDS OMITTED.
       01  COVERAGE-RECORD.
           05  COV-ABSENT-ID        PIC 9(6).
           05  COV-COVER-ID         PIC 9(6).
           05  COV-START-DATE       PIC 9(8).
           05  COV-END-DATE         PIC 9(8).

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

       WORKING-STORAGE SECTION.

       01  WS-DONE-FLAG             PIC X       VALUE "N".
       01  WS-MENU-CHOICE           PIC X.
       01  WS-COV-EOF               PIC X       VALUE "N".
       01  WS-EDIT-ERROR            PIC X       VALUE "N".
       01  WS-YES-NO                PIC X.
       01  WS-CANCEL-PICK           PIC 9(3).

      * The coverage file is held in a table for
      * listing and cancelling, as PHNONC01 holds the
      * rotation.
       01  WS-COV-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-COV-IDX               PIC 9(3)    VALUE ZERO.
       01  WS-COV-TABLE.
           05  WS-COV-ENTRY         OCCURS 200 TIMES.
               10  WS-COV-ABSENT-ID PIC 9(6).
               10  WS-COV-COVER-ID  PIC 9(6).
               10  WS-COV-START     PIC 9(8).
               10  WS-COV-END       PIC 9(8).
       01  WS-COV-OVERFLOW          PIC 9(3)    VALUE ZERO.

       01  WS-ENTERED-ABSENT-ID     PIC 9(6).
       01  WS-ENTERED-COVER-ID      PIC 9(6).
       01  WS-ENTERED-START         PIC X(8).
       01  WS-ENTERED-START-N REDEFINES WS-ENTERED-START
                                    PIC 9(8).
       01  WS-ENTERED-END           PIC X(8).
       01  WS-ENTERED-END-N REDEFINES WS-ENTERED-END
                                    PIC 9(8).

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                    PIC 9(8).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAINTENANCE-MENU
               UNTIL WS-DONE-FLAG = "Y".
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 Routines

       OPENING-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PHONE-FILE.
           PERFORM LOAD-COVERAGE-TABLE.

       CLOSING-PROCEDURE.
           CLOSE PHONE-FILE.

       LOAD-COVERAGE-TABLE.
           MOVE ZERO TO WS-COV-COUNT.
           MOVE ZERO TO WS-COV-OVERFLOW.
           MOVE "N" TO WS-COV-EOF.
           OPEN INPUT COVERAGE-FILE.
           PERFORM LOAD-ONE-COVERAGE
               UNTIL WS-COV-EOF = "Y".
           CLOSE COVERAGE-FILE.
           IF WS-COV-OVERFLOW > 0
               DISPLAY "Warning: the coverage file holds more than"
                   " 200 entries - " WS-COV-OVERFLOW " not shown."
           END-IF.

       LOAD-ONE-COVERAGE.
           READ COVERAGE-FILE
               AT END
               MOVE "Y" TO WS-COV-EOF
               NOT AT END
               IF WS-COV-COUNT < 200
                   ADD 1 TO WS-COV-COUNT
                   MOVE COVERAGE-RECORD
                       TO WS-COV-ENTRY(WS-COV-COUNT)
               ELSE
                   ADD 1 TO WS-COV-OVERFLOW
               END-IF
           END-READ.

       REWRITE-COVERAGE-FILE.
           OPEN OUTPUT COVERAGE-FILE.
           PERFORM WRITE-ONE-COVERAGE
               VARYING WS-COV-IDX FROM 1 BY 1
               UNTIL WS-COV-IDX > WS-COV-COUNT.
           CLOSE COVERAGE-FILE.

       WRITE-ONE-COVERAGE.
           MOVE WS-COV-ENTRY(WS-COV-IDX) TO COVERAGE-RECORD.
           WRITE COVERAGE-RECORD.

       MAINTENANCE-MENU.
           DISPLAY " ".
           DISPLAY "CALL COVERAGE MAINTENANCE".
           DISPLAY "  (A)dd    (L)ist    (C)ancel    (Q)uit".
           DISPLAY "Enter your choice:".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "A" WHEN "a"
                   PERFORM ADD-COVERAGE
               WHEN "L" WHEN "l"
                   PERFORM LIST-COVERAGE
               WHEN "C" WHEN "c"
                   PERFORM CANCEL-COVERAGE
               WHEN "Q" WHEN "q"
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN OTHER
                   DISPLAY "Not a valid choice, try again."
           END-EVALUATE.

      * As in PHNONC01, a file bigger than the work
      * table is not rewritten from it.
       ADD-COVERAGE.
           EVALUATE TRUE
               WHEN WS-COV-OVERFLOW > 0
                   PERFORM REFUSE-OVERFLOWED-UPDATE
               WHEN WS-COV-COUNT >= 200
                   DISPLAY "The coverage table is full - cancel"
                       " finished entries first."
               WHEN OTHER
               PERFORM ACCEPT-COVERAGE-FIELDS
               IF WS-EDIT-ERROR = "N"
                   ADD 1 TO WS-COV-COUNT
                   MOVE COVERAGE-RECORD
                       TO WS-COV-ENTRY(WS-COV-COUNT)
                   PERFORM REWRITE-COVERAGE-FILE
                   DISPLAY "Coverage added."
               END-IF
           END-EVALUATE.

       REFUSE-OVERFLOWED-UPDATE.
           DISPLAY "The coverage file is larger than the work"
               " table - rewriting it from here would drop"
               " the unseen entries.  Updates refused.".

       ACCEPT-COVERAGE-FIELDS.
           MOVE "N" TO WS-EDIT-ERROR.
           PERFORM ACCEPT-ABSENT-EMPLOYEE.
           IF WS-EDIT-ERROR = "N"
               PERFORM ACCEPT-COVER-EMPLOYEE
           END-IF.
           IF WS-EDIT-ERROR = "N"
               PERFORM ACCEPT-COVERAGE-DATES
           END-IF.
           IF WS-EDIT-ERROR = "N"
               PERFORM CHECK-COVERAGE-OVERLAPS
           END-IF.
           IF WS-EDIT-ERROR = "N"
               MOVE WS-ENTERED-ABSENT-ID TO COV-ABSENT-ID
               MOVE WS-ENTERED-COVER-ID TO COV-COVER-ID
               MOVE WS-ENTERED-START-N TO COV-START-DATE
               MOVE WS-ENTERED-END-N TO COV-END-DATE
           END-IF.

       ACCEPT-ABSENT-EMPLOYEE.
           DISPLAY "Employee ID of the person who is out:".
           ACCEPT WS-ENTERED-ABSENT-ID.
           MOVE WS-ENTERED-ABSENT-ID TO PHONE-EMPLOYEE-ID.
           READ PHONE-FILE
               INVALID KEY
               DISPLAY "That employee ID is not on the directory."
               MOVE "Y" TO WS-EDIT-ERROR
               NOT INVALID KEY
               IF PHONE-STATUS = "T"
                   DISPLAY "That person is terminated - there"
                       " are no calls to cover."
                   MOVE "Y" TO WS-EDIT-ERROR
               ELSE
                   DISPLAY "  " PHONE-LAST-NAME ", "
                       PHONE-FIRST-NAME "  x" PHONE-EXTENSION
               END-IF
           END-READ.

       ACCEPT-COVER-EMPLOYEE.
           DISPLAY "Employee ID of the person covering:".
           ACCEPT WS-ENTERED-COVER-ID.
           MOVE WS-ENTERED-COVER-ID TO PHONE-EMPLOYEE-ID.
           READ PHONE-FILE
               INVALID KEY
               DISPLAY "That employee ID is not on the directory."
               MOVE "Y" TO WS-EDIT-ERROR
               NOT INVALID KEY
               PERFORM CHECK-COVER-EMPLOYEE
           END-READ.

       CHECK-COVER-EMPLOYEE.
           EVALUATE TRUE
               WHEN WS-ENTERED-COVER-ID = WS-ENTERED-ABSENT-ID
                   DISPLAY "Someone cannot cover their own calls."
                   MOVE "Y" TO WS-EDIT-ERROR
               WHEN PHONE-STATUS NOT = "A"
                   DISPLAY "That person is not active - they"
                       " cannot take the calls."
                   MOVE "Y" TO WS-EDIT-ERROR
               WHEN PHONE-EXTENSION = SPACES
                   DISPLAY "That person has no extension to"
                       " forward the calls to."
                   MOVE "Y" TO WS-EDIT-ERROR
               WHEN OTHER
                   DISPLAY "  " PHONE-LAST-NAME ", "
                       PHONE-FIRST-NAME "  x" PHONE-EXTENSION
           END-EVALUATE.

       ACCEPT-COVERAGE-DATES.
           DISPLAY "First day of the cover (YYYYMMDD):".
           ACCEPT WS-ENTERED-START.
           DISPLAY "Last day of the cover (YYYYMMDD):".
           ACCEPT WS-ENTERED-END.
           EVALUATE TRUE
               WHEN WS-ENTERED-START IS NOT NUMERIC
                       OR WS-ENTERED-END IS NOT NUMERIC
                   DISPLAY "Both dates must be numeric YYYYMMDD."
                   MOVE "Y" TO WS-EDIT-ERROR
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-ENTERED-START-N)
                       NOT = ZERO
                   DISPLAY "The first day is not a valid date."
                   MOVE "Y" TO WS-EDIT-ERROR
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-ENTERED-END-N)
                       NOT = ZERO
                   DISPLAY "The last day is not a valid date."
                   MOVE "Y" TO WS-EDIT-ERROR
               WHEN WS-ENTERED-END-N < WS-ENTERED-START-N
                   DISPLAY "The last day is before the first day."
                   MOVE "Y" TO WS-EDIT-ERROR
               WHEN WS-ENTERED-END-N < WS-CURRENT-DATE-N
                   DISPLAY "That cover is already over."
                   MOVE "Y" TO WS-EDIT-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Two periods overlap when each starts on or
      * before the other ends.
       CHECK-COVERAGE-OVERLAPS.
           PERFORM CHECK-ONE-OVERLAP
               VARYING WS-COV-IDX FROM 1 BY 1
               UNTIL WS-COV-IDX > WS-COV-COUNT
                   OR WS-EDIT-ERROR = "Y".

       CHECK-ONE-OVERLAP.
           IF WS-COV-START(WS-COV-IDX) <= WS-ENTERED-END-N
                   AND WS-COV-END(WS-COV-IDX) >= WS-ENTERED-START-N
               EVALUATE TRUE
                   WHEN WS-COV-ABSENT-ID(WS-COV-IDX)
                           = WS-ENTERED-ABSENT-ID
                       DISPLAY "That person already has cover from "
                           WS-COV-START(WS-COV-IDX) " to "
                           WS-COV-END(WS-COV-IDX) "."
                       MOVE "Y" TO WS-EDIT-ERROR
                   WHEN WS-COV-ABSENT-ID(WS-COV-IDX)
                           = WS-ENTERED-COVER-ID
                       DISPLAY "The cover is out themselves from "
                           WS-COV-START(WS-COV-IDX) " to "
                           WS-COV-END(WS-COV-IDX) "."
                       MOVE "Y" TO WS-EDIT-ERROR
                   WHEN WS-COV-COVER-ID(WS-COV-IDX)
                           = WS-ENTERED-ABSENT-ID
                       DISPLAY "That person is covering for "
                           WS-COV-ABSENT-ID(WS-COV-IDX)
                           " then - change that cover first."
                       MOVE "Y" TO WS-EDIT-ERROR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       LIST-COVERAGE.
           IF WS-COV-COUNT = ZERO
               DISPLAY "No coverage is on file."
           ELSE
               PERFORM LIST-ONE-COVERAGE
                   VARYING WS-COV-IDX FROM 1 BY 1
                   UNTIL WS-COV-IDX > WS-COV-COUNT
           END-IF.

       LIST-ONE-COVERAGE.
           DISPLAY "  " WS-COV-IDX ". Out:"
               WS-COV-ABSENT-ID(WS-COV-IDX)
               " Cover:" WS-COV-COVER-ID(WS-COV-IDX)
               " From:" WS-COV-START(WS-COV-IDX)
               " To:" WS-COV-END(WS-COV-IDX).

       CANCEL-COVERAGE.
           IF WS-COV-OVERFLOW > 0
               PERFORM REFUSE-OVERFLOWED-UPDATE
           ELSE
               PERFORM CANCEL-FROM-THE-LIST
           END-IF.

       CANCEL-FROM-THE-LIST.
           PERFORM LIST-COVERAGE.
           IF WS-COV-COUNT > 0
               DISPLAY "Entry number to cancel (0 = none):"
               ACCEPT WS-CANCEL-PICK
               IF WS-CANCEL-PICK >= 1
                       AND WS-CANCEL-PICK <= WS-COV-COUNT
                   PERFORM CONFIRM-AND-CANCEL
               END-IF
           END-IF.

       CONFIRM-AND-CANCEL.
           MOVE SPACES TO WS-YES-NO.
           PERFORM ASK-CANCEL-CONFIRMATION
               UNTIL WS-YES-NO = "Y" OR WS-YES-NO = "y"
                   OR WS-YES-NO = "N" OR WS-YES-NO = "n".
           IF WS-YES-NO = "Y" OR WS-YES-NO = "y"
               IF WS-COV-START(WS-CANCEL-PICK) <= WS-CURRENT-DATE-N
                       AND WS-COV-END(WS-CANCEL-PICK)
                           >= WS-CURRENT-DATE-N
                   MOVE WS-CURRENT-DATE-N
                       TO WS-COV-END(WS-CANCEL-PICK)
                   PERFORM REWRITE-COVERAGE-FILE
                   DISPLAY "Cover already started - it now ends"
                       " today."
               ELSE
                   PERFORM REMOVE-CANCELLED-ENTRY
                   PERFORM REWRITE-COVERAGE-FILE
                   DISPLAY "Coverage cancelled."
               END-IF
           ELSE
               DISPLAY "Cancel abandoned."
           END-IF.

       ASK-CANCEL-CONFIRMATION.
           DISPLAY "Cancel this coverage? (Y)es or (N)o?".
           ACCEPT WS-YES-NO.
           IF WS-YES-NO NOT = "Y" AND WS-YES-NO NOT = "y"
                   AND WS-YES-NO NOT = "N" AND WS-YES-NO NOT = "n"
               DISPLAY "Please answer Y or N."
           END-IF.

       REMOVE-CANCELLED-ENTRY.
           PERFORM CLOSE-UP-ONE-ENTRY
               VARYING WS-COV-IDX FROM WS-CANCEL-PICK BY 1
               UNTIL WS-COV-IDX >= WS-COV-COUNT.
           SUBTRACT 1 FROM WS-COV-COUNT.

       CLOSE-UP-ONE-ENTRY.
           MOVE WS-COV-ENTRY(WS-COV-IDX + 1)
               TO WS-COV-ENTRY(WS-COV-IDX).
