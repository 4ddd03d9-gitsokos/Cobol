       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNCVR01.
      *----------------------------------------------
      * Nightly call coverage report and PBX call
      * forwarding instructions.
      * Reads the coverage file (coverage.dat, kept by
      * PHNCOV01) and prints, with names and
      * extensions pulled live from the master:
      *   ENDING     covers whose last day is today;
      *   IN FORCE   every cover running tomorrow -
      *              those that start tomorrow and those
      *              already started, so a cover keyed
      *              late or back-dated is never missed;
      *   COVER OUT  covers running today or tomorrow
      *              where the person covering is not
      *              active on the directory or is
      *              out themselves in that time;
      *   NOT COVERED  everyone on leave (status L)
      *              with no cover running today.
      * The forwarding file (phncvr01.fwd) tells the
      * PBX team what to change before the morning:
      *   SET  forward the absent person's extension
      *        to the cover's extension, from the
      *        date given (today when the cover has
      *        already started);
      *   CLR  take the forward off again on the date
      *        given (the day after the last day).
      * Every CLR for a cover ending is written ahead
      * of every SET, so when one cover ends today and
      * the person's next starts tomorrow the switch
      * takes the old forward off before putting the
      * new one on.
      * Repeating a SET that is already in place does
      * no harm on the switch.  A SET is held back
      * when the cover is out or either extension is
      * missing - the report line says why - and when
      * that cover has already started, the forward
      * its earlier SET put on is taken off with a CLR
      * from today, so calls are never forwarded to an
      * empty desk.
      * Finished covers are counted but not printed.
      * RETURN-CODE 4 when any cover is out, anyone on
      * leave is not covered, an entry is held back or
      * the coverage file is larger than the work
      * table.
      *----------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COVERAGE-FILE
               ASSIGN TO "coverage.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PHONE-FILE
               ASSIGN TO "phone.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHONE-KEY
               ALTERNATE RECORD KEY IS PHONE-EXTENSION
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PHONE-DEPARTMENT
                   WITH DUPLICATES.

           SELECT REPORT-FILE
               ASSIGN TO "phncvr01.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FORWARD-FILE
               ASSIGN TO "phncvr01.fwd"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       FD  FORWARD-FILE
           LABEL RECORDS OMITTED.
       01  FORWARD-RECORD.
           05  FWD-ACTION           PIC X(3).
           05  FILLER               PIC X.
           05  FWD-EXTENSION        PIC X(5).
           05  FILLER               PIC X.
           05  FWD-TARGET-EXTENSION PIC X(5).
           05  FILLER               PIC X.
           05  FWD-EFFECTIVE-DATE   PIC 9(8).
           05  FILLER               PIC X.
           05  FWD-ABSENT-ID        PIC 9(6).
           05  FILLER               PIC X.
           05  FWD-COVER-ID         PIC 9(6).

       WORKING-STORAGE SECTION.

       01  WS-COV-EOF               PIC X       VALUE "N".
       01  WS-DIR-EOF               PIC X       VALUE "N".

      * The coverage file is held in a table so each
      * section can walk it and the cross-checks can
      * look across it.
       01  WS-COV-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-COV-IDX               PIC 9(3)    VALUE ZERO.
       01  WS-OTHER-IDX             PIC 9(3)    VALUE ZERO.
       01  WS-COV-TABLE.
           05  WS-COV-ENTRY         OCCURS 500 TIMES.
               10  WS-COV-ABSENT-ID PIC 9(6).
               10  WS-COV-COVER-ID  PIC 9(6).
               10  WS-COV-START     PIC 9(8).
               10  WS-COV-END       PIC 9(8).
       01  WS-COV-OVERFLOW          PIC 9(4)    VALUE ZERO.

      * The person looked up last: absent or cover.
       01  WS-LOOKUP-FOUND          PIC X       VALUE "N".
       01  WS-LOOKUP-NAME           PIC X(24).
       01  WS-LOOKUP-EXTENSION      PIC X(5).
       01  WS-LOOKUP-STATUS         PIC X.
       01  WS-ABSENT-FOUND          PIC X       VALUE "N".
       01  WS-ABSENT-EXTENSION      PIC X(5).
       01  WS-COVER-FOUND           PIC X       VALUE "N".
       01  WS-COVER-STATUS          PIC X.
       01  WS-COVER-EXTENSION       PIC X(5).

      * The part of a cover that falls today or
      * tomorrow, and whether the cover is out in it.
       01  WS-WINDOW-START          PIC 9(8)    VALUE ZERO.
       01  WS-WINDOW-END            PIC 9(8)    VALUE ZERO.
       01  WS-COVER-AWAY            PIC X       VALUE "N".
       01  WS-COVER-AWAY-DATE       PIC 9(8)    VALUE ZERO.
       01  WS-COVERED-FLAG          PIC X       VALUE "N".

       01  WS-COVERAGE-READ-COUNT   PIC 9(6)    VALUE ZERO.
       01  WS-FINISHED-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-STARTING-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-ENDING-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-SET-COUNT             PIC 9(6)    VALUE ZERO.
       01  WS-CLEAR-COUNT           PIC 9(6)    VALUE ZERO.
       01  WS-COVER-HELD            PIC X       VALUE "N".
       01  WS-HELD-BACK-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-COVER-OUT-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-ON-LEAVE-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-NOT-COVERED-COUNT     PIC 9(6)    VALUE ZERO.
       01  WS-SECTION-COUNT         PIC 9(6)    VALUE ZERO.

       01  WS-TODAY-INTEGER         PIC 9(8)    VALUE ZERO.
       01  WS-TOMORROW              PIC 9(8)    VALUE ZERO.
       01  WS-CLEAR-DATE            PIC 9(8)    VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                    PIC 9(8).

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(30)
               VALUE "CALL COVERAGE                 ".
           05  FILLER               PIC X(10) VALUE "  RUN DATE".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  HDR-RUN-MM           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-DD           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-YYYY         PIC 9999.

       01  SECTION-HEADER-LINE.
           05  SEC-TITLE            PIC X(60).

       01  DETAIL-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DET-FROM-DATE        PIC 9(8).
           05  FILLER               PIC X(3)  VALUE " - ".
           05  DET-TO-DATE          PIC 9(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DET-ABSENT-NAME      PIC X(24).
           05  FILLER               PIC X(2)  VALUE " x".
           05  DET-ABSENT-EXTENSION PIC X(5).
           05  FILLER               PIC X(5)  VALUE "  TO ".
           05  DET-COVER-NAME       PIC X(24).
           05  FILLER               PIC X(2)  VALUE " x".
           05  DET-COVER-EXTENSION  PIC X(5).
           05  DET-FLAG             PIC X(40).

       01  LEAVE-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  LVE-EMPLOYEE-ID      PIC 9(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  LVE-NAME             PIC X(24).
           05  FILLER               PIC X(2)  VALUE " x".
           05  LVE-EXTENSION        PIC X(5).
           05  FILLER               PIC X(8)  VALUE "  DEPT: ".
           05  LVE-DEPARTMENT       PIC X(10).
           05  FILLER               PIC X(17)
               VALUE "  ON LEAVE SINCE ".
           05  LVE-STATUS-DATE      PIC 9(8).

       01  HELD-CLEAR-LINE.
           05  FILLER               PIC X(23) VALUE SPACES.
           05  FILLER               PIC X(40)
               VALUE "CLR TODAY - FORWARD TAKEN OFF THE SWITCH".

       01  NONE-LINE.
           05  FILLER               PIC X(8)  VALUE "  (none)".

       01  COUNT-LINE.
           05  CNT-LABEL            PIC X(28).
           05  CNT-VALUE            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM PRINT-ENDING-COVERS.
           PERFORM PRINT-STARTING-COVERS.
           PERFORM PRINT-COVERS-WHO-ARE-OUT.
           PERFORM PRINT-LEAVE-NOT-COVERED.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           IF WS-COVER-OUT-COUNT > 0
                   OR WS-NOT-COVERED-COUNT > 0
                   OR WS-HELD-BACK-COUNT > 0
                   OR WS-COV-OVERFLOW > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Level 2 Routines

       OPENING-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-N).
           COMPUTE WS-TOMORROW =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER + 1).
           PERFORM LOAD-COVERAGE-TABLE.
           OPEN INPUT PHONE-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT FORWARD-FILE.
           MOVE WS-CUR-MM TO HDR-RUN-MM.
           MOVE WS-CUR-DD TO HDR-RUN-DD.
           MOVE WS-CUR-YYYY TO HDR-RUN-YYYY.
           MOVE REPORT-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       CLOSING-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "COVERAGE ENTRIES ON FILE:   " TO CNT-LABEL.
           MOVE WS-COVERAGE-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF WS-COV-OVERFLOW > 0
               MOVE "  NOT READ - TABLE FULL:    " TO CNT-LABEL
               MOVE WS-COV-OVERFLOW TO CNT-VALUE
               PERFORM WRITE-COUNT-LINE
           END-IF.
           MOVE "FINISHED - NOT PRINTED:     " TO CNT-LABEL.
           MOVE WS-FINISHED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "COVERS IN FORCE TOMORROW:   " TO CNT-LABEL.
           MOVE WS-STARTING-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "COVERS ENDING:              " TO CNT-LABEL.
           MOVE WS-ENDING-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "FORWARDS TO SET:            " TO CNT-LABEL.
           MOVE WS-SET-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "FORWARDS TO CLEAR:          " TO CNT-LABEL.
           MOVE WS-CLEAR-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "FORWARDS HELD BACK:         " TO CNT-LABEL.
           MOVE WS-HELD-BACK-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "COVERS WHO ARE OUT:         " TO CNT-LABEL.
           MOVE WS-COVER-OUT-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ON LEAVE:                   " TO CNT-LABEL.
           MOVE WS-ON-LEAVE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  WITH NO COVER:            " TO CNT-LABEL.
           MOVE WS-NOT-COVERED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           CLOSE PHONE-FILE.
           CLOSE REPORT-FILE.
           CLOSE FORWARD-FILE.

       LOAD-COVERAGE-TABLE.
           MOVE "N" TO WS-COV-EOF.
           OPEN INPUT COVERAGE-FILE.
           PERFORM LOAD-ONE-COVERAGE
               UNTIL WS-COV-EOF = "Y".
           CLOSE COVERAGE-FILE.

       LOAD-ONE-COVERAGE.
           READ COVERAGE-FILE
               AT END
               MOVE "Y" TO WS-COV-EOF
               NOT AT END
               ADD 1 TO WS-COVERAGE-READ-COUNT
               IF WS-COV-COUNT < 500
                   ADD 1 TO WS-COV-COUNT
                   MOVE COVERAGE-RECORD
                       TO WS-COV-ENTRY(WS-COV-COUNT)
                   IF COV-END-DATE < WS-CURRENT-DATE-N
                       ADD 1 TO WS-FINISHED-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-COV-OVERFLOW
               END-IF
           END-READ.

       START-SECTION.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SECTION-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ZERO TO WS-SECTION-COUNT.

       END-SECTION.
           IF WS-SECTION-COUNT = ZERO
               MOVE NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *----------------------------------------------
      * Covers in force tomorrow: a SET for the
      * switch, sent again each night they run.
      *----------------------------------------------
       PRINT-STARTING-COVERS.
           MOVE "COVERAGE IN FORCE TOMORROW" TO SEC-TITLE.
           PERFORM START-SECTION.
           PERFORM CHECK-ONE-STARTING-COVER
               VARYING WS-COV-IDX FROM 1 BY 1
               UNTIL WS-COV-IDX > WS-COV-COUNT.
           PERFORM END-SECTION.

       CHECK-ONE-STARTING-COVER.
           IF WS-COV-START(WS-COV-IDX) <= WS-TOMORROW
                   AND WS-COV-END(WS-COV-IDX) >= WS-TOMORROW
               ADD 1 TO WS-STARTING-COUNT
               ADD 1 TO WS-SECTION-COUNT
               PERFORM BUILD-COVER-DETAIL
               PERFORM CHECK-COVER-AWAY
               MOVE "Y" TO WS-COVER-HELD
               EVALUATE TRUE
                   WHEN WS-ABSENT-FOUND = "N"
                       MOVE " ** ABSENT ID NOT ON THE DIRECTORY **"
                           TO DET-FLAG
                       ADD 1 TO WS-HELD-BACK-COUNT
                   WHEN WS-COVER-FOUND = "N"
                       MOVE " ** COVER NOT ON THE DIRECTORY **"
                           TO DET-FLAG
                       ADD 1 TO WS-HELD-BACK-COUNT
                   WHEN WS-COVER-STATUS NOT = "A"
                           OR WS-COVER-AWAY = "Y"
                       MOVE " ** COVER IS OUT - NOT FORWARDED **"
                           TO DET-FLAG
                       ADD 1 TO WS-HELD-BACK-COUNT
                   WHEN WS-ABSENT-EXTENSION = SPACES
                           OR WS-COVER-EXTENSION = SPACES
                       MOVE " ** NO EXTENSION - NOT FORWARDED **"
                           TO DET-FLAG
                       ADD 1 TO WS-HELD-BACK-COUNT
                   WHEN OTHER
                       MOVE "N" TO WS-COVER-HELD
                       PERFORM WRITE-SET-FORWARD
               END-EVALUATE
               MOVE DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               IF WS-COVER-HELD = "Y"
                       AND WS-COV-START(WS-COV-IDX)
                           <= WS-CURRENT-DATE-N
                       AND WS-ABSENT-FOUND = "Y"
                       AND WS-ABSENT-EXTENSION NOT = SPACES
                   PERFORM WRITE-HELD-BACK-CLEAR
               END-IF
           END-IF.

      * A cover already running may have had a SET on
      * an earlier night; held back now, that forward
      * comes off today.  A CLR for a forward that was
      * never set does no harm on the switch.
       WRITE-HELD-BACK-CLEAR.
           MOVE SPACES TO FORWARD-RECORD.
           MOVE "CLR" TO FWD-ACTION.
           MOVE WS-ABSENT-EXTENSION TO FWD-EXTENSION.
           MOVE WS-COVER-EXTENSION TO FWD-TARGET-EXTENSION.
           MOVE WS-CURRENT-DATE-N TO FWD-EFFECTIVE-DATE.
           MOVE WS-COV-ABSENT-ID(WS-COV-IDX) TO FWD-ABSENT-ID.
           MOVE WS-COV-COVER-ID(WS-COV-IDX) TO FWD-COVER-ID.
           WRITE FORWARD-RECORD.
           ADD 1 TO WS-CLEAR-COUNT.
           MOVE HELD-CLEAR-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-SET-FORWARD.
           MOVE SPACES TO FORWARD-RECORD.
           MOVE "SET" TO FWD-ACTION.
           MOVE WS-ABSENT-EXTENSION TO FWD-EXTENSION.
           MOVE WS-COVER-EXTENSION TO FWD-TARGET-EXTENSION.
           IF WS-COV-START(WS-COV-IDX) < WS-CURRENT-DATE-N
               MOVE WS-CURRENT-DATE-N TO FWD-EFFECTIVE-DATE
           ELSE
               MOVE WS-COV-START(WS-COV-IDX) TO FWD-EFFECTIVE-DATE
           END-IF.
           MOVE WS-COV-ABSENT-ID(WS-COV-IDX) TO FWD-ABSENT-ID.
           MOVE WS-COV-COVER-ID(WS-COV-IDX) TO FWD-COVER-ID.
           WRITE FORWARD-RECORD.
           ADD 1 TO WS-SET-COUNT.
           MOVE " SET" TO DET-FLAG.

      *----------------------------------------------
      * Covers ending: a CLR for the switch.
      *----------------------------------------------
       PRINT-ENDING-COVERS.
           MOVE "COVERAGE ENDING" TO SEC-TITLE.
           PERFORM START-SECTION.
           PERFORM CHECK-ONE-ENDING-COVER
               VARYING WS-COV-IDX FROM 1 BY 1
               UNTIL WS-COV-IDX > WS-COV-COUNT.
           PERFORM END-SECTION.

       CHECK-ONE-ENDING-COVER.
           IF WS-COV-END(WS-COV-IDX) = WS-CURRENT-DATE-N
               ADD 1 TO WS-ENDING-COUNT
               ADD 1 TO WS-SECTION-COUNT
               PERFORM BUILD-COVER-DETAIL
               IF WS-ABSENT-FOUND = "N"
                       OR WS-ABSENT-EXTENSION = SPACES
                   MOVE " ** NO EXTENSION - CHECK THE SWITCH **"
                       TO DET-FLAG
                   ADD 1 TO WS-HELD-BACK-COUNT
               ELSE
                   PERFORM WRITE-CLEAR-FORWARD
               END-IF
               MOVE DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       WRITE-CLEAR-FORWARD.
           MOVE SPACES TO FORWARD-RECORD.
           MOVE "CLR" TO FWD-ACTION.
           MOVE WS-ABSENT-EXTENSION TO FWD-EXTENSION.
           MOVE WS-COVER-EXTENSION TO FWD-TARGET-EXTENSION.
           MOVE WS-TOMORROW TO FWD-EFFECTIVE-DATE.
           MOVE WS-COV-ABSENT-ID(WS-COV-IDX) TO FWD-ABSENT-ID.
           MOVE WS-COV-COVER-ID(WS-COV-IDX) TO FWD-COVER-ID.
           WRITE FORWARD-RECORD.
           ADD 1 TO WS-CLEAR-COUNT.
           MOVE " CLR" TO DET-FLAG.

      *----------------------------------------------
      * Covers running today or tomorrow whose cover
      * is out.
      *----------------------------------------------
       PRINT-COVERS-WHO-ARE-OUT.
           MOVE "COVER IS OUT" TO SEC-TITLE.
           PERFORM START-SECTION.
           PERFORM CHECK-ONE-COVER-PRESENT
               VARYING WS-COV-IDX FROM 1 BY 1
               UNTIL WS-COV-IDX > WS-COV-COUNT.
           PERFORM END-SECTION.

       CHECK-ONE-COVER-PRESENT.
           IF WS-COV-START(WS-COV-IDX) <= WS-TOMORROW
                   AND WS-COV-END(WS-COV-IDX) >= WS-CURRENT-DATE-N
               PERFORM BUILD-COVER-DETAIL
               PERFORM CHECK-COVER-AWAY
               EVALUATE TRUE
                   WHEN WS-COVER-FOUND = "N"
                       MOVE " ** COVER NOT ON THE DIRECTORY **"
                           TO DET-FLAG
                   WHEN WS-COVER-STATUS = "T"
                       MOVE " ** COVER TERMINATED **" TO DET-FLAG
                   WHEN WS-COVER-STATUS = "L"
                       MOVE " ** COVER ON LEAVE **" TO DET-FLAG
                   WHEN WS-COVER-STATUS NOT = "A"
                       MOVE " ** COVER NOT ACTIVE **" TO DET-FLAG
                   WHEN WS-COVER-AWAY = "Y"
                       MOVE SPACES TO DET-FLAG
                       STRING " ** COVER IS OUT FROM "
                               DELIMITED BY SIZE
                           WS-COVER-AWAY-DATE DELIMITED BY SIZE
                           " **" DELIMITED BY SIZE
                           INTO DET-FLAG
                       END-STRING
                   WHEN OTHER
                       MOVE SPACES TO DET-FLAG
               END-EVALUATE
               IF DET-FLAG NOT = SPACES
                   ADD 1 TO WS-COVER-OUT-COUNT
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE DETAIL-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF.

      * The cover is out when they are the absent
      * person on another cover that overlaps the part
      * of this one falling today or tomorrow.
       CHECK-COVER-AWAY.
           MOVE "N" TO WS-COVER-AWAY.
           MOVE WS-COV-START(WS-COV-IDX) TO WS-WINDOW-START.
           IF WS-WINDOW-START < WS-CURRENT-DATE-N
               MOVE WS-CURRENT-DATE-N TO WS-WINDOW-START
           END-IF.
           MOVE WS-COV-END(WS-COV-IDX) TO WS-WINDOW-END.
           IF WS-WINDOW-END > WS-TOMORROW
               MOVE WS-TOMORROW TO WS-WINDOW-END
           END-IF.
           PERFORM CHECK-ONE-OTHER-COVER
               VARYING WS-OTHER-IDX FROM 1 BY 1
               UNTIL WS-OTHER-IDX > WS-COV-COUNT
                   OR WS-COVER-AWAY = "Y".

       CHECK-ONE-OTHER-COVER.
           IF WS-COV-ABSENT-ID(WS-OTHER-IDX)
                   = WS-COV-COVER-ID(WS-COV-IDX)
                   AND WS-COV-START(WS-OTHER-IDX) <= WS-WINDOW-END
                   AND WS-COV-END(WS-OTHER-IDX) >= WS-WINDOW-START
               MOVE "Y" TO WS-COVER-AWAY
               MOVE WS-COV-START(WS-OTHER-IDX)
                   TO WS-COVER-AWAY-DATE
           END-IF.

       BUILD-COVER-DETAIL.
           MOVE WS-COV-START(WS-COV-IDX) TO DET-FROM-DATE.
           MOVE WS-COV-END(WS-COV-IDX) TO DET-TO-DATE.
           MOVE SPACES TO DET-FLAG.
           MOVE WS-COV-ABSENT-ID(WS-COV-IDX) TO PHONE-EMPLOYEE-ID.
           PERFORM LOOK-UP-PERSON.
           MOVE WS-LOOKUP-FOUND TO WS-ABSENT-FOUND.
           MOVE WS-LOOKUP-NAME TO DET-ABSENT-NAME.
           MOVE WS-LOOKUP-EXTENSION TO DET-ABSENT-EXTENSION.
           MOVE WS-LOOKUP-EXTENSION TO WS-ABSENT-EXTENSION.
           MOVE WS-COV-COVER-ID(WS-COV-IDX) TO PHONE-EMPLOYEE-ID.
           PERFORM LOOK-UP-PERSON.
           MOVE WS-LOOKUP-FOUND TO WS-COVER-FOUND.
           MOVE WS-LOOKUP-NAME TO DET-COVER-NAME.
           MOVE WS-LOOKUP-EXTENSION TO DET-COVER-EXTENSION.
           MOVE WS-LOOKUP-EXTENSION TO WS-COVER-EXTENSION.
           MOVE WS-LOOKUP-STATUS TO WS-COVER-STATUS.

       LOOK-UP-PERSON.
           MOVE SPACES TO WS-LOOKUP-NAME.
           MOVE SPACES TO WS-LOOKUP-EXTENSION.
           MOVE SPACE TO WS-LOOKUP-STATUS.
           READ PHONE-FILE
               INVALID KEY
               MOVE "N" TO WS-LOOKUP-FOUND
               MOVE PHONE-EMPLOYEE-ID TO WS-LOOKUP-NAME
               NOT INVALID KEY
               MOVE "Y" TO WS-LOOKUP-FOUND
               PERFORM BUILD-LOOKUP-NAME
               MOVE PHONE-EXTENSION TO WS-LOOKUP-EXTENSION
               MOVE PHONE-STATUS TO WS-LOOKUP-STATUS
           END-READ.

       BUILD-LOOKUP-NAME.
           STRING PHONE-LAST-NAME DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               PHONE-FIRST-NAME DELIMITED BY "  "
               INTO WS-LOOKUP-NAME
           END-STRING.

      *----------------------------------------------
      * Everyone on leave with no cover running today.
      *----------------------------------------------
       PRINT-LEAVE-NOT-COVERED.
           MOVE "ON LEAVE WITH NO COVER" TO SEC-TITLE.
           PERFORM START-SECTION.
           MOVE ZERO TO PHONE-EMPLOYEE-ID.
           MOVE "N" TO WS-DIR-EOF.
           START PHONE-FILE KEY IS NOT LESS THAN PHONE-KEY
               INVALID KEY
               MOVE "Y" TO WS-DIR-EOF
           END-START.
           PERFORM CHECK-NEXT-DIRECTORY-ENTRY
               UNTIL WS-DIR-EOF = "Y".
           PERFORM END-SECTION.

       CHECK-NEXT-DIRECTORY-ENTRY.
           READ PHONE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-DIR-EOF
               NOT AT END
               IF PHONE-STATUS = "L"
                   ADD 1 TO WS-ON-LEAVE-COUNT
                   PERFORM CHECK-LEAVE-COVERED
               END-IF
           END-READ.

       CHECK-LEAVE-COVERED.
           MOVE "N" TO WS-COVERED-FLAG.
           PERFORM CHECK-ONE-LEAVE-COVER
               VARYING WS-COV-IDX FROM 1 BY 1
               UNTIL WS-COV-IDX > WS-COV-COUNT
                   OR WS-COVERED-FLAG = "Y".
           IF WS-COVERED-FLAG = "N"
               ADD 1 TO WS-NOT-COVERED-COUNT
               ADD 1 TO WS-SECTION-COUNT
               MOVE PHONE-EMPLOYEE-ID TO LVE-EMPLOYEE-ID
               MOVE SPACES TO WS-LOOKUP-NAME
               PERFORM BUILD-LOOKUP-NAME
               MOVE WS-LOOKUP-NAME TO LVE-NAME
               MOVE PHONE-EXTENSION TO LVE-EXTENSION
               MOVE PHONE-DEPARTMENT TO LVE-DEPARTMENT
               MOVE PHONE-STATUS-DATE TO LVE-STATUS-DATE
               MOVE LEAVE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       CHECK-ONE-LEAVE-COVER.
           IF WS-COV-ABSENT-ID(WS-COV-IDX) = PHONE-EMPLOYEE-ID
                   AND WS-COV-START(WS-COV-IDX)
                       <= WS-CURRENT-DATE-N
                   AND WS-COV-END(WS-COV-IDX)
                       >= WS-CURRENT-DATE-N
               MOVE "Y" TO WS-COVERED-FLAG
           END-IF.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
