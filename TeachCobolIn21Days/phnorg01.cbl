       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNORG01.
      *----------------------------------------------
      * Organization chart from the supervisor IDs on
      * the directory master.  Writes phnorg01.rpt in
      * three parts:
      *   CHART      the reporting tree from the top
      *              down, indented one step per
      *              level, with each person's
      *              extension and department.  Each
      *              manager shows DR: (direct
      *              reports) and ALL: (everyone
      *              below them).  People whose
      *              supervisor is terminated or not
      *              on file head their own trees in
      *              a second chart, flagged SUP-TERM,
      *              SUP-MISS or SUP-FAC (supervisor is
      *              a facility entry), so nobody under
      *              them drops off the report.
      *   SPAN       span of control, one line per
      *              manager.
      *   EXCEPTIONS every broken reporting line:
      *              supervisor terminated, supervisor
      *              not on file or a facility, entry
      *              in a reporting loop, or entry
      *              under a loop (its line never
      *              reaches the top).
      * Terminated and facility entries are not drawn.
      * People with no supervisor and nobody reporting
      * to them are counted but not drawn.
      * Columns 1-6 of phnorg01.ctl may hold one
      * employee ID; the chart is then drawn from that
      * person down only.  The span and exception
      * sections always cover the whole directory.
      * RETURN-CODE 4 when any exception was listed, 8
      * when the master could not be read, the table
      * filled or the control card ID was not usable.
      *----------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHONE-FILE
               ASSIGN TO "phone.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHONE-KEY
               ALTERNATE RECORD KEY IS PHONE-EXTENSION
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PHONE-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ORG-SORT-WORK-FILE
               ASSIGN TO "phnorg01.tmp".

           SELECT OPTIONAL SORTED-PHONE-FILE
               ASSIGN TO "phnorg01.srt"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "phnorg01.ctl"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "phnorg01.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       SD  ORG-SORT-WORK-FILE.
       01  ORG-SORT-WORK-RECORD.
           05  OSW-EMPLOYEE-ID      PIC 9(6).
           05  OSW-LAST-NAME        PIC X(20).
           05  OSW-FIRST-NAME       PIC X(20).
           05  FILLER               PIC X(122).

       FD  SORTED-PHONE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-PHONE-RECORD.
           05  SRT-EMPLOYEE-ID      PIC 9(6).
           05  SRT-LAST-NAME        PIC X(20).
           05  SRT-FIRST-NAME       PIC X(20).
           05  SRT-NUMBERS          PIC X(64).
           05  SRT-EXTENSION        PIC X(5).
           05  SRT-DEPARTMENT       PIC X(10).
           05  SRT-STATUS           PIC X.
           05  SRT-STATUS-DATE      PIC 9(8).
           05  SRT-LOCATION         PIC X(8).
           05  SRT-HOME-SITE        PIC X(4).
           05  SRT-ENTRY-CLASS      PIC X.
           05  SRT-UNLISTED         PIC X.
           05  SRT-SUPERVISOR-ID    PIC 9(6).
           05  SRT-SPONSOR-ID       PIC 9(6).
           05  SRT-END-DATE         PIC 9(8).

       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
       01  CONTROL-RECORD.
           05  CTL-TOP-EMPLOYEE-ID  PIC X(6).
           05  FILLER               PIC X(74).

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS           PIC XX.
       01  WS-SORTED-EOF            PIC X       VALUE "N".

       01  WS-TOP-EMPLOYEE-ID       PIC 9(6)    VALUE ZERO.
       01  WS-TOP-IDX               PIC 9(4)    VALUE ZERO.

       01  WS-READ-COUNT            PIC 9(6)    VALUE ZERO.
       01  WS-SKIPPED-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-CHARTED-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-UNPLACED-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-MANAGER-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-WIDEST-SPAN           PIC 9(6)    VALUE ZERO.
       01  WS-SUP-TERM-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-SUP-MISSING-COUNT     PIC 9(6)    VALUE ZERO.
       01  WS-IN-LOOP-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-UNDER-LOOP-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-OVERFLOW-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(6)    VALUE ZERO.

      * The directory in name order, one row per entry
      * including terminated ones so a supervisor who
      * has left is still found.
      *   ORG-SUP-IDX     row of the supervisor, zero
      *                   when none or when the line
      *                   is broken
      *   ORG-BROKEN      T supervisor terminated,
      *                   M supervisor not on file,
      *                   F supervisor is a facility
      *   ORG-CHAIN-FLAG  L in a loop, U under a loop
       01  WS-ORG-COUNT             PIC 9(4)    VALUE ZERO.
       01  WS-ORG-TABLE.
           05  WS-ORG-ENTRY         OCCURS 3000 TIMES.
               10  ORG-EMPLOYEE-ID  PIC 9(6).
               10  ORG-LAST-NAME    PIC X(20).
               10  ORG-FIRST-NAME   PIC X(20).
               10  ORG-EXTENSION    PIC X(5).
               10  ORG-DEPARTMENT   PIC X(10).
               10  ORG-STATUS       PIC X.
               10  ORG-CHARTABLE    PIC X.
               10  ORG-SUPERVISOR-ID PIC 9(6).
               10  ORG-SUP-IDX      PIC 9(4).
               10  ORG-BROKEN       PIC X.
               10  ORG-CHAIN-FLAG   PIC X.
               10  ORG-DIRECT-COUNT PIC 9(4).
               10  ORG-TOTAL-COUNT  PIC 9(4).
               10  ORG-PRINTED      PIC X.
       01  WS-ORG-IDX               PIC 9(4)    VALUE ZERO.
       01  WS-ORG-JDX               PIC 9(4)    VALUE ZERO.
       01  WS-ORG-FOUND-IDX         PIC 9(4)    VALUE ZERO.
       01  WS-CLIMB-IDX             PIC 9(4)    VALUE ZERO.
       01  WS-CLIMB-STEPS           PIC 9(5)    VALUE ZERO.
       01  WS-SEARCH-ID             PIC 9(6)    VALUE ZERO.

      * Where the chart walk is: one row per level
      * holding the person drawn at that level and the
      * last table row already tried as their report.
       01  WS-DEPTH                 PIC 99      VALUE ZERO.
       01  WS-STACK-TABLE.
           05  WS-STACK-ENTRY       OCCURS 50 TIMES.
               10  STK-ORG-IDX      PIC 9(4).
               10  STK-SCAN-IDX     PIC 9(4).
       01  WS-CHILD-IDX             PIC 9(4)    VALUE ZERO.
       01  WS-DRAW-IDX              PIC 9(4)    VALUE ZERO.
       01  WS-DRAW-LEVEL            PIC 99      VALUE ZERO.
       01  WS-INDENT                PIC 99      VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(30)
               VALUE "ORGANIZATION CHART            ".
           05  FILLER               PIC X(10) VALUE "  RUN DATE".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  HDR-RUN-MM           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-DD           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-YYYY         PIC 9999.

       01  SECTION-LINE.
           05  FILLER               PIC X(4)  VALUE "--- ".
           05  SEC-TITLE            PIC X(50).

       01  WS-NODE-NAME             PIC X(32).

       01  NODE-LINE.
           05  NOD-NAME             PIC X(32).
           05  FILLER               PIC X(2)  VALUE " x".
           05  NOD-EXTENSION        PIC X(5).
           05  FILLER               PIC X     VALUE SPACE.
           05  NOD-DEPARTMENT       PIC X(10).
           05  FILLER               PIC X     VALUE SPACE.
           05  NOD-FLAG             PIC X(9).
           05  NOD-SPAN             PIC X(17).

       01  SPAN-TEXT.
           05  FILLER               PIC X(3)  VALUE "DR:".
           05  SPN-DIRECT           PIC ZZZ9.
           05  FILLER               PIC X(5)  VALUE " ALL:".
           05  SPN-TOTAL            PIC ZZZZ9.

       01  WS-TREE-LINE             PIC X(132).

       01  SPAN-LINE.
           05  SPL-EMPLOYEE-ID      PIC 9(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  SPL-NAME             PIC X(32).
           05  FILLER               PIC X(2)  VALUE " x".
           05  SPL-EXTENSION        PIC X(5).
           05  FILLER               PIC X     VALUE SPACE.
           05  SPL-DEPARTMENT       PIC X(10).
           05  FILLER               PIC X(9)  VALUE " DIRECT: ".
           05  SPL-DIRECT           PIC ZZZ9.
           05  FILLER               PIC X(8)  VALUE " TOTAL: ".
           05  SPL-TOTAL            PIC ZZZZ9.

       01  EXCEPTION-LINE.
           05  EXC-REASON           PIC X(22).
           05  FILLER               PIC X(5)  VALUE " EMP:".
           05  EXC-EMPLOYEE-ID      PIC 9(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  EXC-NAME             PIC X(32).
           05  FILLER               PIC X(5)  VALUE " SUP:".
           05  EXC-SUPERVISOR-ID    PIC 9(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  EXC-SUPERVISOR-NAME  PIC X(32).

       01  NOTE-LINE.
           05  FILLER               PIC X(6)  VALUE "NOTE: ".
           05  NOTE-TEXT            PIC X(60).

       01  COUNT-LINE.
           05  CNT-LABEL            PIC X(28).
           05  CNT-VALUE            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           IF WS-ERROR-COUNT = ZERO
               PERFORM LOAD-ORG-TABLE
               PERFORM LINK-SUPERVISORS
               PERFORM FIND-REPORTING-LOOPS
               PERFORM COUNT-SPANS
               PERFORM PRINT-CHART
               PERFORM PRINT-SPAN-OF-CONTROL
               PERFORM PRINT-EXCEPTIONS
           END-IF.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      * Level 2 Routines

       OPENING-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-RECORD.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-CUR-MM TO HDR-RUN-MM.
           MOVE WS-CUR-DD TO HDR-RUN-DD.
           MOVE WS-CUR-YYYY TO HDR-RUN-YYYY.
           MOVE REPORT-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           OPEN INPUT PHONE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               MOVE "DIRECTORY MASTER COULD NOT BE OPENED"
                   TO NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               CLOSE PHONE-FILE
               SORT ORG-SORT-WORK-FILE
                   ON ASCENDING KEY OSW-LAST-NAME OSW-FIRST-NAME
                   USING PHONE-FILE
                   GIVING SORTED-PHONE-FILE
           END-IF.

       READ-CONTROL-RECORD.
           MOVE SPACES TO CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END
               MOVE SPACES TO CONTROL-RECORD
           END-READ.
           CLOSE CONTROL-FILE.
           IF CTL-TOP-EMPLOYEE-ID IS NUMERIC
               MOVE CTL-TOP-EMPLOYEE-ID TO WS-TOP-EMPLOYEE-ID
           END-IF.

       CLOSING-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "MASTER ENTRIES READ:        " TO CNT-LABEL.
           MOVE WS-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "TERMINATED OR FACILITY:     " TO CNT-LABEL.
           MOVE WS-SKIPPED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "DRAWN ON THE CHART:         " TO CNT-LABEL.
           MOVE WS-CHARTED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "NO REPORTING LINE:          " TO CNT-LABEL.
           MOVE WS-UNPLACED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "MANAGERS:                   " TO CNT-LABEL.
           MOVE WS-MANAGER-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "WIDEST SPAN OF CONTROL:     " TO CNT-LABEL.
           MOVE WS-WIDEST-SPAN TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "SUPERVISOR TERMINATED:      " TO CNT-LABEL.
           MOVE WS-SUP-TERM-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "SUPERVISOR MISSING/FACILITY:" TO CNT-LABEL.
           MOVE WS-SUP-MISSING-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "IN A REPORTING LOOP:        " TO CNT-LABEL.
           MOVE WS-IN-LOOP-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "UNDER A REPORTING LOOP:     " TO CNT-LABEL.
           MOVE WS-UNDER-LOOP-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "TOTAL EXCEPTIONS:           " TO CNT-LABEL.
           MOVE WS-EXCEPTION-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF WS-OVERFLOW-COUNT > 0
               MOVE "NOT LOADED - TABLE FULL:    " TO CNT-LABEL
               MOVE WS-OVERFLOW-COUNT TO CNT-VALUE
               PERFORM WRITE-COUNT-LINE
           END-IF.
           CLOSE REPORT-FILE.

      *----------------------------------------------
      * Load the sorted directory into the table.
      *----------------------------------------------
       LOAD-ORG-TABLE.
           OPEN INPUT SORTED-PHONE-FILE.
           PERFORM LOAD-NEXT-ORG-ENTRY
               UNTIL WS-SORTED-EOF = "Y".
           CLOSE SORTED-PHONE-FILE.
           IF WS-OVERFLOW-COUNT > 0
               MOVE "TABLE FULL - CHART IS INCOMPLETE" TO NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       LOAD-NEXT-ORG-ENTRY.
           READ SORTED-PHONE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-SORTED-EOF
               NOT AT END
               ADD 1 TO WS-READ-COUNT
               IF WS-ORG-COUNT < 3000
                   PERFORM ADD-ORG-ENTRY
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-READ.

      * Only active and on-leave people are drawn;
      * terminated and facility rows are loaded so
      * they can still be found as a supervisor.
       ADD-ORG-ENTRY.
           ADD 1 TO WS-ORG-COUNT.
           MOVE WS-ORG-COUNT TO WS-ORG-IDX.
           MOVE SRT-EMPLOYEE-ID TO ORG-EMPLOYEE-ID(WS-ORG-IDX).
           MOVE SRT-LAST-NAME TO ORG-LAST-NAME(WS-ORG-IDX).
           MOVE SRT-FIRST-NAME TO ORG-FIRST-NAME(WS-ORG-IDX).
           MOVE SRT-EXTENSION TO ORG-EXTENSION(WS-ORG-IDX).
           MOVE SRT-DEPARTMENT TO ORG-DEPARTMENT(WS-ORG-IDX).
           MOVE SRT-STATUS TO ORG-STATUS(WS-ORG-IDX).
           IF SRT-SUPERVISOR-ID IS NUMERIC
               MOVE SRT-SUPERVISOR-ID
                   TO ORG-SUPERVISOR-ID(WS-ORG-IDX)
           ELSE
               MOVE ZERO TO ORG-SUPERVISOR-ID(WS-ORG-IDX)
           END-IF.
           IF SRT-STATUS = "T" OR SRT-ENTRY-CLASS = "F"
               MOVE "N" TO ORG-CHARTABLE(WS-ORG-IDX)
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE "Y" TO ORG-CHARTABLE(WS-ORG-IDX)
           END-IF.
           MOVE ZERO TO ORG-SUP-IDX(WS-ORG-IDX).
           MOVE SPACE TO ORG-BROKEN(WS-ORG-IDX).
           MOVE SPACE TO ORG-CHAIN-FLAG(WS-ORG-IDX).
           MOVE ZERO TO ORG-DIRECT-COUNT(WS-ORG-IDX).
           MOVE ZERO TO ORG-TOTAL-COUNT(WS-ORG-IDX).
           MOVE "N" TO ORG-PRINTED(WS-ORG-IDX).

      *----------------------------------------------
      * Point each drawable entry at its supervisor's
      * row, or mark the line broken.
      *----------------------------------------------
       LINK-SUPERVISORS.
           PERFORM LINK-ONE-SUPERVISOR
               VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > WS-ORG-COUNT.

       LINK-ONE-SUPERVISOR.
           IF ORG-CHARTABLE(WS-ORG-IDX) = "Y"
                   AND ORG-SUPERVISOR-ID(WS-ORG-IDX) NOT = ZERO
               MOVE ORG-SUPERVISOR-ID(WS-ORG-IDX) TO WS-SEARCH-ID
               PERFORM FIND-ORG-ENTRY
               EVALUATE TRUE
                   WHEN WS-ORG-FOUND-IDX = ZERO
                       MOVE "M" TO ORG-BROKEN(WS-ORG-IDX)
                   WHEN ORG-STATUS(WS-ORG-FOUND-IDX) = "T"
                       MOVE "T" TO ORG-BROKEN(WS-ORG-IDX)
                   WHEN ORG-CHARTABLE(WS-ORG-FOUND-IDX) NOT = "Y"
                       MOVE "F" TO ORG-BROKEN(WS-ORG-IDX)
                   WHEN OTHER
                       MOVE WS-ORG-FOUND-IDX TO ORG-SUP-IDX(WS-ORG-IDX)
                       ADD 1 TO ORG-DIRECT-COUNT(WS-ORG-FOUND-IDX)
               END-EVALUATE
           END-IF.

       FIND-ORG-ENTRY.
           MOVE ZERO TO WS-ORG-FOUND-IDX.
           PERFORM CHECK-ONE-ORG-ENTRY
               VARYING WS-ORG-JDX FROM 1 BY 1
               UNTIL WS-ORG-JDX > WS-ORG-COUNT
                  OR WS-ORG-FOUND-IDX NOT = ZERO.

       CHECK-ONE-ORG-ENTRY.
           IF ORG-EMPLOYEE-ID(WS-ORG-JDX) = WS-SEARCH-ID
               MOVE WS-ORG-JDX TO WS-ORG-FOUND-IDX
           END-IF.

      *----------------------------------------------
      * Climb each line.  Getting back to the starting
      * row means the entry is in a loop; climbing
      * more rows than the table holds without
      * reaching the top means it hangs under one.
      *----------------------------------------------
       FIND-REPORTING-LOOPS.
           PERFORM CHECK-ONE-LINE-FOR-LOOP
               VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > WS-ORG-COUNT.

       CHECK-ONE-LINE-FOR-LOOP.
           IF ORG-SUP-IDX(WS-ORG-IDX) NOT = ZERO
               MOVE ORG-SUP-IDX(WS-ORG-IDX) TO WS-CLIMB-IDX
               MOVE 1 TO WS-CLIMB-STEPS
               PERFORM CLIMB-ONE-LEVEL
                   UNTIL WS-CLIMB-IDX = ZERO
                      OR WS-CLIMB-IDX = WS-ORG-IDX
                      OR WS-CLIMB-STEPS > WS-ORG-COUNT
               EVALUATE TRUE
                   WHEN WS-CLIMB-IDX = ZERO
                       CONTINUE
                   WHEN WS-CLIMB-IDX = WS-ORG-IDX
                       MOVE "L" TO ORG-CHAIN-FLAG(WS-ORG-IDX)
                   WHEN OTHER
                       MOVE "U" TO ORG-CHAIN-FLAG(WS-ORG-IDX)
               END-EVALUATE
           END-IF.

       CLIMB-ONE-LEVEL.
           MOVE ORG-SUP-IDX(WS-CLIMB-IDX) TO WS-CLIMB-IDX.
           ADD 1 TO WS-CLIMB-STEPS.

      *----------------------------------------------
      * Everyone on a sound line counts once toward
      * the total of every manager above them.
      *----------------------------------------------
       COUNT-SPANS.
           PERFORM COUNT-ONE-SPAN
               VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > WS-ORG-COUNT.

       COUNT-ONE-SPAN.
           IF ORG-SUP-IDX(WS-ORG-IDX) NOT = ZERO
                   AND ORG-CHAIN-FLAG(WS-ORG-IDX) = SPACE
               MOVE ORG-SUP-IDX(WS-ORG-IDX) TO WS-CLIMB-IDX
               PERFORM ADD-TO-ONE-TOTAL
                   UNTIL WS-CLIMB-IDX = ZERO
           END-IF.

       ADD-TO-ONE-TOTAL.
           ADD 1 TO ORG-TOTAL-COUNT(WS-CLIMB-IDX).
           MOVE ORG-SUP-IDX(WS-CLIMB-IDX) TO WS-CLIMB-IDX.

      *----------------------------------------------
      * The chart.  Tops are people with no
      * supervisor and at least one report; broken
      * lines follow under their own heading.
      *----------------------------------------------
       PRINT-CHART.
           IF WS-TOP-EMPLOYEE-ID NOT = ZERO
               PERFORM PRINT-CHART-FROM-ONE-TOP
           ELSE
               MOVE "CHART" TO SEC-TITLE
               PERFORM WRITE-SECTION-LINE
               PERFORM PRINT-ONE-TOP-TREE
                   VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > WS-ORG-COUNT
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "CHART - SUPERVISOR TERMINATED OR NOT ON FILE"
                   TO SEC-TITLE
               PERFORM WRITE-SECTION-LINE
               PERFORM PRINT-ONE-BROKEN-TREE
                   VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > WS-ORG-COUNT
           END-IF.
           PERFORM COUNT-ONE-UNPLACED
               VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > WS-ORG-COUNT.

       PRINT-CHART-FROM-ONE-TOP.
           MOVE "CHART FROM ONE MANAGER DOWN" TO SEC-TITLE.
           PERFORM WRITE-SECTION-LINE.
           MOVE WS-TOP-EMPLOYEE-ID TO WS-SEARCH-ID.
           PERFORM FIND-ORG-ENTRY.
           MOVE WS-ORG-FOUND-IDX TO WS-TOP-IDX.
           EVALUATE TRUE
               WHEN WS-TOP-IDX = ZERO
                   MOVE "CONTROL CARD EMPLOYEE ID NOT ON FILE"
                       TO NOTE-TEXT
                   PERFORM WRITE-NOTE-LINE
                   ADD 1 TO WS-ERROR-COUNT
               WHEN ORG-CHARTABLE(WS-TOP-IDX) NOT = "Y"
                   MOVE "CONTROL CARD ID IS TERMINATED OR A FACILITY"
                       TO NOTE-TEXT
                   PERFORM WRITE-NOTE-LINE
                   ADD 1 TO WS-ERROR-COUNT
               WHEN ORG-CHAIN-FLAG(WS-TOP-IDX) NOT = SPACE
                   MOVE "CONTROL CARD ID IS ON A REPORTING LOOP"
                       TO NOTE-TEXT
                   PERFORM WRITE-NOTE-LINE
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   PERFORM DRAW-TREE
           END-EVALUATE.

       PRINT-ONE-TOP-TREE.
           IF ORG-CHARTABLE(WS-TOP-IDX) = "Y"
                   AND ORG-SUPERVISOR-ID(WS-TOP-IDX) = ZERO
                   AND ORG-DIRECT-COUNT(WS-TOP-IDX) > 0
               PERFORM DRAW-TREE
           END-IF.

       PRINT-ONE-BROKEN-TREE.
           IF ORG-CHARTABLE(WS-TOP-IDX) = "Y"
                   AND ORG-BROKEN(WS-TOP-IDX) NOT = SPACE
               PERFORM DRAW-TREE
           END-IF.

       COUNT-ONE-UNPLACED.
           IF ORG-CHARTABLE(WS-ORG-IDX) = "Y"
                   AND ORG-SUPERVISOR-ID(WS-ORG-IDX) = ZERO
                   AND ORG-DIRECT-COUNT(WS-ORG-IDX) = ZERO
               ADD 1 TO WS-UNPLACED-COUNT
           END-IF.

      * Depth-first walk from WS-TOP-IDX.  Each pass
      * looks for the next report of the person at the
      * current level; with none left the walk backs
      * up a level.
       DRAW-TREE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 1 TO WS-DEPTH.
           MOVE WS-TOP-IDX TO STK-ORG-IDX(1).
           MOVE ZERO TO STK-SCAN-IDX(1).
           MOVE WS-TOP-IDX TO WS-DRAW-IDX.
           MOVE 1 TO WS-DRAW-LEVEL.
           PERFORM DRAW-ONE-NODE.
           PERFORM TAKE-ONE-TREE-STEP
               UNTIL WS-DEPTH = ZERO.

       TAKE-ONE-TREE-STEP.
           PERFORM FIND-NEXT-REPORT.
           IF WS-CHILD-IDX = ZERO
               SUBTRACT 1 FROM WS-DEPTH
           ELSE
               MOVE WS-CHILD-IDX TO STK-SCAN-IDX(WS-DEPTH)
               MOVE WS-CHILD-IDX TO WS-DRAW-IDX
               COMPUTE WS-DRAW-LEVEL = WS-DEPTH + 1
               PERFORM DRAW-ONE-NODE
               IF WS-DEPTH < 50
                   ADD 1 TO WS-DEPTH
                   MOVE WS-CHILD-IDX TO STK-ORG-IDX(WS-DEPTH)
                   MOVE ZERO TO STK-SCAN-IDX(WS-DEPTH)
               END-IF
           END-IF.

       FIND-NEXT-REPORT.
           MOVE ZERO TO WS-CHILD-IDX.
           COMPUTE WS-ORG-JDX = STK-SCAN-IDX(WS-DEPTH) + 1.
           PERFORM CHECK-ONE-REPORT
               UNTIL WS-ORG-JDX > WS-ORG-COUNT
                  OR WS-CHILD-IDX NOT = ZERO.

       CHECK-ONE-REPORT.
           IF ORG-SUP-IDX(WS-ORG-JDX) = STK-ORG-IDX(WS-DEPTH)
                   AND ORG-CHAIN-FLAG(WS-ORG-JDX) = SPACE
               MOVE WS-ORG-JDX TO WS-CHILD-IDX
           ELSE
               ADD 1 TO WS-ORG-JDX
           END-IF.

       DRAW-ONE-NODE.
           MOVE WS-DRAW-IDX TO WS-ORG-IDX.
           PERFORM BUILD-NODE-NAME.
           MOVE WS-NODE-NAME TO NOD-NAME.
           MOVE ORG-EXTENSION(WS-ORG-IDX) TO NOD-EXTENSION.
           MOVE ORG-DEPARTMENT(WS-ORG-IDX) TO NOD-DEPARTMENT.
           EVALUATE TRUE
               WHEN WS-DRAW-LEVEL = 1
                       AND ORG-BROKEN(WS-ORG-IDX) = "T"
                   MOVE "SUP-TERM" TO NOD-FLAG
               WHEN WS-DRAW-LEVEL = 1
                       AND ORG-BROKEN(WS-ORG-IDX) = "M"
                   MOVE "SUP-MISS" TO NOD-FLAG
               WHEN WS-DRAW-LEVEL = 1
                       AND ORG-BROKEN(WS-ORG-IDX) = "F"
                   MOVE "SUP-FAC" TO NOD-FLAG
               WHEN ORG-STATUS(WS-ORG-IDX) = "L"
                   MOVE "ON LEAVE" TO NOD-FLAG
               WHEN OTHER
                   MOVE SPACES TO NOD-FLAG
           END-EVALUATE.
           IF ORG-DIRECT-COUNT(WS-ORG-IDX) > 0
               MOVE ORG-DIRECT-COUNT(WS-ORG-IDX) TO SPN-DIRECT
               MOVE ORG-TOTAL-COUNT(WS-ORG-IDX) TO SPN-TOTAL
               MOVE SPAN-TEXT TO NOD-SPAN
           ELSE
               MOVE SPACES TO NOD-SPAN
           END-IF.
           IF WS-DRAW-LEVEL > 16
               MOVE 45 TO WS-INDENT
           ELSE
               COMPUTE WS-INDENT = (WS-DRAW-LEVEL - 1) * 3
           END-IF.
           MOVE SPACES TO WS-TREE-LINE.
           MOVE NODE-LINE TO WS-TREE-LINE(WS-INDENT + 1:).
           MOVE WS-TREE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF ORG-PRINTED(WS-ORG-IDX) = "N"
               MOVE "Y" TO ORG-PRINTED(WS-ORG-IDX)
               ADD 1 TO WS-CHARTED-COUNT
           END-IF.

       BUILD-NODE-NAME.
           MOVE SPACES TO WS-NODE-NAME.
           STRING ORG-LAST-NAME(WS-ORG-IDX) DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  ORG-FIRST-NAME(WS-ORG-IDX) DELIMITED BY "  "
               INTO WS-NODE-NAME
           END-STRING.

      *----------------------------------------------
      * Span of control, managers in name order.
      *----------------------------------------------
       PRINT-SPAN-OF-CONTROL.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "SPAN OF CONTROL" TO SEC-TITLE.
           PERFORM WRITE-SECTION-LINE.
           PERFORM PRINT-ONE-SPAN
               VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > WS-ORG-COUNT.

       PRINT-ONE-SPAN.
           IF ORG-DIRECT-COUNT(WS-ORG-IDX) > 0
               ADD 1 TO WS-MANAGER-COUNT
               IF ORG-DIRECT-COUNT(WS-ORG-IDX) > WS-WIDEST-SPAN
                   MOVE ORG-DIRECT-COUNT(WS-ORG-IDX)
                       TO WS-WIDEST-SPAN
               END-IF
               PERFORM BUILD-NODE-NAME
               MOVE ORG-EMPLOYEE-ID(WS-ORG-IDX) TO SPL-EMPLOYEE-ID
               MOVE WS-NODE-NAME TO SPL-NAME
               MOVE ORG-EXTENSION(WS-ORG-IDX) TO SPL-EXTENSION
               MOVE ORG-DEPARTMENT(WS-ORG-IDX) TO SPL-DEPARTMENT
               MOVE ORG-DIRECT-COUNT(WS-ORG-IDX) TO SPL-DIRECT
               MOVE ORG-TOTAL-COUNT(WS-ORG-IDX) TO SPL-TOTAL
               MOVE SPAN-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *----------------------------------------------
      * Broken reporting lines.
      *----------------------------------------------
       PRINT-EXCEPTIONS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "REPORTING LINE EXCEPTIONS" TO SEC-TITLE.
           PERFORM WRITE-SECTION-LINE.
           PERFORM PRINT-ONE-EXCEPTION
               VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > WS-ORG-COUNT.

       PRINT-ONE-EXCEPTION.
           MOVE SPACES TO EXC-REASON.
           EVALUATE TRUE
               WHEN ORG-BROKEN(WS-ORG-IDX) = "T"
                   MOVE "SUPERVISOR TERMINATED" TO EXC-REASON
                   ADD 1 TO WS-SUP-TERM-COUNT
               WHEN ORG-BROKEN(WS-ORG-IDX) = "M"
                   MOVE "SUPERVISOR NOT ON FILE" TO EXC-REASON
                   ADD 1 TO WS-SUP-MISSING-COUNT
               WHEN ORG-BROKEN(WS-ORG-IDX) = "F"
                   MOVE "SUPERVISOR IS FACILITY" TO EXC-REASON
                   ADD 1 TO WS-SUP-MISSING-COUNT
               WHEN ORG-CHAIN-FLAG(WS-ORG-IDX) = "L"
                   MOVE "IN A REPORTING LOOP" TO EXC-REASON
                   ADD 1 TO WS-IN-LOOP-COUNT
               WHEN ORG-CHAIN-FLAG(WS-ORG-IDX) = "U"
                   MOVE "UNDER A REPORTING LOOP" TO EXC-REASON
                   ADD 1 TO WS-UNDER-LOOP-COUNT
           END-EVALUATE.
           IF EXC-REASON NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-EXCEPTION-LINE.
           PERFORM BUILD-NODE-NAME.
           MOVE ORG-EMPLOYEE-ID(WS-ORG-IDX) TO EXC-EMPLOYEE-ID.
           MOVE WS-NODE-NAME TO EXC-NAME.
           MOVE ORG-SUPERVISOR-ID(WS-ORG-IDX) TO EXC-SUPERVISOR-ID.
           MOVE ORG-SUPERVISOR-ID(WS-ORG-IDX) TO WS-SEARCH-ID.
           PERFORM FIND-ORG-ENTRY.
           IF WS-ORG-FOUND-IDX = ZERO
               MOVE "(NOT ON FILE)" TO EXC-SUPERVISOR-NAME
           ELSE
               MOVE WS-ORG-IDX TO WS-DRAW-IDX
               MOVE WS-ORG-FOUND-IDX TO WS-ORG-IDX
               PERFORM BUILD-NODE-NAME
               MOVE WS-NODE-NAME TO EXC-SUPERVISOR-NAME
               MOVE WS-DRAW-IDX TO WS-ORG-IDX
           END-IF.
           MOVE EXCEPTION-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-SECTION-LINE.
           MOVE SECTION-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-NOTE-LINE.
           MOVE NOTE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
