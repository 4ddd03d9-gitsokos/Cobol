       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNTOV01.
      *----------------------------------------------
      * Department movement and turnover report.
      * Reads the monthly audit archives PHNROL01 cut
      * (phnaudYYYYMM.log) and then phnaud01.log, and
      * for the log records dated inside the period
      * counts, by department:
      *   JOINED   ADD records (department from the
      *            after image);
      *   LEFT     TERM and DELETE records (department
      *            from the before image);
      *   IN/OUT   CHANGE records whose before and
      *            after images carry different
      *            departments.
      * The transfers are also printed as a
      * from-department by to-department matrix.
      * Records written by the site merge (operator
      * MERGE-JOB) are counted in their own columns
      * and matrix, so the site feeds can be told
      * apart from our own movement.  DELETE records
      * from the purge job (PURGE-JOB) only remove
      * people who left earlier - their TERM was the
      * leaving - so they are counted but not as
      * leavers.  Facility entries (the 9xxxxx range)
      * are left out, as in the headcount.
      * Turnover is our own leavers over the average
      * of the starting and ending headcount taken
      * from the phnctl01.dat balancing totals: the
      * last control record before the period starts
      * (or the first one inside it) and the last one
      * on or before the period ends.
      *
      * Control record (phntov01.ctl), optional:
      *   cols  1-8   from date YYYYMMDD
      *   cols 10-17  to date   YYYYMMDD
      * No control record means the last full
      * calendar quarter.
      * RETURN-CODE 8 on a bad control record, 4 when
      * no headcount was on file to work the rate.
      *----------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPT-FILE
               ASSIGN TO "deptmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-KEY.

           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "phnaud01.log"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVE-LOG-FILE
               ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPTIONAL TOTALS-FILE
               ASSIGN TO "phnctl01.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "phntov01.ctl"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "phntov01.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEPT-RECORD.
           05  DEPT-KEY.
               10  DEPT-CODE        PIC X(10).
           05  DEPT-NAME            PIC X(30).
           05  DEPT-MANAGER         PIC X(25).
           05  DEPT-COST-CENTER     PIC X(6).
           05  DEPT-EXT-RANGE-LOW   PIC X(5).
           05  DEPT-EXT-RANGE-HIGH  PIC X(5).

       FD  AUDIT-FILE
           LABEL RECORDS OMITTED.
       01  AUDIT-RECORD             PIC X(260).

       FD  ARCHIVE-LOG-FILE
           LABEL RECORDS OMITTED.
       01  ARCHIVE-LOG-RECORD       PIC X(260).

       FD  TOTALS-FILE
           LABEL RECORDS OMITTED.
       01  TOTALS-RECORD.
           05  CTL-DATE             PIC 9(8).
           05  CTL-HEADCOUNT        PIC 9(6).
           05  CTL-ADDS             PIC 9(6).
           05  CTL-CHANGES          PIC 9(6).
           05  CTL-DELETES          PIC 9(6).
           05  CTL-TIME             PIC X(8).

       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
       01  CONTROL-RECORD.
           05  CTL-FROM-DATE        PIC X(8).
           05  FILLER               PIC X.
           05  CTL-TO-DATE          PIC X(8).
           05  FILLER               PIC X(63).

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG              PIC X       VALUE "N".
       01  WS-LOG-EOF               PIC X       VALUE "N".
       01  WS-PARSE-OK              PIC X       VALUE "N".
       01  WS-CONTROL-OK            PIC X       VALUE "Y".
       01  WS-ARCHIVE-STATUS        PIC XX      VALUE "00".
       01  WS-ARCHIVE-NAME          PIC X(16)   VALUE SPACES.

       01  WS-FROM-DATE.
           05  WS-FROM-YYYY         PIC 9999.
           05  WS-FROM-MM           PIC 99.
           05  WS-FROM-DD           PIC 99.
       01  WS-FROM-DATE-N REDEFINES WS-FROM-DATE
                                    PIC 9(8).
       01  WS-TO-DATE.
           05  WS-TO-YYYY           PIC 9999.
           05  WS-TO-MM             PIC 99.
           05  WS-TO-DD             PIC 99.
       01  WS-TO-DATE-N REDEFINES WS-TO-DATE
                                    PIC 9(8).

      * Archives are read from the month before the
      * period (a month-end cut can carry the first
      * days of the next month's log) up to this month.
       01  WS-SCAN-MONTH.
           05  WS-SCAN-YYYY         PIC 9999.
           05  WS-SCAN-MM           PIC 99.
       01  WS-SCAN-MONTH-N REDEFINES WS-SCAN-MONTH
                                    PIC 9(6).
       01  WS-LAST-MONTH-N          PIC 9(6)    VALUE ZERO.

       01  WS-ARCHIVE-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-RECORD-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-PERIOD-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-UNREADABLE-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-FACILITY-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-PURGE-COUNT           PIC 9(6)    VALUE ZERO.

      * Fields parsed out of one log record.
       01  WS-AUD-OPERATOR          PIC X(10).
       01  WS-AUD-DATE              PIC 9(8).
       01  WS-AUD-DATE-X REDEFINES WS-AUD-DATE
                                    PIC X(8).
       01  WS-AUD-ACTION            PIC X(6).
       01  WS-AUD-BEFORE            PIC X(41).
       01  WS-AUD-AFTER             PIC X(41).
       01  WS-AUD-EMPLOYEE-ID       PIC X(6).
       01  WS-AUD-YY                PIC 99.
       01  WS-AUD-YYYY              PIC 9999.
       01  WS-AUD-MM                PIC XX.
       01  WS-AUD-DD                PIC XX.

      * The before and after images are
      * "NO:number XT:extension DP:department".
       01  WS-IMAGE                 PIC X(41).
       01  WS-IMAGE-DEPARTMENT      PIC X(10).
       01  WS-FROM-DEPARTMENT       PIC X(10).
       01  WS-TO-DEPARTMENT         PIC X(10).

      * Source 1 is our own maintenance, source 2 the
      * site merge.
       01  WS-SOURCE                PIC 9.
       01  WS-SOURCE-IDX            PIC 9.

      * Department axis: the department master in key
      * order, then any other code the log carries.
       01  WS-AXIS-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-AXIS-OVERFLOW         PIC 9(6)    VALUE ZERO.
       01  WS-AXIS-TABLE.
           05  WS-AXIS-ENTRY        OCCURS 150 TIMES.
               10  AXS-DEPARTMENT   PIC X(10).
               10  AXS-SOURCE       OCCURS 2 TIMES.
                   15  AXS-JOINED   PIC 9(5).
                   15  AXS-LEFT     PIC 9(5).
                   15  AXS-IN       PIC 9(5).
                   15  AXS-OUT      PIC 9(5).
       01  WS-AXIS-IDX              PIC 9(3).
       01  WS-AXIS-FOUND            PIC 9(3).
       01  WS-AXIS-WANTED           PIC X(10).
       01  WS-FROM-IDX              PIC 9(3).
       01  WS-TO-IDX                PIC 9(3).

       01  WS-MATRIX.
           05  MTX-SOURCE           OCCURS 2 TIMES.
               10  MTX-FROM         OCCURS 150 TIMES.
                   15  MTX-COUNT    PIC 9(4)  OCCURS 150 TIMES.

      * Rows and columns actually printed in a matrix.
       01  WS-ROW-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-ROW-LIST.
           05  WS-ROW-AXIS          PIC 9(3)  OCCURS 150 TIMES.
       01  WS-COL-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-COL-LIST.
           05  WS-COL-AXIS          PIC 9(3)  OCCURS 150 TIMES.
       01  WS-ROW-IDX               PIC 9(3).
       01  WS-COL-IDX               PIC 9(3).
       01  WS-BAND-START            PIC 9(3).
       01  WS-BAND-END              PIC 9(3).
       01  WS-CELL-IDX              PIC 99.

       01  WS-TOTALS.
           05  TOT-SOURCE           OCCURS 2 TIMES.
               10  TOT-JOINED       PIC 9(6).
               10  TOT-LEFT         PIC 9(6).
               10  TOT-MOVED        PIC 9(6).

      * Headcount from the balancing totals.
       01  WS-START-FOUND           PIC X       VALUE "N".
       01  WS-END-FOUND             PIC X       VALUE "N".
       01  WS-START-DATE            PIC 9(8)    VALUE ZERO.
       01  WS-END-DATE              PIC 9(8)    VALUE ZERO.
       01  WS-START-HEADCOUNT       PIC 9(6)    VALUE ZERO.
       01  WS-END-HEADCOUNT         PIC 9(6)    VALUE ZERO.
       01  WS-AVERAGE-HEADCOUNT     PIC 9(6)V9  VALUE ZERO.
       01  WS-OWN-RATE              PIC 9(4)V99 VALUE ZERO.
       01  WS-ALL-RATE              PIC 9(4)V99 VALUE ZERO.
       01  WS-ALL-LEFT              PIC 9(6)    VALUE ZERO.

       01  WS-EDIT-DATE.
           05  WS-EDIT-YYYY         PIC 9999.
           05  WS-EDIT-MM           PIC 99.
           05  WS-EDIT-DD           PIC 99.
       01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE
                                    PIC 9(8).
       01  WS-PRINT-DATE            PIC X(10).

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(24)
               VALUE "DEPT MOVEMENT / TURNOVER".
           05  FILLER               PIC X(10) VALUE "  RUN DATE".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  HDR-RUN-MM           PIC 99.
           05  FILLER               PIC X    VALUE "/".
           05  HDR-RUN-DD           PIC 99.
           05  FILLER               PIC X    VALUE "/".
           05  HDR-RUN-YYYY         PIC 9999.

       01  PERIOD-LINE.
           05  FILLER               PIC X(8)  VALUE "PERIOD: ".
           05  PER-FROM             PIC X(10).
           05  FILLER               PIC X(6)  VALUE " THRU ".
           05  PER-TO               PIC X(10).

       01  SECTION-LINE.
           05  SEC-TEXT             PIC X(60).

       01  ACTIVITY-HEADER-LINE-1.
           05  FILLER               PIC X(12) VALUE SPACES.
           05  FILLER               PIC X(36)
               VALUE "---------- OWN MAINTENANCE ---------".
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(36)
               VALUE "------------ SITE FEEDS ------------".

       01  ACTIVITY-HEADER-LINE-2.
           05  FILLER               PIC X(12) VALUE "DEPARTMENT  ".
           05  FILLER               PIC X(36)
               VALUE " JOINED    LEFT  XFR IN XFR OUT  NET".
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(36)
               VALUE " JOINED    LEFT  XFR IN XFR OUT  NET".

       01  ACTIVITY-LINE.
           05  ACT-DEPARTMENT       PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  ACT-SOURCE           OCCURS 2 TIMES.
               10  ACT-JOINED       PIC ZZ,ZZ9.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  ACT-LEFT         PIC ZZ,ZZ9.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  ACT-IN           PIC ZZ,ZZ9.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  ACT-OUT          PIC ZZ,ZZ9.
               10  FILLER           PIC X     VALUE SPACE.
               10  ACT-NET          PIC ----9.
               10  FILLER           PIC X(4)  VALUE SPACES.

       01  WS-NET                   PIC S9(6).

       01  MATRIX-LINE.
           05  MTL-LABEL            PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  MTL-CELL             PIC X(11) OCCURS 10 TIMES.
       01  WS-EDIT-CELL             PIC Z(9)9.

       01  RATE-LINE.
           05  RTE-LABEL            PIC X(36).
           05  RTE-VALUE            PIC Z,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE " %".

       01  HEADCOUNT-LINE.
           05  HDC-LABEL            PIC X(28).
           05  HDC-VALUE            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(7)  VALUE "  AS OF".
           05  FILLER               PIC X     VALUE SPACE.
           05  HDC-DATE             PIC X(10).

       01  RESULT-LINE.
           05  RSL-TEXT             PIC X(60).

       01  COUNT-LINE.
           05  CNT-LABEL            PIC X(28).
           05  CNT-VALUE            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           IF WS-CONTROL-OK = "Y"
               PERFORM LOAD-DEPARTMENT-AXIS
               PERFORM READ-ONE-ARCHIVE
                   UNTIL WS-SCAN-MONTH-N > WS-LAST-MONTH-N
               PERFORM READ-LIVE-LOG
               PERFORM PRINT-DEPARTMENT-ACTIVITY
               MOVE 1 TO WS-SOURCE
               PERFORM PRINT-TRANSFER-MATRIX
               MOVE 2 TO WS-SOURCE
               PERFORM PRINT-TRANSFER-MATRIX
               PERFORM FIND-HEADCOUNTS
               PERFORM PRINT-TURNOVER
           END-IF.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           EVALUATE TRUE
               WHEN WS-CONTROL-OK = "N"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-START-FOUND = "N" OR WS-END-FOUND = "N"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      * Level 2 Routines

       OPENING-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-MATRIX.
           MOVE ZEROS TO WS-TOTALS.
           OPEN INPUT DEPT-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-CUR-MM TO HDR-RUN-MM.
           MOVE WS-CUR-DD TO HDR-RUN-DD.
           MOVE WS-CUR-YYYY TO HDR-RUN-YYYY.
           MOVE REPORT-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM SET-DEFAULT-PERIOD.
           PERFORM READ-CONTROL-RECORD.
           IF WS-CONTROL-OK = "Y"
               MOVE WS-FROM-DATE-N TO WS-EDIT-DATE-N
               PERFORM FORMAT-EDIT-DATE
               MOVE WS-PRINT-DATE TO PER-FROM
               MOVE WS-TO-DATE-N TO WS-EDIT-DATE-N
               PERFORM FORMAT-EDIT-DATE
               MOVE WS-PRINT-DATE TO PER-TO
               MOVE PERIOD-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-FROM-YYYY TO WS-SCAN-YYYY
               MOVE WS-FROM-MM TO WS-SCAN-MM
               PERFORM STEP-BACK-ONE-MONTH
               MOVE WS-CUR-YYYY TO WS-LAST-MONTH-N(1:4)
               MOVE WS-CUR-MM TO WS-LAST-MONTH-N(5:2)
           END-IF.

       CLOSING-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "ARCHIVES READ:              " TO CNT-LABEL.
           MOVE WS-ARCHIVE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "LOG RECORDS READ:           " TO CNT-LABEL.
           MOVE WS-RECORD-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  INSIDE THE PERIOD:        " TO CNT-LABEL.
           MOVE WS-PERIOD-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  FACILITY ENTRIES SKIPPED: " TO CNT-LABEL.
           MOVE WS-FACILITY-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  PURGE DELETES NOT LEFT:   " TO CNT-LABEL.
           MOVE WS-PURGE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  UNRECOGNIZED RECORDS:     " TO CNT-LABEL.
           MOVE WS-UNREADABLE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF WS-AXIS-OVERFLOW > 0
               MOVE "EVENTS LOST - DEPT TABLE:   " TO CNT-LABEL
               MOVE WS-AXIS-OVERFLOW TO CNT-VALUE
               PERFORM WRITE-COUNT-LINE
           END-IF.
           CLOSE DEPT-FILE.
           CLOSE REPORT-FILE.

      * The last full calendar quarter.
       SET-DEFAULT-PERIOD.
           MOVE WS-CUR-YYYY TO WS-FROM-YYYY.
           EVALUATE TRUE
               WHEN WS-CUR-MM < 4
                   SUBTRACT 1 FROM WS-FROM-YYYY
                   MOVE 10 TO WS-FROM-MM
               WHEN WS-CUR-MM < 7
                   MOVE 1 TO WS-FROM-MM
               WHEN WS-CUR-MM < 10
                   MOVE 4 TO WS-FROM-MM
               WHEN OTHER
                   MOVE 7 TO WS-FROM-MM
           END-EVALUATE.
           MOVE 1 TO WS-FROM-DD.
           MOVE WS-FROM-YYYY TO WS-TO-YYYY.
           ADD 2 TO WS-FROM-MM GIVING WS-TO-MM.
           IF WS-TO-MM = 6 OR WS-TO-MM = 9
               MOVE 30 TO WS-TO-DD
           ELSE
               MOVE 31 TO WS-TO-DD
           END-IF.

       READ-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END
               CONTINUE
               NOT AT END
               PERFORM APPLY-CONTROL-RECORD
           END-READ.
           CLOSE CONTROL-FILE.

       APPLY-CONTROL-RECORD.
           IF CTL-FROM-DATE IS NUMERIC
                   AND CTL-TO-DATE IS NUMERIC
                   AND CTL-FROM-DATE NOT > CTL-TO-DATE
               MOVE CTL-FROM-DATE TO WS-FROM-DATE-N
               MOVE CTL-TO-DATE TO WS-TO-DATE-N
           ELSE
               MOVE "N" TO WS-CONTROL-OK
               MOVE "*** BAD CONTROL RECORD - DATES MUST BE YYYYMMDD"
                   TO RSL-TEXT
               PERFORM WRITE-RESULT-LINE
               MOVE "    AND FROM NOT AFTER TO - NOTHING REPORTED"
                   TO RSL-TEXT
               PERFORM WRITE-RESULT-LINE
               DISPLAY "PHNTOV01: bad control record in"
                   " phntov01.ctl."
           END-IF.

       STEP-BACK-ONE-MONTH.
           IF WS-SCAN-MM = 1
               MOVE 12 TO WS-SCAN-MM
               SUBTRACT 1 FROM WS-SCAN-YYYY
           ELSE
               SUBTRACT 1 FROM WS-SCAN-MM
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
      * Department axis.
      *----------------------------------------------
       LOAD-DEPARTMENT-AXIS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO DEPT-CODE.
           START DEPT-FILE KEY IS NOT LESS THAN DEPT-KEY
               INVALID KEY
               MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM LOAD-NEXT-DEPARTMENT
               UNTIL WS-EOF-FLAG = "Y".

       LOAD-NEXT-DEPARTMENT.
           READ DEPT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
               MOVE DEPT-CODE TO WS-AXIS-WANTED
               PERFORM ADD-AXIS-ENTRY
           END-READ.

       FIND-AXIS-ENTRY.
           MOVE ZERO TO WS-AXIS-FOUND.
           PERFORM CHECK-ONE-AXIS-ENTRY
               VARYING WS-AXIS-IDX FROM 1 BY 1
               UNTIL WS-AXIS-IDX > WS-AXIS-COUNT
               OR WS-AXIS-FOUND > 0.
           IF WS-AXIS-FOUND = ZERO
               PERFORM ADD-AXIS-ENTRY
           END-IF.

       CHECK-ONE-AXIS-ENTRY.
           IF AXS-DEPARTMENT(WS-AXIS-IDX) = WS-AXIS-WANTED
               MOVE WS-AXIS-IDX TO WS-AXIS-FOUND
           END-IF.

       ADD-AXIS-ENTRY.
           IF WS-AXIS-COUNT < 150
               ADD 1 TO WS-AXIS-COUNT
               MOVE WS-AXIS-COUNT TO WS-AXIS-FOUND
               MOVE WS-AXIS-WANTED TO AXS-DEPARTMENT(WS-AXIS-FOUND)
               MOVE ZEROS TO AXS-SOURCE(WS-AXIS-FOUND, 1)
               MOVE ZEROS TO AXS-SOURCE(WS-AXIS-FOUND, 2)
           ELSE
               MOVE ZERO TO WS-AXIS-FOUND
           END-IF.

      *----------------------------------------------
      * Log passes - the archives oldest first, then
      * the live log.
      *----------------------------------------------
       READ-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "phnaud" DELIMITED BY SIZE
               WS-SCAN-YYYY DELIMITED BY SIZE
               WS-SCAN-MM DELIMITED BY SIZE
               ".log" DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           END-STRING.
           OPEN INPUT ARCHIVE-LOG-FILE.
           IF WS-ARCHIVE-STATUS = "00"
               ADD 1 TO WS-ARCHIVE-COUNT
               MOVE "N" TO WS-LOG-EOF
               PERFORM READ-NEXT-ARCHIVE-RECORD
                   UNTIL WS-LOG-EOF = "Y"
           END-IF.
           CLOSE ARCHIVE-LOG-FILE.
           ADD 1 TO WS-SCAN-MM.
           IF WS-SCAN-MM > 12
               MOVE 1 TO WS-SCAN-MM
               ADD 1 TO WS-SCAN-YYYY
           END-IF.

       READ-NEXT-ARCHIVE-RECORD.
           READ ARCHIVE-LOG-FILE
               AT END
               MOVE "Y" TO WS-LOG-EOF
               NOT AT END
               MOVE ARCHIVE-LOG-RECORD TO AUDIT-RECORD
               PERFORM TALLY-ONE-RECORD
           END-READ.

       READ-LIVE-LOG.
           MOVE "N" TO WS-LOG-EOF.
           OPEN INPUT AUDIT-FILE.
           PERFORM READ-NEXT-AUDIT-RECORD
               UNTIL WS-LOG-EOF = "Y".
           CLOSE AUDIT-FILE.

       READ-NEXT-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
               MOVE "Y" TO WS-LOG-EOF
               NOT AT END
               PERFORM TALLY-ONE-RECORD
           END-READ.

       TALLY-ONE-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM PARSE-AUDIT-RECORD.
           EVALUATE TRUE
               WHEN WS-PARSE-OK = "N"
                   ADD 1 TO WS-UNREADABLE-COUNT
               WHEN WS-AUD-DATE < WS-FROM-DATE-N
                       OR WS-AUD-DATE > WS-TO-DATE-N
                   CONTINUE
               WHEN WS-AUD-EMPLOYEE-ID IS NUMERIC
                       AND WS-AUD-EMPLOYEE-ID >= "900000"
                       AND WS-AUD-EMPLOYEE-ID <= "999998"
                   ADD 1 TO WS-PERIOD-COUNT
                   ADD 1 TO WS-FACILITY-COUNT
               WHEN OTHER
                   ADD 1 TO WS-PERIOD-COUNT
                   PERFORM TALLY-MOVEMENT
           END-EVALUATE.

       TALLY-MOVEMENT.
           IF WS-AUD-OPERATOR = "MERGE-JOB"
               MOVE 2 TO WS-SOURCE
           ELSE
               MOVE 1 TO WS-SOURCE
           END-IF.
           EVALUATE WS-AUD-ACTION
               WHEN "ADD   "
                   MOVE WS-AUD-AFTER TO WS-IMAGE
                   PERFORM GET-IMAGE-DEPARTMENT
                   MOVE WS-IMAGE-DEPARTMENT TO WS-AXIS-WANTED
                   PERFORM FIND-AXIS-ENTRY
                   IF WS-AXIS-FOUND > 0
                       ADD 1 TO AXS-JOINED(WS-AXIS-FOUND, WS-SOURCE)
                       ADD 1 TO TOT-JOINED(WS-SOURCE)
                   ELSE
                       ADD 1 TO WS-AXIS-OVERFLOW
                   END-IF
               WHEN "TERM  "
               WHEN "DELETE"
                   IF WS-AUD-OPERATOR = "PURGE-JOB"
                       ADD 1 TO WS-PURGE-COUNT
                   ELSE
                       PERFORM TALLY-LEAVER
                   END-IF
               WHEN "CHANGE"
                   PERFORM TALLY-CHANGE
           END-EVALUATE.

       TALLY-LEAVER.
           MOVE WS-AUD-BEFORE TO WS-IMAGE.
           PERFORM GET-IMAGE-DEPARTMENT.
           MOVE WS-IMAGE-DEPARTMENT TO WS-AXIS-WANTED.
           PERFORM FIND-AXIS-ENTRY.
           IF WS-AXIS-FOUND > 0
               ADD 1 TO AXS-LEFT(WS-AXIS-FOUND, WS-SOURCE)
               ADD 1 TO TOT-LEFT(WS-SOURCE)
           ELSE
               ADD 1 TO WS-AXIS-OVERFLOW
           END-IF.

      * A CHANGE is a transfer only when both images
      * carry a department and the two differ.
       TALLY-CHANGE.
           MOVE WS-AUD-BEFORE TO WS-IMAGE.
           PERFORM GET-IMAGE-DEPARTMENT.
           MOVE WS-IMAGE-DEPARTMENT TO WS-FROM-DEPARTMENT.
           MOVE WS-AUD-AFTER TO WS-IMAGE.
           PERFORM GET-IMAGE-DEPARTMENT.
           MOVE WS-IMAGE-DEPARTMENT TO WS-TO-DEPARTMENT.
           IF WS-FROM-DEPARTMENT NOT = WS-TO-DEPARTMENT
                   AND WS-FROM-DEPARTMENT NOT = "*UNKNOWN*"
                   AND WS-TO-DEPARTMENT NOT = "*UNKNOWN*"
               MOVE WS-FROM-DEPARTMENT TO WS-AXIS-WANTED
               PERFORM FIND-AXIS-ENTRY
               MOVE WS-AXIS-FOUND TO WS-FROM-IDX
               MOVE WS-TO-DEPARTMENT TO WS-AXIS-WANTED
               PERFORM FIND-AXIS-ENTRY
               MOVE WS-AXIS-FOUND TO WS-TO-IDX
               IF WS-FROM-IDX > 0 AND WS-TO-IDX > 0
                   ADD 1 TO AXS-OUT(WS-FROM-IDX, WS-SOURCE)
                   ADD 1 TO AXS-IN(WS-TO-IDX, WS-SOURCE)
                   ADD 1 TO MTX-COUNT(WS-SOURCE, WS-FROM-IDX,
                       WS-TO-IDX)
                   ADD 1 TO TOT-MOVED(WS-SOURCE)
               ELSE
                   ADD 1 TO WS-AXIS-OVERFLOW
               END-IF
           END-IF.

       GET-IMAGE-DEPARTMENT.
           IF WS-IMAGE(1:3) = "NO:" AND WS-IMAGE(28:4) = " DP:"
               MOVE WS-IMAGE(32:10) TO WS-IMAGE-DEPARTMENT
               IF WS-IMAGE-DEPARTMENT = SPACES
                   MOVE "*NO DEPT*" TO WS-IMAGE-DEPARTMENT
               END-IF
           ELSE
               MOVE "*UNKNOWN*" TO WS-IMAGE-DEPARTMENT
           END-IF.

      * The log carries two date formats.  The original
      * entries have an 8-character MM/DD/YY date, so the
      * " TME:" tag sits at column 28; entries written
      * with the 10-character MM/DD/YYYY date have it at
      * 30.  Records written before the tag repair carry
      * the same layouts with the literal tags blanked.
       PARSE-AUDIT-RECORD.
           MOVE "Y" TO WS-PARSE-OK.
           MOVE SPACES TO WS-AUD-EMPLOYEE-ID.
           MOVE AUDIT-RECORD(5:10) TO WS-AUD-OPERATOR.
           MOVE AUDIT-RECORD(20:2) TO WS-AUD-MM.
           MOVE AUDIT-RECORD(23:2) TO WS-AUD-DD.
           EVALUATE TRUE
               WHEN AUDIT-RECORD(1:4) = "OPR:"
                       AND AUDIT-RECORD(28:5) = " TME:"
                   PERFORM PARSE-OLD-FORMAT-FIELDS
               WHEN AUDIT-RECORD(1:4) = "OPR:"
                       AND AUDIT-RECORD(30:5) = " TME:"
                   PERFORM PARSE-NEW-FORMAT-FIELDS
               WHEN AUDIT-RECORD(1:4) = SPACES
                       AND AUDIT-RECORD(22:1) = "/"
                       AND AUDIT-RECORD(25:1) = "/"
                       AND AUDIT-RECORD(35:1) = ":"
                   PERFORM PARSE-OLD-FORMAT-FIELDS
               WHEN AUDIT-RECORD(1:4) = SPACES
                       AND AUDIT-RECORD(22:1) = "/"
                       AND AUDIT-RECORD(25:1) = "/"
                       AND AUDIT-RECORD(37:1) = ":"
                   PERFORM PARSE-NEW-FORMAT-FIELDS
               WHEN OTHER
                   MOVE "N" TO WS-PARSE-OK
           END-EVALUATE.
           IF WS-PARSE-OK = "Y" AND WS-AUD-DATE-X IS NOT NUMERIC
               MOVE "N" TO WS-PARSE-OK
           END-IF.

       PARSE-OLD-FORMAT-FIELDS.
           MOVE AUDIT-RECORD(26:2) TO WS-AUD-YY.
           IF WS-AUD-YY > 50
               COMPUTE WS-AUD-YYYY = 1900 + WS-AUD-YY
           ELSE
               COMPUTE WS-AUD-YYYY = 2000 + WS-AUD-YY
           END-IF.
           PERFORM BUILD-AUDIT-DATE.
           MOVE AUDIT-RECORD(47:6) TO WS-AUD-ACTION.
           MOVE AUDIT-RECORD(111:41) TO WS-AUD-BEFORE.
           MOVE AUDIT-RECORD(159:41) TO WS-AUD-AFTER.

       PARSE-NEW-FORMAT-FIELDS.
           MOVE AUDIT-RECORD(26:4) TO WS-AUD-YYYY.
           PERFORM BUILD-AUDIT-DATE.
           MOVE AUDIT-RECORD(49:6) TO WS-AUD-ACTION.
           MOVE AUDIT-RECORD(113:41) TO WS-AUD-BEFORE.
           MOVE AUDIT-RECORD(161:41) TO WS-AUD-AFTER.
           IF AUDIT-RECORD(202:5) = " EMP:"
                   OR AUDIT-RECORD(207:6) IS NUMERIC
               MOVE AUDIT-RECORD(207:6) TO WS-AUD-EMPLOYEE-ID
           END-IF.

       BUILD-AUDIT-DATE.
           STRING WS-AUD-YYYY DELIMITED BY SIZE
               WS-AUD-MM DELIMITED BY SIZE
               WS-AUD-DD DELIMITED BY SIZE
               INTO WS-AUD-DATE-X
           END-STRING.

      *----------------------------------------------
      * Joiners, leavers and transfers by department.
      *----------------------------------------------
       PRINT-DEPARTMENT-ACTIVITY.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ACTIVITY-HEADER-LINE-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ACTIVITY-HEADER-LINE-2 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM PRINT-ONE-ACTIVITY-LINE
               VARYING WS-AXIS-IDX FROM 1 BY 1
               UNTIL WS-AXIS-IDX > WS-AXIS-COUNT.
           MOVE "TOTAL" TO ACT-DEPARTMENT.
           MOVE 1 TO WS-SOURCE-IDX.
           PERFORM EDIT-TOTAL-SOURCE.
           MOVE 2 TO WS-SOURCE-IDX.
           PERFORM EDIT-TOTAL-SOURCE.
           MOVE ACTIVITY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      * Departments with no movement at all are left
      * off.
       PRINT-ONE-ACTIVITY-LINE.
           IF AXS-SOURCE(WS-AXIS-IDX, 1) NOT = ZEROS
                   OR AXS-SOURCE(WS-AXIS-IDX, 2) NOT = ZEROS
               MOVE AXS-DEPARTMENT(WS-AXIS-IDX) TO ACT-DEPARTMENT
               MOVE 1 TO WS-SOURCE-IDX
               PERFORM EDIT-ACTIVITY-SOURCE
               MOVE 2 TO WS-SOURCE-IDX
               PERFORM EDIT-ACTIVITY-SOURCE
               MOVE ACTIVITY-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       EDIT-ACTIVITY-SOURCE.
           MOVE AXS-JOINED(WS-AXIS-IDX, WS-SOURCE-IDX)
               TO ACT-JOINED(WS-SOURCE-IDX).
           MOVE AXS-LEFT(WS-AXIS-IDX, WS-SOURCE-IDX)
               TO ACT-LEFT(WS-SOURCE-IDX).
           MOVE AXS-IN(WS-AXIS-IDX, WS-SOURCE-IDX)
               TO ACT-IN(WS-SOURCE-IDX).
           MOVE AXS-OUT(WS-AXIS-IDX, WS-SOURCE-IDX)
               TO ACT-OUT(WS-SOURCE-IDX).
           COMPUTE WS-NET =
               AXS-JOINED(WS-AXIS-IDX, WS-SOURCE-IDX)
               + AXS-IN(WS-AXIS-IDX, WS-SOURCE-IDX)
               - AXS-LEFT(WS-AXIS-IDX, WS-SOURCE-IDX)
               - AXS-OUT(WS-AXIS-IDX, WS-SOURCE-IDX).
           MOVE WS-NET TO ACT-NET(WS-SOURCE-IDX).

       EDIT-TOTAL-SOURCE.
           MOVE TOT-JOINED(WS-SOURCE-IDX)
               TO ACT-JOINED(WS-SOURCE-IDX).
           MOVE TOT-LEFT(WS-SOURCE-IDX) TO ACT-LEFT(WS-SOURCE-IDX).
           MOVE TOT-MOVED(WS-SOURCE-IDX) TO ACT-IN(WS-SOURCE-IDX).
           MOVE TOT-MOVED(WS-SOURCE-IDX) TO ACT-OUT(WS-SOURCE-IDX).
           COMPUTE WS-NET = TOT-JOINED(WS-SOURCE-IDX)
               - TOT-LEFT(WS-SOURCE-IDX).
           MOVE WS-NET TO ACT-NET(WS-SOURCE-IDX).

      *----------------------------------------------
      * Transfer matrix for one source: a row for each
      * department people left, a column for each
      * department they went to, ten columns to a band.
      *----------------------------------------------
       PRINT-TRANSFER-MATRIX.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE ZERO TO WS-COL-COUNT.
           PERFORM LIST-MATRIX-AXIS
               VARYING WS-AXIS-IDX FROM 1 BY 1
               UNTIL WS-AXIS-IDX > WS-AXIS-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-SOURCE = 1
               MOVE "TRANSFERS - OWN MAINTENANCE (ROW FROM, COLUMN TO)"
                   TO SEC-TEXT
           ELSE
               MOVE "TRANSFERS - SITE FEEDS (ROW FROM, COLUMN TO)"
                   TO SEC-TEXT
           END-IF.
           MOVE SECTION-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-ROW-COUNT = ZERO
               MOVE "  NO TRANSFERS IN THE PERIOD" TO RSL-TEXT
               PERFORM WRITE-RESULT-LINE
           ELSE
               PERFORM PRINT-MATRIX-BAND
                   VARYING WS-BAND-START FROM 1 BY 10
                   UNTIL WS-BAND-START > WS-COL-COUNT
           END-IF.

       LIST-MATRIX-AXIS.
           IF AXS-OUT(WS-AXIS-IDX, WS-SOURCE) > 0
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-AXIS-IDX TO WS-ROW-AXIS(WS-ROW-COUNT)
           END-IF.
           IF AXS-IN(WS-AXIS-IDX, WS-SOURCE) > 0
               ADD 1 TO WS-COL-COUNT
               MOVE WS-AXIS-IDX TO WS-COL-AXIS(WS-COL-COUNT)
           END-IF.

       PRINT-MATRIX-BAND.
           COMPUTE WS-BAND-END = WS-BAND-START + 9.
           IF WS-BAND-END > WS-COL-COUNT
               MOVE WS-COL-COUNT TO WS-BAND-END
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO MATRIX-LINE.
           MOVE "FROM \ TO" TO MTL-LABEL.
           PERFORM EDIT-COLUMN-HEADING
               VARYING WS-COL-IDX FROM WS-BAND-START BY 1
               UNTIL WS-COL-IDX > WS-BAND-END.
           MOVE MATRIX-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM PRINT-MATRIX-ROW
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT.

       EDIT-COLUMN-HEADING.
           COMPUTE WS-CELL-IDX = WS-COL-IDX - WS-BAND-START + 1.
           MOVE WS-COL-AXIS(WS-COL-IDX) TO WS-TO-IDX.
           MOVE SPACES TO MTL-CELL(WS-CELL-IDX).
           MOVE AXS-DEPARTMENT(WS-TO-IDX)
               TO MTL-CELL(WS-CELL-IDX)(2:10).

       PRINT-MATRIX-ROW.
           MOVE SPACES TO MATRIX-LINE.
           MOVE WS-ROW-AXIS(WS-ROW-IDX) TO WS-FROM-IDX.
           MOVE AXS-DEPARTMENT(WS-FROM-IDX) TO MTL-LABEL.
           PERFORM EDIT-MATRIX-CELL
               VARYING WS-COL-IDX FROM WS-BAND-START BY 1
               UNTIL WS-COL-IDX > WS-BAND-END.
           MOVE MATRIX-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       EDIT-MATRIX-CELL.
           COMPUTE WS-CELL-IDX = WS-COL-IDX - WS-BAND-START + 1.
           MOVE WS-COL-AXIS(WS-COL-IDX) TO WS-TO-IDX.
           MOVE SPACES TO MTL-CELL(WS-CELL-IDX).
           IF MTX-COUNT(WS-SOURCE, WS-FROM-IDX, WS-TO-IDX) > 0
               MOVE MTX-COUNT(WS-SOURCE, WS-FROM-IDX, WS-TO-IDX)
                   TO WS-EDIT-CELL
               MOVE WS-EDIT-CELL TO MTL-CELL(WS-CELL-IDX)(2:10)
           ELSE
               MOVE "."  TO MTL-CELL(WS-CELL-IDX)(11:1)
           END-IF.

      *----------------------------------------------
      * Turnover against the balancing headcount.
      *----------------------------------------------
       FIND-HEADCOUNTS.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT TOTALS-FILE.
           PERFORM CHECK-NEXT-TOTALS-RECORD
               UNTIL WS-EOF-FLAG = "Y".
           CLOSE TOTALS-FILE.

      * The starting figure is the last record before
      * the period, or failing that the first one in
      * it; the ending figure is the last one on or
      * before the period end.
       CHECK-NEXT-TOTALS-RECORD.
           READ TOTALS-FILE
               AT END
               MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
               IF CTL-DATE < WS-FROM-DATE-N
                   MOVE "Y" TO WS-START-FOUND
                   MOVE CTL-DATE TO WS-START-DATE
                   MOVE CTL-HEADCOUNT TO WS-START-HEADCOUNT
               END-IF
               IF CTL-DATE NOT < WS-FROM-DATE-N
                       AND CTL-DATE NOT > WS-TO-DATE-N
                       AND WS-START-FOUND = "N"
                   MOVE "Y" TO WS-START-FOUND
                   MOVE CTL-DATE TO WS-START-DATE
                   MOVE CTL-HEADCOUNT TO WS-START-HEADCOUNT
               END-IF
               IF CTL-DATE NOT > WS-TO-DATE-N
                   MOVE "Y" TO WS-END-FOUND
                   MOVE CTL-DATE TO WS-END-DATE
                   MOVE CTL-HEADCOUNT TO WS-END-HEADCOUNT
               END-IF
           END-READ.

       PRINT-TURNOVER.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "TURNOVER" TO SEC-TEXT.
           MOVE SECTION-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-START-FOUND = "N" OR WS-END-FOUND = "N"
               MOVE "*** NO BALANCING HEADCOUNT FOR THE PERIOD -"
                   TO RSL-TEXT
               PERFORM WRITE-RESULT-LINE
               MOVE "    TURNOVER NOT CALCULATED" TO RSL-TEXT
               PERFORM WRITE-RESULT-LINE
           ELSE
               MOVE "STARTING HEADCOUNT:         " TO HDC-LABEL
               MOVE WS-START-HEADCOUNT TO HDC-VALUE
               MOVE WS-START-DATE TO WS-EDIT-DATE-N
               PERFORM FORMAT-EDIT-DATE
               MOVE WS-PRINT-DATE TO HDC-DATE
               MOVE HEADCOUNT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "ENDING HEADCOUNT:           " TO HDC-LABEL
               MOVE WS-END-HEADCOUNT TO HDC-VALUE
               MOVE WS-END-DATE TO WS-EDIT-DATE-N
               PERFORM FORMAT-EDIT-DATE
               MOVE WS-PRINT-DATE TO HDC-DATE
               MOVE HEADCOUNT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM PRINT-TURNOVER-RATES
           END-IF.

       PRINT-TURNOVER-RATES.
           COMPUTE WS-AVERAGE-HEADCOUNT ROUNDED =
               (WS-START-HEADCOUNT + WS-END-HEADCOUNT) / 2.
           ADD TOT-LEFT(1) TOT-LEFT(2) GIVING WS-ALL-LEFT.
           IF WS-AVERAGE-HEADCOUNT > ZERO
               COMPUTE WS-OWN-RATE ROUNDED =
                   TOT-LEFT(1) * 100 / WS-AVERAGE-HEADCOUNT
               COMPUTE WS-ALL-RATE ROUNDED =
                   WS-ALL-LEFT * 100 / WS-AVERAGE-HEADCOUNT
           END-IF.
           MOVE "LEAVERS - OWN MAINTENANCE:  " TO CNT-LABEL.
           MOVE TOT-LEFT(1) TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "LEAVERS - SITE FEEDS:       " TO CNT-LABEL.
           MOVE TOT-LEFT(2) TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "TURNOVER RATE - OWN:" TO RTE-LABEL.
           MOVE WS-OWN-RATE TO RTE-VALUE.
           MOVE RATE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "TURNOVER RATE - WITH SITE FEEDS:" TO RTE-LABEL.
           MOVE WS-ALL-RATE TO RTE-VALUE.
           MOVE RATE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-RESULT-LINE.
           MOVE RESULT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
