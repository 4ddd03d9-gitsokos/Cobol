       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNVER03.
      *----------------------------------------------
      * Annual directory verification - follow-up.
      * Lists, department by department, the entries
      * whose verification sheet has not come back
      * and whose return date has passed, with the
      * manager to chase and how many days overdue.
      * Each department that had sheets out gets a
      * summary line: entries sent, returned, still
      * out and overdue.  Entries terminated since the
      * sheet went out are not chased.
      * Columns 1-8 of phnver03.ctl may hold the date
      * to measure against (YYYYMMDD); the default is
      * today.
      * RETURN-CODE 4 when anything is overdue, 8 when
      * phnver.dat or the master could not be read.
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

           SELECT DEPT-FILE
               ASSIGN TO "deptmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-KEY
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT VERIFY-FILE
               ASSIGN TO "phnver.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VER-KEY
               FILE STATUS IS WS-VER-FILE-STATUS.

           SELECT VER-SORT-WORK-FILE
               ASSIGN TO "phnver03.tmp".

           SELECT OPTIONAL SORTED-VERIFY-FILE
               ASSIGN TO "phnver03.srt"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "phnver03.ctl"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "phnver03.rpt"
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

       FD  VERIFY-FILE
           LABEL RECORDS ARE STANDARD.
       01  VERIFY-RECORD.
           05  VER-KEY.
               10  VER-EMPLOYEE-ID  PIC 9(6).
           05  VER-DEPARTMENT       PIC X(10).
           05  VER-SHEET-DATE       PIC 9(8).
           05  VER-RETURN-BY-DATE   PIC 9(8).
           05  VER-CYCLE-STATUS     PIC X.
           05  VER-RETURNED-DATE    PIC 9(8).
           05  VER-LAST-VERIFIED    PIC 9(8).

       SD  VER-SORT-WORK-FILE.
       01  VER-SORT-WORK-RECORD.
           05  VSW-EMPLOYEE-ID      PIC 9(6).
           05  VSW-DEPARTMENT       PIC X(10).
           05  FILLER               PIC X(41).

       FD  SORTED-VERIFY-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-VERIFY-RECORD.
           05  SVR-EMPLOYEE-ID      PIC 9(6).
           05  SVR-DEPARTMENT       PIC X(10).
           05  SVR-SHEET-DATE       PIC 9(8).
           05  SVR-RETURN-BY-DATE   PIC 9(8).
           05  SVR-CYCLE-STATUS     PIC X.
           05  SVR-RETURNED-DATE    PIC 9(8).
           05  SVR-LAST-VERIFIED    PIC 9(8).

       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
       01  CONTROL-RECORD.
           05  CTL-AS-OF-DATE       PIC X(8).
           05  FILLER               PIC X(72).

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS           PIC XX.
       01  WS-DEPT-FILE-STATUS      PIC XX.
       01  WS-VER-FILE-STATUS       PIC XX.
       01  WS-SORTED-EOF            PIC X       VALUE "N".

       01  WS-AS-OF-DATE            PIC 9(8)    VALUE ZERO.
       01  WS-DAYS-OVERDUE          PIC 9(5)    VALUE ZERO.

       01  WS-CURRENT-DEPARTMENT    PIC X(10).
       01  WS-FIRST-DEPARTMENT      PIC X       VALUE "Y".
       01  WS-DEPT-SENT-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-DEPT-RETURNED-COUNT   PIC 9(6)    VALUE ZERO.
       01  WS-DEPT-OUT-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-DEPT-OVERDUE-COUNT    PIC 9(6)    VALUE ZERO.

       01  WS-READ-COUNT            PIC 9(6)    VALUE ZERO.
       01  WS-SENT-COUNT            PIC 9(6)    VALUE ZERO.
       01  WS-RETURNED-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-OUT-COUNT             PIC 9(6)    VALUE ZERO.
       01  WS-OVERDUE-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-OVERDUE-DEPT-COUNT    PIC 9(6)    VALUE ZERO.
       01  WS-GONE-COUNT            PIC 9(6)    VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(6)    VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                    PIC 9(8).

       01  WS-DATE-IN.
           05  WS-DATE-IN-YYYY      PIC 9999.
           05  WS-DATE-IN-MM        PIC 99.
           05  WS-DATE-IN-DD        PIC 99.
       01  WS-DATE-IN-N REDEFINES WS-DATE-IN
                                    PIC 9(8).
       01  WS-DATE-OUT.
           05  WS-DATE-OUT-MM       PIC 99.
           05  FILLER               PIC X       VALUE "/".
           05  WS-DATE-OUT-DD       PIC 99.
           05  FILLER               PIC X       VALUE "/".
           05  WS-DATE-OUT-YYYY     PIC 9999.

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(30)
               VALUE "VERIFICATION FOLLOW-UP        ".
           05  FILLER               PIC X(10) VALUE "  RUN DATE".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  HDR-RUN-MM           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-DD           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-YYYY         PIC 9999.
           05  FILLER               PIC X(10) VALUE "  AS OF: ".
           05  HDR-AS-OF            PIC X(10).

       01  DEPT-HEADING-LINE.
           05  FILLER               PIC X(12) VALUE "DEPARTMENT: ".
           05  DHD-DEPT-CODE        PIC X(10).
           05  FILLER               PIC X     VALUE SPACE.
           05  DHD-DEPT-NAME        PIC X(30).
           05  FILLER               PIC X(10) VALUE " MANAGER: ".
           05  DHD-MANAGER          PIC X(25).

       01  DETAIL-LINE.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  DET-EMPLOYEE-ID      PIC 9(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  DET-LAST-NAME        PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  DET-FIRST-NAME       PIC X(20).
           05  FILLER               PIC X(2)  VALUE " x".
           05  DET-EXTENSION        PIC X(5).
           05  FILLER               PIC X(7)  VALUE " SENT: ".
           05  DET-SHEET-DATE       PIC X(10).
           05  FILLER               PIC X(6)  VALUE " DUE: ".
           05  DET-RETURN-BY        PIC X(10).
           05  FILLER               PIC X(10) VALUE " OVERDUE: ".
           05  DET-DAYS-OVERDUE     PIC ZZZZ9.
           05  FILLER               PIC X(5)  VALUE " DAYS".

       01  DEPT-SUMMARY-LINE.
           05  FILLER               PIC X(9)  VALUE "   SENT: ".
           05  DSM-SENT             PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE "  RETURNED:".
           05  DSM-RETURNED         PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE "  STILL OUT:".
           05  DSM-OUT              PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE "  OVERDUE:".
           05  DSM-OVERDUE          PIC ZZZZ9.

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
               PERFORM FOLLOW-UP-NEXT-ENTRY
                   UNTIL WS-SORTED-EOF = "Y"
               IF WS-FIRST-DEPARTMENT = "N"
                   PERFORM FINISH-DEPARTMENT
               END-IF
           END-IF.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OVERDUE-COUNT > 0
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
           MOVE WS-AS-OF-DATE TO WS-DATE-IN-N.
           PERFORM FORMAT-DATE-FOR-PRINT.
           MOVE WS-DATE-OUT TO HDR-AS-OF.
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
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-FILE-STATUS NOT = "00"
               MOVE "DEPARTMENT MASTER COULD NOT BE OPENED"
                   TO NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           OPEN INPUT VERIFY-FILE.
           IF WS-VER-FILE-STATUS NOT = "00"
               MOVE "NO VERIFICATION SHEETS ON FILE - RUN PHNVER01"
                   TO NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               CLOSE VERIFY-FILE
           END-IF.
           IF WS-ERROR-COUNT = ZERO
               SORT VER-SORT-WORK-FILE
                   ON ASCENDING KEY VSW-DEPARTMENT VSW-EMPLOYEE-ID
                   USING VERIFY-FILE
                   GIVING SORTED-VERIFY-FILE
               OPEN INPUT SORTED-VERIFY-FILE
           END-IF.

       READ-CONTROL-RECORD.
           MOVE SPACES TO CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END
               MOVE SPACES TO CONTROL-RECORD
           END-READ.
           CLOSE CONTROL-FILE.
           IF CTL-AS-OF-DATE IS NUMERIC
                   AND CTL-AS-OF-DATE > "19000000"
               MOVE CTL-AS-OF-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE WS-CURRENT-DATE-N TO WS-AS-OF-DATE
           END-IF.

       CLOSING-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "VERIFICATION ROWS READ:     " TO CNT-LABEL.
           MOVE WS-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ENTRIES SENT A SHEET:       " TO CNT-LABEL.
           MOVE WS-SENT-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "RETURNED:                   " TO CNT-LABEL.
           MOVE WS-RETURNED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "STILL OUT:                  " TO CNT-LABEL.
           MOVE WS-OUT-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "OVERDUE:                    " TO CNT-LABEL.
           MOVE WS-OVERDUE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "DEPARTMENTS WITH OVERDUE:   " TO CNT-LABEL.
           MOVE WS-OVERDUE-DEPT-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "TERMINATED SINCE SENT:      " TO CNT-LABEL.
           MOVE WS-GONE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF WS-ERROR-COUNT = ZERO
               CLOSE SORTED-VERIFY-FILE
           END-IF.
           CLOSE PHONE-FILE.
           CLOSE DEPT-FILE.
           CLOSE REPORT-FILE.

       FOLLOW-UP-NEXT-ENTRY.
           READ SORTED-VERIFY-FILE
               AT END
               MOVE "Y" TO WS-SORTED-EOF
               NOT AT END
               ADD 1 TO WS-READ-COUNT
               PERFORM FOLLOW-UP-ONE-ENTRY
           END-READ.

       FOLLOW-UP-ONE-ENTRY.
           MOVE SVR-EMPLOYEE-ID TO PHONE-EMPLOYEE-ID.
           READ PHONE-FILE
               INVALID KEY
               MOVE "T" TO PHONE-STATUS
           END-READ.
           IF PHONE-STATUS = "T"
               ADD 1 TO WS-GONE-COUNT
           ELSE
               IF WS-FIRST-DEPARTMENT = "Y"
                   OR SVR-DEPARTMENT NOT = WS-CURRENT-DEPARTMENT
                   PERFORM START-NEW-DEPARTMENT
               END-IF
               PERFORM COUNT-ONE-ENTRY
           END-IF.

       START-NEW-DEPARTMENT.
           IF WS-FIRST-DEPARTMENT = "N"
               PERFORM FINISH-DEPARTMENT
           END-IF.
           MOVE "N" TO WS-FIRST-DEPARTMENT.
           MOVE SVR-DEPARTMENT TO WS-CURRENT-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-SENT-COUNT.
           MOVE ZERO TO WS-DEPT-RETURNED-COUNT.
           MOVE ZERO TO WS-DEPT-OUT-COUNT.
           MOVE ZERO TO WS-DEPT-OVERDUE-COUNT.
           MOVE SVR-DEPARTMENT TO DEPT-CODE.
           READ DEPT-FILE
               INVALID KEY
               MOVE "(NOT ON DEPARTMENT MASTER)" TO DEPT-NAME
               MOVE SPACES TO DEPT-MANAGER
           END-READ.
           MOVE SVR-DEPARTMENT TO DHD-DEPT-CODE.
           MOVE DEPT-NAME TO DHD-DEPT-NAME.
           MOVE DEPT-MANAGER TO DHD-MANAGER.
           MOVE DEPT-HEADING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       COUNT-ONE-ENTRY.
           ADD 1 TO WS-SENT-COUNT.
           ADD 1 TO WS-DEPT-SENT-COUNT.
           IF SVR-CYCLE-STATUS NOT = "S"
               ADD 1 TO WS-RETURNED-COUNT
               ADD 1 TO WS-DEPT-RETURNED-COUNT
           ELSE
               ADD 1 TO WS-OUT-COUNT
               ADD 1 TO WS-DEPT-OUT-COUNT
               IF SVR-RETURN-BY-DATE < WS-AS-OF-DATE
                   PERFORM REPORT-OVERDUE-ENTRY
               END-IF
           END-IF.

       REPORT-OVERDUE-ENTRY.
           ADD 1 TO WS-OVERDUE-COUNT.
           ADD 1 TO WS-DEPT-OVERDUE-COUNT.
           COMPUTE WS-DAYS-OVERDUE =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
             - FUNCTION INTEGER-OF-DATE(SVR-RETURN-BY-DATE).
           MOVE SVR-EMPLOYEE-ID TO DET-EMPLOYEE-ID.
           MOVE PHONE-LAST-NAME TO DET-LAST-NAME.
           MOVE PHONE-FIRST-NAME TO DET-FIRST-NAME.
           MOVE PHONE-EXTENSION TO DET-EXTENSION.
           MOVE SVR-SHEET-DATE TO WS-DATE-IN-N.
           PERFORM FORMAT-DATE-FOR-PRINT.
           MOVE WS-DATE-OUT TO DET-SHEET-DATE.
           MOVE SVR-RETURN-BY-DATE TO WS-DATE-IN-N.
           PERFORM FORMAT-DATE-FOR-PRINT.
           MOVE WS-DATE-OUT TO DET-RETURN-BY.
           MOVE WS-DAYS-OVERDUE TO DET-DAYS-OVERDUE.
           MOVE DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       FINISH-DEPARTMENT.
           MOVE WS-DEPT-SENT-COUNT TO DSM-SENT.
           MOVE WS-DEPT-RETURNED-COUNT TO DSM-RETURNED.
           MOVE WS-DEPT-OUT-COUNT TO DSM-OUT.
           MOVE WS-DEPT-OVERDUE-COUNT TO DSM-OVERDUE.
           MOVE DEPT-SUMMARY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-DEPT-OVERDUE-COUNT > 0
               ADD 1 TO WS-OVERDUE-DEPT-COUNT
           END-IF.

       FORMAT-DATE-FOR-PRINT.
           MOVE WS-DATE-IN-MM TO WS-DATE-OUT-MM.
           MOVE WS-DATE-IN-DD TO WS-DATE-OUT-DD.
           MOVE WS-DATE-IN-YYYY TO WS-DATE-OUT-YYYY.

       WRITE-NOTE-LINE.
           MOVE NOTE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
