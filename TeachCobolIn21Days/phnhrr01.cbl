      * HR extract reconciliation.
      * Matches the nightly payroll employee extract
      * (hrext01.dat: employee ID, last name, first
      * name, department, status A/T, supervisor's
      * employee ID) against the
      * directory master by employee ID and reports
      * three buckets:
      *   HR-ONLY    on the HR extract, active, but
      *              not in the directory
      *   HR-TERM    active in the directory but
      *              terminated in HR
      *   MISMATCH   on both, but the name, the
      *              department or the supervisor
      *              disagrees (a blank HR supervisor
      *              is not compared)
      * Directory entries absent from the extract are
      * listed as NOT-IN-HR for information only - the
      * extract may be partial - and no correction is
           05  PHONE-HOME-SITE      PIC X(4).
           05  PHONE-ENTRY-CLASS    PIC X.
           05  PHONE-UNLISTED       PIC X.
           05  PHONE-SUPERVISOR-ID  PIC 9(6).
           05  PHONE-SPONSOR-ID     PIC 9(6).
           05  PHONE-END-DATE       PIC 9(8).

       FD  HR-FILE
           LABEL RECORDS OMITTED.
           05  HR-FIRST-NAME        PIC X(20).
           05  HR-DEPARTMENT        PIC X(10).
           05  HR-STATUS            PIC X.
           05  HR-SUPERVISOR-ID     PIC X(6).

       SD  HR-SORT-WORK-FILE.
       01  HR-SORT-WORK-RECORD.
           05  HSW-FIRST-NAME       PIC X(20).
           05  HSW-DEPARTMENT       PIC X(10).
           05  HSW-STATUS           PIC X.
           05  HSW-SUPERVISOR-ID    PIC X(6).

       FD  SORTED-HR-FILE
           LABEL RECORDS ARE STANDARD.
           05  SHR-FIRST-NAME       PIC X(20).
           05  SHR-DEPARTMENT       PIC X(10).
           05  SHR-STATUS           PIC X.
           05  SHR-SUPERVISOR-ID    PIC X(6).

       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
           05  TRN-DEPARTMENT       PIC X(10).
           05  TRN-LOCATION         PIC X(8).
           05  TRN-HOME-SITE        PIC X(4).
           05  TRN-SUPERVISOR-ID    PIC X(6).
           05  TRN-SPONSOR-ID       PIC X(6).
           05  TRN-END-DATE         PIC X(8).

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.

       01  WS-DIR-KEY               PIC X(6).

       01  WS-SUPERVISOR-DIFFERS    PIC X       VALUE "N".
       01  WS-NAME-DEPT-DIFFERS     PIC X       VALUE "N".
       01  WS-DIR-SUPERVISOR        PIC 9(6)    VALUE ZERO.

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(36)
               VALUE "HR EXTRACT RECONCILIATION           ".
           PERFORM WRITE-DETAIL-LINE.

       COMPARE-MATCHED-PAIR.
           PERFORM COMPARE-SUPERVISORS.
           MOVE "N" TO WS-NAME-DEPT-DIFFERS.
           IF PHONE-LAST-NAME NOT = SHR-LAST-NAME
                   OR PHONE-FIRST-NAME NOT = SHR-FIRST-NAME
                   OR PHONE-DEPARTMENT NOT = SHR-DEPARTMENT
               MOVE "Y" TO WS-NAME-DEPT-DIFFERS
           END-IF.
           EVALUATE TRUE
               WHEN SHR-STATUS = "T"
                   ADD 1 TO WS-HR-TERM-COUNT
                   IF GENERATE-CORRECTIONS
                       PERFORM GENERATE-TERM-TRANSACTION
                   END-IF
               WHEN WS-NAME-DEPT-DIFFERS = "Y"
                       OR WS-SUPERVISOR-DIFFERS = "Y"
                   PERFORM REPORT-MISMATCH
               WHEN OTHER
                   ADD 1 TO WS-MATCHED-COUNT
           END-EVALUATE.

      * One count and one change transaction per
      * employee, but a line for each thing that
      * disagrees - a supervisor difference is reported
      * whether or not the name and department agree.
       REPORT-MISMATCH.
           ADD 1 TO WS-MISMATCH-COUNT.
           MOVE "MISMATCH  " TO DET-BUCKET.
           MOVE WS-DIR-KEY TO DET-EMPLOYEE-ID.
           MOVE PHONE-LAST-NAME TO DET-LAST-NAME.
           MOVE PHONE-FIRST-NAME TO DET-FIRST-NAME.
           IF WS-NAME-DEPT-DIFFERS = "Y"
               MOVE SPACES TO DET-DETAIL
               STRING "HR SAYS: " DELIMITED BY SIZE
                   SHR-LAST-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SHR-DEPARTMENT DELIMITED BY SIZE
                   INTO DET-DETAIL
               END-STRING
               PERFORM WRITE-DETAIL-LINE
           END-IF.
           IF WS-SUPERVISOR-DIFFERS = "Y"
               MOVE SPACES TO DET-DETAIL
               STRING "HR SUPERVISOR: " DELIMITED BY SIZE
                   SHR-SUPERVISOR-ID DELIMITED BY SIZE
                   " HERE: " DELIMITED BY SIZE
                   WS-DIR-SUPERVISOR DELIMITED BY SIZE
                   INTO DET-DETAIL
               END-STRING
               PERFORM WRITE-DETAIL-LINE
           END-IF.
           IF GENERATE-CORRECTIONS
               PERFORM GENERATE-CHANGE-TRANSACTION
           END-IF.

      * HR is the source for reporting lines, but an
      * extract row with no supervisor says nothing
      * about it and is left alone.
       COMPARE-SUPERVISORS.
           MOVE "N" TO WS-SUPERVISOR-DIFFERS.
           IF PHONE-SUPERVISOR-ID IS NUMERIC
               MOVE PHONE-SUPERVISOR-ID TO WS-DIR-SUPERVISOR
           ELSE
               MOVE ZERO TO WS-DIR-SUPERVISOR
           END-IF.
           IF SHR-SUPERVISOR-ID IS NUMERIC
               IF SHR-SUPERVISOR-ID NOT = WS-DIR-SUPERVISOR
                   MOVE "Y" TO WS-SUPERVISOR-DIFFERS
               END-IF
           END-IF.

       WRITE-DETAIL-LINE.
           MOVE DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      * Generated corrections carry only what HR knows
      * (the supervisor included, when HR has one);
      * phone number, extension and location are left
      * for the department to fill in through PHNMNT01.
       GENERATE-ADD-TRANSACTION.
           MOVE SHR-LAST-NAME TO TRN-LAST-NAME.
           MOVE SHR-FIRST-NAME TO TRN-FIRST-NAME.
           MOVE SHR-DEPARTMENT TO TRN-DEPARTMENT.
           IF SHR-SUPERVISOR-ID IS NUMERIC
               MOVE SHR-SUPERVISOR-ID TO TRN-SUPERVISOR-ID
           END-IF.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-TRN-WRITTEN-COUNT.

           IF PHONE-DEPARTMENT NOT = SHR-DEPARTMENT
               MOVE SHR-DEPARTMENT TO TRN-DEPARTMENT
           END-IF.
           IF WS-SUPERVISOR-DIFFERS = "Y"
               MOVE SHR-SUPERVISOR-ID TO TRN-SUPERVISOR-ID
           END-IF.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-TRN-WRITTEN-COUNT.
