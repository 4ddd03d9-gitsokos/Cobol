       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNAPR02.
      *----------------------------------------------
      * Pending-approval and rejection report.
      * Reads the pending-approval file (phnapr01.dat)
      * that PHNMNT01, PHNRGZ01, PHNBAT01 and PHNREL01
      * queue items on and PHNAPR01 decides, and
      * prints:
      *   WAITING   items no second operator has
      *             decided yet, with their age in
      *             days
      *   APPROVED  reorganization mappings and batch
      *             files approved but not yet picked
      *             up by their next run
      *   REJECTED  items a second operator turned
      *             down, with who asked and who
      *             refused
      * Items already applied are counted only.
      * RETURN-CODE 4 when anything has waited longer
      * than the limit in columns 1-3 of phnapr02.ctl
      * (default 3 days), so the stream flags it.
      *----------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPROVAL-FILE
               ASSIGN TO "phnapr01.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "phnapr02.ctl"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "phnapr02.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE
           LABEL RECORDS OMITTED.
       01  APPROVAL-RECORD          PIC X(104).

       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
       01  CONTROL-RECORD.
           05  CTL-AGE-LIMIT        PIC X(3).
           05  FILLER               PIC X(77).

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-APR-EOF               PIC X       VALUE "N".

       01  WS-AGE-LIMIT             PIC 999     VALUE 3.
       01  WS-AGE-DAYS              PIC S9(5)   VALUE ZERO.

       01  WS-READ-COUNT            PIC 9(6)    VALUE ZERO.
       01  WS-WAITING-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-OVERDUE-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-APPROVED-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-APPLIED-COUNT         PIC 9(6)    VALUE ZERO.

      * One pending-approval item, laid out as in
      * PHNAPR01.
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

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                    PIC 9(8).

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(30)
               VALUE "SECOND-OPERATOR APPROVALS     ".
           05  FILLER               PIC X(10) VALUE "  RUN DATE".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  HDR-RUN-MM           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-DD           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-YYYY         PIC 9999.

       01  DETAIL-LINE.
           05  DET-DISPOSITION      PIC X(9).
           05  FILLER               PIC X     VALUE SPACE.
           05  DET-TYPE             PIC X(10).
           05  FILLER               PIC X     VALUE SPACE.
           05  DET-SUBJECT          PIC X(47).
           05  FILLER               PIC X(5)  VALUE " ASK:".
           05  DET-REQUESTED-BY     PIC X(10).
           05  FILLER               PIC X     VALUE SPACE.
           05  DET-REQUEST-DATE     PIC 9(8).
           05  FILLER               PIC X(5)  VALUE " BY: ".
           05  DET-DECIDED-BY       PIC X(10).
           05  FILLER               PIC X     VALUE SPACE.
           05  DET-DECISION-DATE    PIC X(8).
           05  FILLER               PIC X(5)  VALUE " AGE:".
           05  DET-AGE              PIC ZZZZ9.
           05  DET-OVERDUE          PIC X(6).

       01  WS-SUBJECT-TEXT          PIC X(47).
       01  WS-SUBJECT-COUNT         PIC ZZZ,ZZ9.

       01  COUNT-LINE.
           05  CNT-LABEL            PIC X(28).
           05  CNT-VALUE            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM READ-NEXT-APPROVAL-ITEM.
           PERFORM REPORT-APPROVAL-ITEMS
               UNTIL WS-APR-EOF = "Y".
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           IF WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Level 2 Routines

       OPENING-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-RECORD.
           OPEN INPUT APPROVAL-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-CUR-MM TO HDR-RUN-MM.
           MOVE WS-CUR-DD TO HDR-RUN-DD.
           MOVE WS-CUR-YYYY TO HDR-RUN-YYYY.
           MOVE REPORT-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       CLOSING-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "ITEMS ON FILE:              " TO CNT-LABEL.
           MOVE WS-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "WAITING FOR APPROVAL:       " TO CNT-LABEL.
           MOVE WS-WAITING-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  WAITING OVER THE LIMIT:   " TO CNT-LABEL.
           MOVE WS-OVERDUE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "APPROVED, NOT YET APPLIED:  " TO CNT-LABEL.
           MOVE WS-APPROVED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "REJECTED:                   " TO CNT-LABEL.
           MOVE WS-REJECTED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "APPLIED:                    " TO CNT-LABEL.
           MOVE WS-APPLIED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           CLOSE APPROVAL-FILE.
           CLOSE REPORT-FILE.

       READ-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END
               CONTINUE
               NOT AT END
               IF CTL-AGE-LIMIT IS NUMERIC
                   MOVE CTL-AGE-LIMIT TO WS-AGE-LIMIT
               END-IF
           END-READ.
           CLOSE CONTROL-FILE.

       READ-NEXT-APPROVAL-ITEM.
           READ APPROVAL-FILE INTO APPROVAL-ITEM
               AT END
               MOVE "Y" TO WS-APR-EOF
               NOT AT END
               ADD 1 TO WS-READ-COUNT
           END-READ.

       REPORT-APPROVAL-ITEMS.
           EVALUATE APR-STATUS
               WHEN "P"
                   ADD 1 TO WS-WAITING-COUNT
                   MOVE "WAITING" TO DET-DISPOSITION
                   PERFORM WRITE-ITEM-LINE
               WHEN "A"
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE "APPROVED" TO DET-DISPOSITION
                   PERFORM WRITE-ITEM-LINE
               WHEN "R"
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED" TO DET-DISPOSITION
                   PERFORM WRITE-ITEM-LINE
               WHEN OTHER
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE.
           PERFORM READ-NEXT-APPROVAL-ITEM.

       WRITE-ITEM-LINE.
           PERFORM FORMAT-ITEM-SUBJECT.
           MOVE WS-SUBJECT-TEXT TO DET-SUBJECT.
           MOVE APR-REQUESTED-BY TO DET-REQUESTED-BY.
           MOVE APR-REQUEST-DATE TO DET-REQUEST-DATE.
           MOVE SPACES TO DET-OVERDUE.
           IF APR-STATUS = "P"
               MOVE SPACES TO DET-DECIDED-BY
               MOVE SPACES TO DET-DECISION-DATE
           ELSE
               MOVE APR-DECIDED-BY TO DET-DECIDED-BY
               MOVE APR-DECISION-DATE TO DET-DECISION-DATE
           END-IF.
           PERFORM COMPUTE-ITEM-AGE.
           MOVE WS-AGE-DAYS TO DET-AGE.
           IF APR-STATUS = "P" AND WS-AGE-DAYS > WS-AGE-LIMIT
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE " <<<<<" TO DET-OVERDUE
           END-IF.
           MOVE DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       FORMAT-ITEM-SUBJECT.
           MOVE SPACES TO WS-SUBJECT-TEXT.
           EVALUATE APR-TYPE
               WHEN "T"
                   MOVE "TERMINATE" TO DET-TYPE
                   STRING APR-EMPLOYEE-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       APR-LAST-NAME DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       APR-FIRST-NAME DELIMITED BY "  "
                       INTO WS-SUBJECT-TEXT
                   END-STRING
               WHEN "R"
                   MOVE "REORG MAP" TO DET-TYPE
                   STRING APR-OLD-DEPARTMENT DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       APR-NEW-DEPARTMENT DELIMITED BY SIZE
                       INTO WS-SUBJECT-TEXT
                   END-STRING
               WHEN "B"
                   MOVE "BATCH FILE" TO DET-TYPE
                   MOVE APR-BATCH-COUNT TO WS-SUBJECT-COUNT
                   STRING APR-BATCH-FILE DELIMITED BY SPACE
                       " RECORDS:" DELIMITED BY SIZE
                       WS-SUBJECT-COUNT DELIMITED BY SIZE
                       " HASH:" DELIMITED BY SIZE
                       APR-BATCH-HASH DELIMITED BY SIZE
                       INTO WS-SUBJECT-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE "UNKNOWN" TO DET-TYPE
                   MOVE APR-SUBJECT TO WS-SUBJECT-TEXT
           END-EVALUATE.

      * Age is counted in days from the request date,
      * or to the decision date once decided.
       COMPUTE-ITEM-AGE.
           MOVE ZERO TO WS-AGE-DAYS.
           IF APR-REQUEST-DATE IS NUMERIC
                   AND APR-REQUEST-DATE > ZERO
               IF APR-STATUS = "P"
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-N)
                     - FUNCTION INTEGER-OF-DATE(APR-REQUEST-DATE)
               ELSE
                   IF APR-DECISION-DATE IS NUMERIC
                           AND APR-DECISION-DATE > ZERO
                       COMPUTE WS-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE
                               (APR-DECISION-DATE)
                         - FUNCTION INTEGER-OF-DATE
                               (APR-REQUEST-DATE)
                   END-IF
               END-IF
           END-IF.
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
