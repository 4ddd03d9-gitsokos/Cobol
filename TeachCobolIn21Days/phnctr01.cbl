       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNCTR01.
      *----------------------------------------------
      * Nightly contractor expiry sweep.
      * Contractor entries (class C) carry a sponsoring
      * employee and the last day of the contract,
      * kept by PHNMNT01 and PHNBAT01.  Every contractor
      * on the master that is not already terminated
      * is checked against tonight's date:
      *   ENDED      the contract end date is today or
      *              earlier - the entry is terminated
      *              here and now, the same as a "D"
      *              through PHNBAT01: status T dated
      *              today and a TERM audit record, so
      *              the delta extract sends it to the
      *              sites as a delete tonight;
      *   ENDING     the end date falls within the next
      *              14 days - listed under the sponsor
      *              so each sponsor sees whose contract
      *              is running out and can have it
      *              extended (a new end date) in time.
      * Exceptions are listed for contractors whose
      * sponsor has been terminated or is no longer on
      * the directory, who carry no sponsor, or who
      * carry no usable end date and so cannot expire.
      * A contractor that ends tonight is not listed
      * again as an exception.
      * Report: phnctr01.rpt.
      * RETURN-CODE 4 when any exception is listed or
      * there are more contractors than the work table
      * holds (the rest are checked on a later night
      * only once the table is enlarged), 8 when the
      * master cannot be opened or a termination cannot
      * be rewritten.
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

           SELECT REPORT-FILE
               ASSIGN TO "phnctr01.rpt"
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

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS           PIC XX.
       01  WS-MASTER-OPEN           PIC X       VALUE "N".
       01  WS-DIR-EOF               PIC X       VALUE "N".

       01  WS-OPERATOR-ID           PIC X(10)   VALUE "EXPIRE-JOB".

      * The contractors are gathered on one pass of the
      * master, then the sponsors are read and the
      * expired entries terminated by key, so the pass
      * is never disturbed by the random reads.
      * Action: T terminate tonight, W warn the
      * sponsor, N no end date, blank nothing due.
      * Sponsor state: A on file, T terminated,
      * M not on the directory, N no sponsor.
       01  WS-CTR-COUNT             PIC 9(4)    VALUE ZERO.
       01  WS-CTR-IDX               PIC 9(4)    VALUE ZERO.
       01  WS-OTHER-IDX             PIC 9(4)    VALUE ZERO.
       01  WS-CTR-TABLE.
           05  WS-CTR-ENTRY         OCCURS 1000 TIMES.
               10  WS-CTR-ID        PIC 9(6).
               10  WS-CTR-NAME      PIC X(24).
               10  WS-CTR-EXTENSION PIC X(5).
               10  WS-CTR-DEPARTMENT PIC X(10).
               10  WS-CTR-SPONSOR-ID PIC 9(6).
               10  WS-CTR-END-DATE  PIC 9(8).
               10  WS-CTR-ACTION    PIC X.
               10  WS-CTR-PRINTED   PIC X.
               10  WS-CTR-SPN-STATE PIC X.
               10  WS-CTR-SPN-NAME  PIC X(24).
               10  WS-CTR-SPN-EXTENSION PIC X(5).
       01  WS-CTR-OVERFLOW          PIC 9(4)    VALUE ZERO.

       01  WS-LOOKUP-NAME           PIC X(24).

       01  WS-CONTRACTOR-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-TERMINATED-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-FAILED-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-ENDING-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-SPONSOR-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-SECTION-COUNT         PIC 9(6)    VALUE ZERO.

       01  WS-TODAY-INTEGER         PIC 9(8)    VALUE ZERO.
       01  WS-WARN-DATE             PIC 9(8)    VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                    PIC 9(8).
       01  WS-RUN-DATE              PIC 9(8)    VALUE ZERO.

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
       01  WS-TERMINATE-OK          PIC X       VALUE "N".

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

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(30)
               VALUE "CONTRACTOR EXPIRY SWEEP       ".
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
           05  DET-INDENT           PIC X(4).
           05  DET-EMPLOYEE-ID      PIC 9(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DET-NAME             PIC X(24).
           05  FILLER               PIC X(2)  VALUE " x".
           05  DET-EXTENSION        PIC X(5).
           05  FILLER               PIC X(8)  VALUE "  DEPT: ".
           05  DET-DEPARTMENT       PIC X(10).
           05  FILLER               PIC X(8)  VALUE "  ENDS: ".
           05  DET-END-DATE         PIC 9(8).
           05  DET-FLAG             PIC X(40).

       01  SPONSOR-LINE.
           05  FILLER               PIC X(11) VALUE "  SPONSOR: ".
           05  SPN-EMPLOYEE-ID      PIC 9(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SPN-NAME             PIC X(24).
           05  FILLER               PIC X(2)  VALUE " x".
           05  SPN-EXTENSION        PIC X(5).
           05  SPN-FLAG             PIC X(40).

       01  NONE-LINE.
           05  FILLER               PIC X(8)  VALUE "  (none)".

       01  ERROR-LINE.
           05  FILLER               PIC X(36)
               VALUE "** DIRECTORY MASTER NOT AVAILABLE - ".
           05  FILLER               PIC X(14)
               VALUE "FILE STATUS: ".
           05  ERR-FILE-STATUS      PIC XX.

       01  COUNT-LINE.
           05  CNT-LABEL            PIC X(28).
           05  CNT-VALUE            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           IF WS-MASTER-OPEN = "Y"
               PERFORM LOAD-CONTRACTOR-TABLE
               PERFORM LOOK-UP-SPONSORS
               PERFORM TERMINATE-ENDED-CONTRACTS
               PERFORM PRINT-ENDING-BY-SPONSOR
               PERFORM PRINT-CONTRACTOR-EXCEPTIONS
           END-IF.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           EVALUATE TRUE
               WHEN WS-MASTER-OPEN = "N"
                       OR WS-FAILED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > 0
                       OR WS-CTR-OVERFLOW > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      * Level 2 Routines

       OPENING-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-N TO WS-RUN-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-WARN-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER + 14).
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-CUR-MM TO HDR-RUN-MM.
           MOVE WS-CUR-DD TO HDR-RUN-DD.
           MOVE WS-CUR-YYYY TO HDR-RUN-YYYY.
           MOVE REPORT-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           OPEN I-O PHONE-FILE.
           IF WS-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ERROR-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY "Contractor sweep: phone.dat will not open,"
                   " file status " WS-FILE-STATUS "."
           END-IF.

       CLOSING-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "CONTRACTORS ON FILE:        " TO CNT-LABEL.
           MOVE WS-CONTRACTOR-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF WS-CTR-OVERFLOW > 0
               MOVE "  NOT CHECKED - TABLE FULL: " TO CNT-LABEL
               MOVE WS-CTR-OVERFLOW TO CNT-VALUE
               PERFORM WRITE-COUNT-LINE
           END-IF.
           MOVE "CONTRACTS ENDED - TERMINATED" TO CNT-LABEL.
           MOVE WS-TERMINATED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "TERMINATIONS FAILED:        " TO CNT-LABEL.
           MOVE WS-FAILED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ENDING WITHIN 14 DAYS:      " TO CNT-LABEL.
           MOVE WS-ENDING-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "SPONSORS TO WARN:           " TO CNT-LABEL.
           MOVE WS-SPONSOR-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "EXCEPTIONS:                 " TO CNT-LABEL.
           MOVE WS-EXCEPTION-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF WS-MASTER-OPEN = "Y"
               CLOSE PHONE-FILE
           END-IF.
           CLOSE REPORT-FILE.

      *----------------------------------------------
      * One pass of the master for the contractors not
      * yet terminated.
      *----------------------------------------------
       LOAD-CONTRACTOR-TABLE.
           MOVE ZERO TO PHONE-EMPLOYEE-ID.
           MOVE "N" TO WS-DIR-EOF.
           START PHONE-FILE KEY IS NOT LESS THAN PHONE-KEY
               INVALID KEY
               MOVE "Y" TO WS-DIR-EOF
           END-START.
           PERFORM LOAD-NEXT-DIRECTORY-ENTRY
               UNTIL WS-DIR-EOF = "Y".

       LOAD-NEXT-DIRECTORY-ENTRY.
           READ PHONE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-DIR-EOF
               NOT AT END
               IF PHONE-ENTRY-CLASS = "C"
                       AND PHONE-STATUS NOT = "T"
                   ADD 1 TO WS-CONTRACTOR-COUNT
                   PERFORM LOAD-ONE-CONTRACTOR
               END-IF
           END-READ.

       LOAD-ONE-CONTRACTOR.
           IF WS-CTR-COUNT < 1000
               ADD 1 TO WS-CTR-COUNT
               MOVE WS-CTR-COUNT TO WS-CTR-IDX
               MOVE PHONE-EMPLOYEE-ID TO WS-CTR-ID(WS-CTR-IDX)
               PERFORM BUILD-LOOKUP-NAME
               MOVE WS-LOOKUP-NAME TO WS-CTR-NAME(WS-CTR-IDX)
               MOVE PHONE-EXTENSION TO WS-CTR-EXTENSION(WS-CTR-IDX)
               MOVE PHONE-DEPARTMENT
                   TO WS-CTR-DEPARTMENT(WS-CTR-IDX)
               IF PHONE-SPONSOR-ID IS NUMERIC
                   MOVE PHONE-SPONSOR-ID
                       TO WS-CTR-SPONSOR-ID(WS-CTR-IDX)
               ELSE
                   MOVE ZERO TO WS-CTR-SPONSOR-ID(WS-CTR-IDX)
               END-IF
               IF PHONE-END-DATE IS NUMERIC
                   MOVE PHONE-END-DATE TO WS-CTR-END-DATE(WS-CTR-IDX)
               ELSE
                   MOVE ZERO TO WS-CTR-END-DATE(WS-CTR-IDX)
               END-IF
               MOVE "N" TO WS-CTR-PRINTED(WS-CTR-IDX)
               MOVE SPACES TO WS-CTR-SPN-NAME(WS-CTR-IDX)
               MOVE SPACES TO WS-CTR-SPN-EXTENSION(WS-CTR-IDX)
               PERFORM SET-CONTRACTOR-ACTION
           ELSE
               ADD 1 TO WS-CTR-OVERFLOW
           END-IF.

       SET-CONTRACTOR-ACTION.
           EVALUATE TRUE
               WHEN WS-CTR-END-DATE(WS-CTR-IDX) = ZERO
                   MOVE "N" TO WS-CTR-ACTION(WS-CTR-IDX)
               WHEN WS-CTR-END-DATE(WS-CTR-IDX) <= WS-RUN-DATE
                   MOVE "T" TO WS-CTR-ACTION(WS-CTR-IDX)
               WHEN WS-CTR-END-DATE(WS-CTR-IDX) <= WS-WARN-DATE
                   MOVE "W" TO WS-CTR-ACTION(WS-CTR-IDX)
               WHEN OTHER
                   MOVE SPACE TO WS-CTR-ACTION(WS-CTR-IDX)
           END-EVALUATE.

       BUILD-LOOKUP-NAME.
           MOVE SPACES TO WS-LOOKUP-NAME.
           STRING PHONE-LAST-NAME DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               PHONE-FIRST-NAME DELIMITED BY "  "
               INTO WS-LOOKUP-NAME
           END-STRING.

       LOOK-UP-SPONSORS.
           PERFORM LOOK-UP-ONE-SPONSOR
               VARYING WS-CTR-IDX FROM 1 BY 1
               UNTIL WS-CTR-IDX > WS-CTR-COUNT.

       LOOK-UP-ONE-SPONSOR.
           IF WS-CTR-SPONSOR-ID(WS-CTR-IDX) = ZERO
               MOVE "N" TO WS-CTR-SPN-STATE(WS-CTR-IDX)
           ELSE
               MOVE WS-CTR-SPONSOR-ID(WS-CTR-IDX)
                   TO PHONE-EMPLOYEE-ID
               READ PHONE-FILE
                   INVALID KEY
                   MOVE "M" TO WS-CTR-SPN-STATE(WS-CTR-IDX)
                   NOT INVALID KEY
                   PERFORM SAVE-SPONSOR-DETAILS
               END-READ
           END-IF.

       SAVE-SPONSOR-DETAILS.
           PERFORM BUILD-LOOKUP-NAME.
           MOVE WS-LOOKUP-NAME TO WS-CTR-SPN-NAME(WS-CTR-IDX).
           MOVE PHONE-EXTENSION TO WS-CTR-SPN-EXTENSION(WS-CTR-IDX).
           IF PHONE-STATUS = "T"
               MOVE "T" TO WS-CTR-SPN-STATE(WS-CTR-IDX)
           ELSE
               MOVE "A" TO WS-CTR-SPN-STATE(WS-CTR-IDX)
           END-IF.

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

       BUILD-CONTRACTOR-DETAIL.
           MOVE SPACES TO DET-INDENT.
           MOVE WS-CTR-ID(WS-CTR-IDX) TO DET-EMPLOYEE-ID.
           MOVE WS-CTR-NAME(WS-CTR-IDX) TO DET-NAME.
           MOVE WS-CTR-EXTENSION(WS-CTR-IDX) TO DET-EXTENSION.
           MOVE WS-CTR-DEPARTMENT(WS-CTR-IDX) TO DET-DEPARTMENT.
           MOVE WS-CTR-END-DATE(WS-CTR-IDX) TO DET-END-DATE.
           MOVE SPACES TO DET-FLAG.

      *----------------------------------------------
      * Contracts ended: terminate through the normal
      * TERM path, with its audit record.
      *----------------------------------------------
       TERMINATE-ENDED-CONTRACTS.
           MOVE "CONTRACTS ENDED - TERMINATED TONIGHT" TO SEC-TITLE.
           PERFORM START-SECTION.
           PERFORM TERMINATE-ONE-CONTRACTOR
               VARYING WS-CTR-IDX FROM 1 BY 1
               UNTIL WS-CTR-IDX > WS-CTR-COUNT.
           PERFORM END-SECTION.

       TERMINATE-ONE-CONTRACTOR.
           IF WS-CTR-ACTION(WS-CTR-IDX) = "T"
               ADD 1 TO WS-SECTION-COUNT
               PERFORM BUILD-CONTRACTOR-DETAIL
               MOVE "N" TO WS-TERMINATE-OK
               MOVE WS-CTR-ID(WS-CTR-IDX) TO PHONE-EMPLOYEE-ID
               READ PHONE-FILE
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   PERFORM TERMINATE-MASTER-RECORD
               END-READ
               IF WS-TERMINATE-OK = "Y"
                   ADD 1 TO WS-TERMINATED-COUNT
                   MOVE " TERMINATED" TO DET-FLAG
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE " ** TERMINATE FAILED **" TO DET-FLAG
               END-IF
               MOVE DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       TERMINATE-MASTER-RECORD.
           MOVE PHONE-NUMBER(1) TO AUD-BEF-NUMBER.
           MOVE PHONE-EXTENSION TO AUD-BEF-EXTENSION.
           MOVE PHONE-DEPARTMENT TO AUD-BEF-DEPARTMENT.
           MOVE "T" TO PHONE-STATUS.
           MOVE WS-RUN-DATE TO PHONE-STATUS-DATE.
           REWRITE PHONE-RECORD
               INVALID KEY
               DISPLAY "Contractor sweep: could not terminate "
                   PHONE-EMPLOYEE-ID " status " WS-FILE-STATUS
               NOT INVALID KEY
               MOVE "Y" TO WS-TERMINATE-OK
               MOVE SPACES TO WS-AUDIT-AFTER
               MOVE "TERM" TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

      *----------------------------------------------
      * Contracts ending within 14 days, grouped under
      * each sponsor in the order the sponsors first
      * turn up on the master.
      *----------------------------------------------
       PRINT-ENDING-BY-SPONSOR.
           MOVE "CONTRACTS ENDING WITHIN 14 DAYS - BY SPONSOR"
               TO SEC-TITLE.
           PERFORM START-SECTION.
           PERFORM PRINT-ONE-SPONSOR-GROUP
               VARYING WS-CTR-IDX FROM 1 BY 1
               UNTIL WS-CTR-IDX > WS-CTR-COUNT.
           PERFORM END-SECTION.

       PRINT-ONE-SPONSOR-GROUP.
           IF WS-CTR-ACTION(WS-CTR-IDX) = "W"
                   AND WS-CTR-PRINTED(WS-CTR-IDX) = "N"
               ADD 1 TO WS-SPONSOR-COUNT
               PERFORM PRINT-SPONSOR-HEADING
               PERFORM PRINT-ONE-ENDING-CONTRACT
                   VARYING WS-OTHER-IDX FROM WS-CTR-IDX BY 1
                   UNTIL WS-OTHER-IDX > WS-CTR-COUNT
           END-IF.

       PRINT-SPONSOR-HEADING.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-CTR-SPONSOR-ID(WS-CTR-IDX) TO SPN-EMPLOYEE-ID.
           MOVE WS-CTR-SPN-NAME(WS-CTR-IDX) TO SPN-NAME.
           MOVE WS-CTR-SPN-EXTENSION(WS-CTR-IDX) TO SPN-EXTENSION.
           EVALUATE WS-CTR-SPN-STATE(WS-CTR-IDX)
               WHEN "T"
                   MOVE " ** SPONSOR TERMINATED **" TO SPN-FLAG
               WHEN "M"
                   MOVE " ** SPONSOR NOT ON THE DIRECTORY **"
                       TO SPN-FLAG
               WHEN "N"
                   MOVE " ** NO SPONSOR ON RECORD **" TO SPN-FLAG
               WHEN OTHER
                   MOVE SPACES TO SPN-FLAG
           END-EVALUATE.
           MOVE SPONSOR-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       PRINT-ONE-ENDING-CONTRACT.
           IF WS-CTR-ACTION(WS-OTHER-IDX) = "W"
                   AND WS-CTR-PRINTED(WS-OTHER-IDX) = "N"
                   AND WS-CTR-SPONSOR-ID(WS-OTHER-IDX)
                       = WS-CTR-SPONSOR-ID(WS-CTR-IDX)
               MOVE "Y" TO WS-CTR-PRINTED(WS-OTHER-IDX)
               ADD 1 TO WS-ENDING-COUNT
               ADD 1 TO WS-SECTION-COUNT
               MOVE SPACES TO DET-INDENT
               MOVE WS-CTR-ID(WS-OTHER-IDX) TO DET-EMPLOYEE-ID
               MOVE WS-CTR-NAME(WS-OTHER-IDX) TO DET-NAME
               MOVE WS-CTR-EXTENSION(WS-OTHER-IDX) TO DET-EXTENSION
               MOVE WS-CTR-DEPARTMENT(WS-OTHER-IDX)
                   TO DET-DEPARTMENT
               MOVE WS-CTR-END-DATE(WS-OTHER-IDX) TO DET-END-DATE
               MOVE SPACES TO DET-FLAG
               MOVE DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *----------------------------------------------
      * Contractors whose sponsor is gone, or who
      * cannot expire.
      *----------------------------------------------
       PRINT-CONTRACTOR-EXCEPTIONS.
           MOVE "EXCEPTIONS - SPONSOR OR END DATE" TO SEC-TITLE.
           PERFORM START-SECTION.
           PERFORM CHECK-ONE-CONTRACTOR
               VARYING WS-CTR-IDX FROM 1 BY 1
               UNTIL WS-CTR-IDX > WS-CTR-COUNT.
           PERFORM END-SECTION.

       CHECK-ONE-CONTRACTOR.
           IF WS-CTR-ACTION(WS-CTR-IDX) NOT = "T"
               PERFORM BUILD-CONTRACTOR-DETAIL
               EVALUATE TRUE
                   WHEN WS-CTR-SPN-STATE(WS-CTR-IDX) = "T"
                       STRING " ** SPONSOR " DELIMITED BY SIZE
                           WS-CTR-SPONSOR-ID(WS-CTR-IDX)
                               DELIMITED BY SIZE
                           " TERMINATED **" DELIMITED BY SIZE
                           INTO DET-FLAG
                       END-STRING
                   WHEN WS-CTR-SPN-STATE(WS-CTR-IDX) = "M"
                       STRING " ** SPONSOR " DELIMITED BY SIZE
                           WS-CTR-SPONSOR-ID(WS-CTR-IDX)
                               DELIMITED BY SIZE
                           " NOT ON THE DIRECTORY **"
                               DELIMITED BY SIZE
                           INTO DET-FLAG
                       END-STRING
                   WHEN WS-CTR-SPN-STATE(WS-CTR-IDX) = "N"
                       MOVE " ** NO SPONSOR ON RECORD **" TO DET-FLAG
                   WHEN WS-CTR-ACTION(WS-CTR-IDX) = "N"
                       MOVE " ** NO CONTRACT END DATE **" TO DET-FLAG
               END-EVALUATE
               IF DET-FLAG NOT = SPACES
                   ADD 1 TO WS-EXCEPTION-COUNT
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE DETAIL-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF.

      *----------------------------------------------
      * Audit trail, as PHNBAT01 writes it.
      *----------------------------------------------
       WRITE-AUDIT-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES TO AUD-DATE.
           MOVE SPACES TO AUD-TIME.
           MOVE SPACES TO AUD-BEFORE.
           MOVE SPACES TO AUD-AFTER.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
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

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
