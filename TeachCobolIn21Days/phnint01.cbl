       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNINT01.
      *----------------------------------------------
      * Nightly referential-integrity sweep.
      * Every maintenance program edits its own lookups
      * when a record is written, but nothing checks
      * the files against each other afterward.  This
      * sweep cross-checks them all and reports every
      * orphan it finds, with a count per relationship:
      *   DEPT      PHONE-DEPARTMENT not on deptmst.dat
      *   LOCATION  PHONE-LOCATION not on locmst.dat
      *   HOME-SITE PHONE-HOME-SITE not on sitemst.dat
      *   GROUP     grpmst.dat row for an employee ID
      *             no longer on the master
      *   ONCALL    oncall.dat row for an employee ID
      *             no longer on the master
      *   CONTACT   emgcon.dat contact for an employee
      *             ID no longer on the master (left
      *             behind by a PHNPRG01 purge)
      *   NAME-NDX  phnndx.dat row with no master entry
      *             behind it
      * Terminated master entries are left out of the
      * department, location and site checks - the
      * purge removes them - but they still count as
      * being on the master for the other files.
      * With F in column 1 of phnint01.ctl the sweep
      * also writes phnint01.fix, one suggested fix per
      * orphan, for review before anything is changed;
      * the sweep itself never updates a file.
      * RETURN-CODE 4 when any orphan was found, 8 when
      * a file the sweep depends on could not be read.
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

           SELECT LOCATION-FILE
               ASSIGN TO "locmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-KEY
               FILE STATUS IS WS-LOC-FILE-STATUS.

           SELECT SITE-MASTER-FILE
               ASSIGN TO "sitemst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SITE-KEY
               FILE STATUS IS WS-SITE-FILE-STATUS.

           SELECT OPTIONAL GROUP-FILE
               ASSIGN TO "grpmst.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ONCALL-FILE
               ASSIGN TO "oncall.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTACT-FILE
               ASSIGN TO "emgcon.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMG-KEY.

           SELECT OPTIONAL INDEX-FILE
               ASSIGN TO "phnndx.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NDX-KEY.

           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "phnint01.ctl"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FIX-FILE
               ASSIGN TO "phnint01.fix"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "phnint01.rpt"
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

       FD  LOCATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOC-RECORD.
           05  LOC-KEY.
               10  LOC-CODE         PIC X(8).
           05  LOC-BUILDING         PIC X(20).
           05  LOC-FLOOR            PIC X(4).
           05  LOC-DESK             PIC X(8).
           05  LOC-SITE             PIC X(4).

       FD  SITE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  SITE-MASTER-RECORD.
           05  SITE-KEY.
               10  SITE-CODE        PIC X(4).
           05  SITE-NAME            PIC X(20).
           05  SITE-INBOUND-FILE    PIC X(12).
           05  SITE-OUTBOUND-FILE   PIC X(12).
           05  SITE-CONTACT         PIC X(25).

       FD  GROUP-FILE
           LABEL RECORDS OMITTED.
       01  GROUP-RECORD.
           05  GRP-NAME             PIC X(20).
           05  GRP-EMPLOYEE-ID      PIC 9(6).

       FD  ONCALL-FILE
           LABEL RECORDS OMITTED.
       01  ONCALL-RECORD.
           05  ONC-DEPARTMENT       PIC X(10).
           05  ONC-EMPLOYEE-ID      PIC 9(6).
           05  ONC-START-DATE       PIC 9(8).
           05  ONC-END-DATE         PIC 9(8).

       FD  CONTACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMG-RECORD.
           05  EMG-KEY.
               10  EMG-EMPLOYEE-ID  PIC 9(6).
           05  EMG-CONTACT-NAME     PIC X(25).
           05  EMG-RELATIONSHIP     PIC X(10).
           05  EMG-AFTER-HOURS      PIC X(15).

       FD  INDEX-FILE
           LABEL RECORDS ARE STANDARD.
       01  INDEX-RECORD.
           05  NDX-KEY.
               10  NDX-SOUNDEX      PIC X(4).
               10  NDX-EMPLOYEE-ID  PIC 9(6).
           05  NDX-LAST-NAME        PIC X(20).

       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
       01  CONTROL-RECORD           PIC X(80).

      * One suggested fix per orphan: the file that
      * holds the bad reference, the employee ID it
      * belongs to, the dangling value and what to do.
       FD  FIX-FILE
           LABEL RECORDS OMITTED.
       01  FIX-RECORD.
           05  FIX-FILE-NAME        PIC X(12).
           05  FIX-EMPLOYEE-ID      PIC 9(6).
           05  FILLER               PIC X.
           05  FIX-VALUE            PIC X(20).
           05  FILLER               PIC X.
           05  FIX-ACTION           PIC X(40).

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS           PIC XX.
       01  WS-DEPT-FILE-STATUS      PIC XX.
       01  WS-LOC-FILE-STATUS       PIC XX.
       01  WS-SITE-FILE-STATUS      PIC XX.
       01  WS-SITE-MST-OPEN         PIC X       VALUE "N".

       01  WS-MASTER-EOF            PIC X       VALUE "N".
       01  WS-GROUP-EOF             PIC X       VALUE "N".
       01  WS-ONCALL-EOF            PIC X       VALUE "N".
       01  WS-CONTACT-EOF           PIC X       VALUE "N".
       01  WS-INDEX-EOF             PIC X       VALUE "N".
       01  WS-ON-MASTER             PIC X       VALUE "N".

       01  WS-FIX-FLAG              PIC X       VALUE "N".
           88  WRITE-SUGGESTED-FIXES        VALUE "Y".

       01  WS-MASTER-READ-COUNT     PIC 9(6)    VALUE ZERO.
       01  WS-GROUP-READ-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-ONCALL-READ-COUNT     PIC 9(6)    VALUE ZERO.
       01  WS-CONTACT-READ-COUNT    PIC 9(6)    VALUE ZERO.
       01  WS-INDEX-READ-COUNT      PIC 9(6)    VALUE ZERO.

       01  WS-DEPT-ORPHAN-COUNT     PIC 9(6)    VALUE ZERO.
       01  WS-LOC-ORPHAN-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-SITE-ORPHAN-COUNT     PIC 9(6)    VALUE ZERO.
       01  WS-GROUP-ORPHAN-COUNT    PIC 9(6)    VALUE ZERO.
       01  WS-ONCALL-ORPHAN-COUNT   PIC 9(6)    VALUE ZERO.
       01  WS-CONTACT-ORPHAN-COUNT  PIC 9(6)    VALUE ZERO.
       01  WS-INDEX-ORPHAN-COUNT    PIC 9(6)    VALUE ZERO.
       01  WS-TOTAL-ORPHAN-COUNT    PIC 9(6)    VALUE ZERO.
       01  WS-FIX-WRITTEN-COUNT     PIC 9(6)    VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(6)    VALUE ZERO.

      * The orphan being reported, filled in by each
      * check before WRITE-ORPHAN-LINE.
       01  WS-ORPHAN-RELATION       PIC X(10).
       01  WS-ORPHAN-FILE           PIC X(12).
       01  WS-ORPHAN-EMPLOYEE-ID    PIC 9(6).
       01  WS-ORPHAN-NAME           PIC X(20).
       01  WS-ORPHAN-VALUE          PIC X(20).
       01  WS-ORPHAN-ACTION         PIC X(40).

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(30)
               VALUE "REFERENTIAL INTEGRITY SWEEP   ".
           05  FILLER               PIC X(10) VALUE "  RUN DATE".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  HDR-RUN-MM           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-DD           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-YYYY         PIC 9999.

       01  DETAIL-LINE.
           05  DET-RELATION         PIC X(10).
           05  FILLER               PIC X(5)  VALUE " EMP:".
           05  DET-EMPLOYEE-ID      PIC 9(6).
           05  FILLER               PIC X(5)  VALUE " Lst:".
           05  DET-NAME             PIC X(20).
           05  FILLER               PIC X(7)  VALUE " Value:".
           05  DET-VALUE            PIC X(20).
           05  FILLER               PIC X(6)  VALUE " Fix: ".
           05  DET-ACTION           PIC X(40).

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
               PERFORM CHECK-MASTER-ENTRIES
               PERFORM CHECK-GROUP-FILE
               PERFORM CHECK-ONCALL-FILE
               PERFORM CHECK-CONTACT-FILE
               PERFORM CHECK-NAME-INDEX
           END-IF.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-ORPHAN-COUNT > 0
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
           IF WRITE-SUGGESTED-FIXES
               OPEN OUTPUT FIX-FILE
           END-IF.
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
           OPEN INPUT LOCATION-FILE.
           IF WS-LOC-FILE-STATUS NOT = "00"
               MOVE "LOCATION MASTER COULD NOT BE OPENED"
                   TO NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           PERFORM OPEN-SITE-MASTER.

       READ-CONTROL-RECORD.
           MOVE SPACES TO CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END
               MOVE SPACES TO CONTROL-RECORD
           END-READ.
           CLOSE CONTROL-FILE.
           IF CONTROL-RECORD(1:1) = "F" OR "f"
               MOVE "Y" TO WS-FIX-FLAG
           END-IF.

      * The site master only exists once PHNSIT01 has
      * built it; without it the home-site check is
      * skipped and noted rather than every site being
      * reported as an orphan.
       OPEN-SITE-MASTER.
           MOVE "N" TO WS-SITE-MST-OPEN.
           OPEN INPUT SITE-MASTER-FILE.
           IF WS-SITE-FILE-STATUS = "00"
               MOVE "Y" TO WS-SITE-MST-OPEN
           ELSE
               MOVE "SITE MASTER NOT AVAILABLE - SITES NOT CHECKED"
                   TO NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
           END-IF.

       CLOSING-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "MASTER ENTRIES CHECKED:     " TO CNT-LABEL.
           MOVE WS-MASTER-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "GROUP ROWS CHECKED:         " TO CNT-LABEL.
           MOVE WS-GROUP-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ON-CALL ROWS CHECKED:       " TO CNT-LABEL.
           MOVE WS-ONCALL-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "CONTACTS CHECKED:           " TO CNT-LABEL.
           MOVE WS-CONTACT-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "INDEX ROWS CHECKED:         " TO CNT-LABEL.
           MOVE WS-INDEX-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "DEPARTMENT ORPHANS:         " TO CNT-LABEL.
           MOVE WS-DEPT-ORPHAN-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "LOCATION ORPHANS:           " TO CNT-LABEL.
           MOVE WS-LOC-ORPHAN-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "HOME SITE ORPHANS:          " TO CNT-LABEL.
           MOVE WS-SITE-ORPHAN-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "GROUP ROW ORPHANS:          " TO CNT-LABEL.
           MOVE WS-GROUP-ORPHAN-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ON-CALL ROW ORPHANS:        " TO CNT-LABEL.
           MOVE WS-ONCALL-ORPHAN-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "EMERGENCY CONTACT ORPHANS:  " TO CNT-LABEL.
           MOVE WS-CONTACT-ORPHAN-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "NAME INDEX ORPHANS:         " TO CNT-LABEL.
           MOVE WS-INDEX-ORPHAN-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "TOTAL ORPHANS:              " TO CNT-LABEL.
           MOVE WS-TOTAL-ORPHAN-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF WRITE-SUGGESTED-FIXES
               MOVE "SUGGESTED FIXES WRITTEN:    " TO CNT-LABEL
               MOVE WS-FIX-WRITTEN-COUNT TO CNT-VALUE
               PERFORM WRITE-COUNT-LINE
               CLOSE FIX-FILE
           END-IF.
           CLOSE PHONE-FILE.
           CLOSE DEPT-FILE.
           CLOSE LOCATION-FILE.
           IF WS-SITE-MST-OPEN = "Y"
               CLOSE SITE-MASTER-FILE
           END-IF.
           CLOSE REPORT-FILE.

      *----------------------------------------------
      * Master to department, location and site.
      *----------------------------------------------
       CHECK-MASTER-ENTRIES.
           MOVE LOW-VALUES TO PHONE-KEY.
           START PHONE-FILE KEY IS NOT LESS THAN PHONE-KEY
               INVALID KEY
               MOVE "Y" TO WS-MASTER-EOF
           END-START.
           PERFORM CHECK-NEXT-MASTER-ENTRY
               UNTIL WS-MASTER-EOF = "Y".

       CHECK-NEXT-MASTER-ENTRY.
           READ PHONE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-MASTER-EOF
               NOT AT END
               ADD 1 TO WS-MASTER-READ-COUNT
               IF PHONE-STATUS NOT = "T"
                   PERFORM CHECK-ONE-MASTER-ENTRY
               END-IF
           END-READ.

       CHECK-ONE-MASTER-ENTRY.
           MOVE PHONE-EMPLOYEE-ID TO WS-ORPHAN-EMPLOYEE-ID.
           MOVE PHONE-LAST-NAME TO WS-ORPHAN-NAME.
           MOVE "phone.dat" TO WS-ORPHAN-FILE.
           PERFORM CHECK-ENTRY-DEPARTMENT.
           IF PHONE-LOCATION NOT = SPACES
               PERFORM CHECK-ENTRY-LOCATION
           END-IF.
           IF PHONE-HOME-SITE NOT = SPACES
                   AND WS-SITE-MST-OPEN = "Y"
               PERFORM CHECK-ENTRY-HOME-SITE
           END-IF.

       CHECK-ENTRY-DEPARTMENT.
           MOVE PHONE-DEPARTMENT TO DEPT-CODE.
           READ DEPT-FILE
               INVALID KEY
               ADD 1 TO WS-DEPT-ORPHAN-COUNT
               MOVE "DEPT      " TO WS-ORPHAN-RELATION
               MOVE PHONE-DEPARTMENT TO WS-ORPHAN-VALUE
               MOVE "REASSIGN DEPT OR RESTORE DEPTMST ROW"
                   TO WS-ORPHAN-ACTION
               PERFORM REPORT-ORPHAN
           END-READ.

       CHECK-ENTRY-LOCATION.
           MOVE PHONE-LOCATION TO LOC-CODE.
           READ LOCATION-FILE
               INVALID KEY
               ADD 1 TO WS-LOC-ORPHAN-COUNT
               MOVE "LOCATION  " TO WS-ORPHAN-RELATION
               MOVE PHONE-LOCATION TO WS-ORPHAN-VALUE
               MOVE "REASSIGN LOCATION OR RESTORE LOCMST ROW"
                   TO WS-ORPHAN-ACTION
               PERFORM REPORT-ORPHAN
           END-READ.

       CHECK-ENTRY-HOME-SITE.
           MOVE PHONE-HOME-SITE TO SITE-CODE.
           READ SITE-MASTER-FILE
               INVALID KEY
               ADD 1 TO WS-SITE-ORPHAN-COUNT
               MOVE "HOME-SITE " TO WS-ORPHAN-RELATION
               MOVE PHONE-HOME-SITE TO WS-ORPHAN-VALUE
               MOVE "REASSIGN SITE OR RESTORE SITEMST ROW"
                   TO WS-ORPHAN-ACTION
               PERFORM REPORT-ORPHAN
           END-READ.

      *----------------------------------------------
      * Side files to the master.  A row only needs
      * its employee ID to be on the master.
      *----------------------------------------------
       CHECK-GROUP-FILE.
           OPEN INPUT GROUP-FILE.
           PERFORM CHECK-NEXT-GROUP-ROW
               UNTIL WS-GROUP-EOF = "Y".
           CLOSE GROUP-FILE.

       CHECK-NEXT-GROUP-ROW.
           READ GROUP-FILE
               AT END
               MOVE "Y" TO WS-GROUP-EOF
               NOT AT END
               ADD 1 TO WS-GROUP-READ-COUNT
               MOVE GRP-EMPLOYEE-ID TO PHONE-EMPLOYEE-ID
               PERFORM LOOK-UP-MASTER-ENTRY
               IF WS-ON-MASTER = "N"
                   ADD 1 TO WS-GROUP-ORPHAN-COUNT
                   MOVE "GROUP     " TO WS-ORPHAN-RELATION
                   MOVE "grpmst.dat" TO WS-ORPHAN-FILE
                   MOVE GRP-EMPLOYEE-ID TO WS-ORPHAN-EMPLOYEE-ID
                   MOVE SPACES TO WS-ORPHAN-NAME
                   MOVE GRP-NAME TO WS-ORPHAN-VALUE
                   MOVE "DROP MEMBER FROM GROUP (PHNGRP01)"
                       TO WS-ORPHAN-ACTION
                   PERFORM REPORT-ORPHAN
               END-IF
           END-READ.

       CHECK-ONCALL-FILE.
           OPEN INPUT ONCALL-FILE.
           PERFORM CHECK-NEXT-ONCALL-ROW
               UNTIL WS-ONCALL-EOF = "Y".
           CLOSE ONCALL-FILE.

       CHECK-NEXT-ONCALL-ROW.
           READ ONCALL-FILE
               AT END
               MOVE "Y" TO WS-ONCALL-EOF
               NOT AT END
               ADD 1 TO WS-ONCALL-READ-COUNT
               MOVE ONC-EMPLOYEE-ID TO PHONE-EMPLOYEE-ID
               PERFORM LOOK-UP-MASTER-ENTRY
               IF WS-ON-MASTER = "N"
                   ADD 1 TO WS-ONCALL-ORPHAN-COUNT
                   MOVE "ONCALL    " TO WS-ORPHAN-RELATION
                   MOVE "oncall.dat" TO WS-ORPHAN-FILE
                   MOVE ONC-EMPLOYEE-ID TO WS-ORPHAN-EMPLOYEE-ID
                   MOVE SPACES TO WS-ORPHAN-NAME
                   MOVE ONC-DEPARTMENT TO WS-ORPHAN-VALUE
                   MOVE "REASSIGN OR CANCEL ROTATION (PHNONC01)"
                       TO WS-ORPHAN-ACTION
                   PERFORM REPORT-ORPHAN
               END-IF
           END-READ.

       CHECK-CONTACT-FILE.
           OPEN INPUT CONTACT-FILE.
           PERFORM CHECK-NEXT-CONTACT
               UNTIL WS-CONTACT-EOF = "Y".
           CLOSE CONTACT-FILE.

       CHECK-NEXT-CONTACT.
           READ CONTACT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-CONTACT-EOF
               NOT AT END
               ADD 1 TO WS-CONTACT-READ-COUNT
               MOVE EMG-EMPLOYEE-ID TO PHONE-EMPLOYEE-ID
               PERFORM LOOK-UP-MASTER-ENTRY
               IF WS-ON-MASTER = "N"
                   ADD 1 TO WS-CONTACT-ORPHAN-COUNT
                   MOVE "CONTACT   " TO WS-ORPHAN-RELATION
                   MOVE "emgcon.dat" TO WS-ORPHAN-FILE
                   MOVE EMG-EMPLOYEE-ID TO WS-ORPHAN-EMPLOYEE-ID
                   MOVE SPACES TO WS-ORPHAN-NAME
                   MOVE EMG-CONTACT-NAME TO WS-ORPHAN-VALUE
                   MOVE "DELETE CONTACT (PHNEMG01)"
                       TO WS-ORPHAN-ACTION
                   PERFORM REPORT-ORPHAN
               END-IF
           END-READ.

       CHECK-NAME-INDEX.
           OPEN INPUT INDEX-FILE.
           PERFORM CHECK-NEXT-INDEX-ROW
               UNTIL WS-INDEX-EOF = "Y".
           CLOSE INDEX-FILE.

       CHECK-NEXT-INDEX-ROW.
           READ INDEX-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-INDEX-EOF
               NOT AT END
               ADD 1 TO WS-INDEX-READ-COUNT
               MOVE NDX-EMPLOYEE-ID TO PHONE-EMPLOYEE-ID
               PERFORM LOOK-UP-MASTER-ENTRY
               IF WS-ON-MASTER = "N"
                   ADD 1 TO WS-INDEX-ORPHAN-COUNT
                   MOVE "NAME-NDX  " TO WS-ORPHAN-RELATION
                   MOVE "phnndx.dat" TO WS-ORPHAN-FILE
                   MOVE NDX-EMPLOYEE-ID TO WS-ORPHAN-EMPLOYEE-ID
                   MOVE NDX-LAST-NAME TO WS-ORPHAN-NAME
                   MOVE NDX-SOUNDEX TO WS-ORPHAN-VALUE
                   MOVE "REBUILD THE NAME INDEX (PHNNDX01)"
                       TO WS-ORPHAN-ACTION
                   PERFORM REPORT-ORPHAN
               END-IF
           END-READ.

       LOOK-UP-MASTER-ENTRY.
           READ PHONE-FILE
               INVALID KEY
               MOVE "N" TO WS-ON-MASTER
               NOT INVALID KEY
               MOVE "Y" TO WS-ON-MASTER
           END-READ.

      *----------------------------------------------
      * Every orphan goes on the report and, when
      * asked for, onto the suggested-fix file.
      *----------------------------------------------
       REPORT-ORPHAN.
           ADD 1 TO WS-TOTAL-ORPHAN-COUNT.
           MOVE WS-ORPHAN-RELATION TO DET-RELATION.
           MOVE WS-ORPHAN-EMPLOYEE-ID TO DET-EMPLOYEE-ID.
           MOVE WS-ORPHAN-NAME TO DET-NAME.
           MOVE WS-ORPHAN-VALUE TO DET-VALUE.
           MOVE WS-ORPHAN-ACTION TO DET-ACTION.
           MOVE DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WRITE-SUGGESTED-FIXES
               PERFORM WRITE-SUGGESTED-FIX
           END-IF.

       WRITE-SUGGESTED-FIX.
           MOVE SPACES TO FIX-RECORD.
           MOVE WS-ORPHAN-FILE TO FIX-FILE-NAME.
           MOVE WS-ORPHAN-EMPLOYEE-ID TO FIX-EMPLOYEE-ID.
           MOVE WS-ORPHAN-VALUE TO FIX-VALUE.
           MOVE WS-ORPHAN-ACTION TO FIX-ACTION.
           WRITE FIX-RECORD.
           ADD 1 TO WS-FIX-WRITTEN-COUNT.

       WRITE-NOTE-LINE.
           MOVE NOTE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
