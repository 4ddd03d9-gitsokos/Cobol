       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNDQS01.
      *----------------------------------------------
      * Department data-quality scorecard.
      * Scores every PHONE-DEPARTMENT on the share of
      * its active entries (facility entries are left
      * out - rooms have no mobile or next of kin)
      * that have:
      *   LOC  a location on the location master;
      *   SITE a home site on the site master;
      *   MOB  a mobile number in a type M slot;
      *   EMG  an emergency contact on emgcon.dat;
      *   EXT  an extension no other current entry
      *        (active or on leave) carries.
      * The department score is the five measures
      * taken together (every check counts the same),
      * and departments print worst score first.
      * Each run appends its scores to phndqs01.hst.
      * The report compares each department with the
      * latest run made in an earlier month, so a
      * re-run this month still shows the change
      * since last month; a fall is flagged SLIPPING
      * next to the department manager's name.
      * RETURN-CODE 4 when any department slipped.
      *
      * History record layout (phndqs01.hst):
      *   run date YYYYMM DD, department, active count,
      *   LOC SITE MOB EMG EXT percentages and the
      *   score, each 999V9 (display numeric).
      *----------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PHONE-FILE
               ASSIGN TO "phone.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHONE-KEY
               ALTERNATE RECORD KEY IS PHONE-EXTENSION
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PHONE-DEPARTMENT
                   WITH DUPLICATES.

           SELECT OPTIONAL DEPT-FILE
               ASSIGN TO "deptmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-KEY.

           SELECT OPTIONAL LOCATION-FILE
               ASSIGN TO "locmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-KEY.

           SELECT OPTIONAL SITE-MASTER-FILE
               ASSIGN TO "sitemst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SITE-KEY.

           SELECT OPTIONAL CONTACT-FILE
               ASSIGN TO "emgcon.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMG-KEY.

           SELECT OPTIONAL EXTRACT-FILE
               ASSIGN TO "phndqs01.ext"
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXTENSION-SORT-WORK-FILE
               ASSIGN TO "phndqs01.tmp".

           SELECT OPTIONAL SORTED-EXTRACT-FILE
               ASSIGN TO "phndqs01.srt"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SCORE-FILE
               ASSIGN TO "phndqs01.sco"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SCORE-SORT-WORK-FILE
               ASSIGN TO "phndqs01.tm2".

           SELECT OPTIONAL SORTED-SCORE-FILE
               ASSIGN TO "phndqs01.scs"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "phndqs01.hst"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "phndqs01.rpt"
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

       FD  CONTACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMG-RECORD.
           05  EMG-KEY.
               10  EMG-EMPLOYEE-ID  PIC 9(6).
           05  EMG-CONTACT-NAME     PIC X(25).
           05  EMG-RELATIONSHIP     PIC X(10).
           05  EMG-AFTER-HOURS      PIC X(15).

      * One record per current entry holding or
      * sharing an extension; QEX-SCORED is "Y" for
      * the active, non-facility entries that count
      * toward their department's score.
       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-RECORD.
           05  QEX-EXTENSION        PIC X(5).
           05  QEX-DEPARTMENT       PIC X(10).
           05  QEX-SCORED           PIC X.
           05  QEX-HAS-LOCATION     PIC X.
           05  QEX-HAS-SITE         PIC X.
           05  QEX-HAS-MOBILE       PIC X.
           05  QEX-HAS-CONTACT      PIC X.

       SD  EXTENSION-SORT-WORK-FILE.
       01  EXTENSION-SORT-WORK-RECORD.
           05  QSW-EXTENSION        PIC X(5).
           05  QSW-DEPARTMENT       PIC X(10).
           05  QSW-SCORED           PIC X.
           05  QSW-HAS-LOCATION     PIC X.
           05  QSW-HAS-SITE         PIC X.
           05  QSW-HAS-MOBILE       PIC X.
           05  QSW-HAS-CONTACT      PIC X.

       FD  SORTED-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-EXTRACT-RECORD.
           05  SRT-EXTENSION        PIC X(5).
           05  SRT-DEPARTMENT       PIC X(10).
           05  SRT-SCORED           PIC X.
           05  SRT-HAS-LOCATION     PIC X.
           05  SRT-HAS-SITE         PIC X.
           05  SRT-HAS-MOBILE       PIC X.
           05  SRT-HAS-CONTACT      PIC X.

       FD  SCORE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCORE-RECORD.
           05  SCO-SCORE            PIC 9(3)V9.
           05  SCO-DEPARTMENT       PIC X(10).
           05  SCO-ACTIVE           PIC 9(6).
           05  SCO-LOC-PCT          PIC 9(3)V9.
           05  SCO-SITE-PCT         PIC 9(3)V9.
           05  SCO-MOBILE-PCT       PIC 9(3)V9.
           05  SCO-CONTACT-PCT      PIC 9(3)V9.
           05  SCO-UNIQUE-PCT       PIC 9(3)V9.
           05  SCO-PRIOR-FOUND      PIC X.
           05  SCO-PRIOR-SCORE      PIC 9(3)V9.

       SD  SCORE-SORT-WORK-FILE.
       01  SCORE-SORT-WORK-RECORD.
           05  SSW-SCORE            PIC 9(3)V9.
           05  SSW-DEPARTMENT       PIC X(10).
           05  FILLER               PIC X(31).

       FD  SORTED-SCORE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-SCORE-RECORD.
           05  SSR-SCORE            PIC 9(3)V9.
           05  SSR-DEPARTMENT       PIC X(10).
           05  SSR-ACTIVE           PIC 9(6).
           05  SSR-LOC-PCT          PIC 9(3)V9.
           05  SSR-SITE-PCT         PIC 9(3)V9.
           05  SSR-MOBILE-PCT       PIC 9(3)V9.
           05  SSR-CONTACT-PCT      PIC 9(3)V9.
           05  SSR-UNIQUE-PCT       PIC 9(3)V9.
           05  SSR-PRIOR-FOUND      PIC X.
           05  SSR-PRIOR-SCORE      PIC 9(3)V9.

       FD  HISTORY-FILE
           LABEL RECORDS OMITTED.
       01  HISTORY-RECORD.
           05  HST-DATE.
               10  HST-YYYYMM       PIC 9(6).
               10  HST-DD           PIC 99.
           05  HST-DEPARTMENT       PIC X(10).
           05  HST-ACTIVE           PIC 9(6).
           05  HST-LOC-PCT          PIC 9(3)V9.
           05  HST-SITE-PCT         PIC 9(3)V9.
           05  HST-MOBILE-PCT       PIC 9(3)V9.
           05  HST-CONTACT-PCT      PIC 9(3)V9.
           05  HST-UNIQUE-PCT       PIC 9(3)V9.
           05  HST-SCORE            PIC 9(3)V9.

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG              PIC X       VALUE "N".
       01  WS-SRT-EOF               PIC X       VALUE "N".
       01  WS-HST-EOF               PIC X       VALUE "N".
       01  WS-SLOT-IDX              PIC 9.

       01  WS-READ-COUNT            PIC 9(6)    VALUE ZERO.
       01  WS-SCORED-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-SHARED-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-SLIPPING-COUNT        PIC 9(4)    VALUE ZERO.
       01  WS-RANK                  PIC 9(4)    VALUE ZERO.

      * The entry read from the sorted extract is held
      * until the next one shows whether its extension
      * is shared.
       01  WS-HELD-FLAG             PIC X       VALUE "N".
       01  WS-HELD-SHARED           PIC X       VALUE "N".
       01  WS-NEXT-SHARED           PIC X       VALUE "N".
       01  WS-HELD-RECORD.
           05  HLD-EXTENSION        PIC X(5).
           05  HLD-DEPARTMENT       PIC X(10).
           05  HLD-SCORED           PIC X.
           05  HLD-HAS-LOCATION     PIC X.
           05  HLD-HAS-SITE         PIC X.
           05  HLD-HAS-MOBILE       PIC X.
           05  HLD-HAS-CONTACT      PIC X.

      * Department tallies.  Entries with no department
      * are scored together under *NO DEPT*.
       01  WS-DEPT-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-DEPT-OVERFLOW         PIC 9(4)    VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY        OCCURS 500 TIMES.
               10  DQS-DEPARTMENT   PIC X(10).
               10  DQS-ACTIVE       PIC 9(6).
               10  DQS-LOCATION     PIC 9(6).
               10  DQS-SITE         PIC 9(6).
               10  DQS-MOBILE       PIC 9(6).
               10  DQS-CONTACT      PIC 9(6).
               10  DQS-UNIQUE       PIC 9(6).
               10  DQS-PRIOR-FOUND  PIC X.
               10  DQS-PRIOR-SCORE  PIC 9(3)V9.
       01  WS-DEPT-IDX              PIC 9(3).
       01  WS-DEPT-FOUND            PIC 9(3).
       01  WS-DEPT-WANTED           PIC X(10).

       01  WS-PRIOR-DATE.
           05  WS-PRIOR-YYYYMM      PIC 9(6)    VALUE ZERO.
           05  WS-PRIOR-DD          PIC 99      VALUE ZERO.
       01  WS-PRIOR-DATE-N REDEFINES WS-PRIOR-DATE
                                    PIC 9(8).
       01  WS-CURRENT-YYYYMM        PIC 9(6).
       01  WS-CHANGE                PIC S9(3)V9.

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                    PIC 9(8).

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(24)
               VALUE "DEPT DATA QUALITY SCORE ".
           05  FILLER               PIC X(10) VALUE "  RUN DATE".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  HDR-RUN-MM           PIC 99.
           05  FILLER               PIC X    VALUE "/".
           05  HDR-RUN-DD           PIC 99.
           05  FILLER               PIC X    VALUE "/".
           05  HDR-RUN-YYYY         PIC 9999.

       01  PRIOR-RUN-LINE.
           05  FILLER               PIC X(30)
               VALUE "CHANGE SHOWN AGAINST RUN OF:  ".
           05  PRI-RUN-MM           PIC 99.
           05  FILLER               PIC X    VALUE "/".
           05  PRI-RUN-DD           PIC 99.
           05  FILLER               PIC X    VALUE "/".
           05  PRI-RUN-YYYY         PIC 9999.

       01  NO-PRIOR-RUN-LINE.
           05  FILLER               PIC X(44)
               VALUE "NO RUN FROM AN EARLIER MONTH - BASELINE RUN".

       01  COLUMN-HEADER-LINE.
           05  FILLER               PIC X(5)  VALUE "RANK ".
           05  FILLER               PIC X(11) VALUE "DEPARTMENT ".
           05  FILLER               PIC X(26)
               VALUE "MANAGER                   ".
           05  FILLER               PIC X(7)  VALUE " ACTIVE".
           05  FILLER               PIC X(7)  VALUE "   LOC%".
           05  FILLER               PIC X(7)  VALUE "  SITE%".
           05  FILLER               PIC X(7)  VALUE "   MOB%".
           05  FILLER               PIC X(7)  VALUE "   EMG%".
           05  FILLER               PIC X(7)  VALUE "   EXT%".
           05  FILLER               PIC X(7)  VALUE "  SCORE".
           05  FILLER               PIC X(7)  VALUE "  PRIOR".
           05  FILLER               PIC X(8)  VALUE "  CHANGE".

       01  DETAIL-LINE.
           05  DET-RANK             PIC ZZZ9.
           05  FILLER               PIC X     VALUE SPACE.
           05  DET-DEPARTMENT       PIC X(10).
           05  FILLER               PIC X     VALUE SPACE.
           05  DET-MANAGER          PIC X(25).
           05  FILLER               PIC X     VALUE SPACE.
           05  DET-ACTIVE           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DET-LOC-PCT          PIC ZZ9.9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DET-SITE-PCT         PIC ZZ9.9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DET-MOBILE-PCT       PIC ZZ9.9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DET-CONTACT-PCT      PIC ZZ9.9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DET-UNIQUE-PCT       PIC ZZ9.9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DET-SCORE            PIC ZZ9.9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DET-PRIOR            PIC X(5).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DET-CHANGE           PIC X(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  DET-FLAG             PIC X(12).

       01  WS-EDIT-PCT              PIC ZZ9.9.
       01  WS-EDIT-CHANGE           PIC +++9.9.

       01  COUNT-LINE.
           05  CNT-LABEL            PIC X(28).
           05  CNT-VALUE            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM BUILD-QUALITY-EXTRACT.
           PERFORM SORT-QUALITY-EXTRACT.
           PERFORM TALLY-DEPARTMENTS.
           PERFORM LOAD-PRIOR-SCORES.
           PERFORM WRITE-DEPARTMENT-SCORES.
           PERFORM SORT-DEPARTMENT-SCORES.
           PERFORM PRINT-SCORECARD.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           IF WS-SLIPPING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Level 2 Routines

       OPENING-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-CURRENT-YYYYMM =
               WS-CUR-YYYY * 100 + WS-CUR-MM.
           OPEN INPUT PHONE-FILE.
           OPEN INPUT DEPT-FILE.
           OPEN INPUT LOCATION-FILE.
           OPEN INPUT SITE-MASTER-FILE.
           OPEN INPUT CONTACT-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-CUR-MM TO HDR-RUN-MM.
           MOVE WS-CUR-DD TO HDR-RUN-DD.
           MOVE WS-CUR-YYYY TO HDR-RUN-YYYY.
           MOVE REPORT-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       CLOSING-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "DIRECTORY RECORDS READ:     " TO CNT-LABEL.
           MOVE WS-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ACTIVE ENTRIES SCORED:      " TO CNT-LABEL.
           MOVE WS-SCORED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  WITH A SHARED EXTENSION:  " TO CNT-LABEL.
           MOVE WS-SHARED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "DEPARTMENTS SCORED:         " TO CNT-LABEL.
           MOVE WS-DEPT-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "DEPARTMENTS SLIPPING:       " TO CNT-LABEL.
           MOVE WS-SLIPPING-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF WS-DEPT-OVERFLOW > 0
               MOVE "ENTRIES NOT SCORED - TABLE: " TO CNT-LABEL
               MOVE WS-DEPT-OVERFLOW TO CNT-VALUE
               PERFORM WRITE-COUNT-LINE
           END-IF.
           CLOSE PHONE-FILE.
           CLOSE DEPT-FILE.
           CLOSE LOCATION-FILE.
           CLOSE SITE-MASTER-FILE.
           CLOSE CONTACT-FILE.
           CLOSE REPORT-FILE.

      *----------------------------------------------
      * Pass over the master.
      *----------------------------------------------
       BUILD-QUALITY-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE.
           PERFORM EXTRACT-NEXT-ENTRY
               UNTIL WS-EOF-FLAG = "Y".
           CLOSE EXTRACT-FILE.

       EXTRACT-NEXT-ENTRY.
           READ PHONE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
               ADD 1 TO WS-READ-COUNT
               PERFORM EXTRACT-ONE-ENTRY
           END-READ.

      * Terminated entries neither count nor hold an
      * extension.  Facility and on-leave entries are
      * not scored, but their extensions still make a
      * shared extension for anyone scored.
       EXTRACT-ONE-ENTRY.
           IF PHONE-STATUS NOT = "T"
               MOVE SPACES TO EXTRACT-RECORD
               MOVE PHONE-EXTENSION TO QEX-EXTENSION
               MOVE PHONE-DEPARTMENT TO QEX-DEPARTMENT
               IF PHONE-DEPARTMENT = SPACES
                   MOVE "*NO DEPT*" TO QEX-DEPARTMENT
               END-IF
               IF PHONE-STATUS = "A"
                       AND PHONE-ENTRY-CLASS NOT = "F"
                   MOVE "Y" TO QEX-SCORED
                   PERFORM CHECK-ENTRY-QUALITY
               ELSE
                   MOVE "N" TO QEX-SCORED
               END-IF
               IF QEX-SCORED = "Y" OR PHONE-EXTENSION NOT = SPACES
                   WRITE EXTRACT-RECORD
               END-IF
           END-IF.

       CHECK-ENTRY-QUALITY.
           MOVE "N" TO QEX-HAS-LOCATION.
           IF PHONE-LOCATION NOT = SPACES
               MOVE PHONE-LOCATION TO LOC-CODE
               READ LOCATION-FILE
                   INVALID KEY
                   MOVE "N" TO QEX-HAS-LOCATION
                   NOT INVALID KEY
                   MOVE "Y" TO QEX-HAS-LOCATION
               END-READ
           END-IF.
           MOVE "N" TO QEX-HAS-SITE.
           IF PHONE-HOME-SITE NOT = SPACES
               MOVE PHONE-HOME-SITE TO SITE-CODE
               READ SITE-MASTER-FILE
                   INVALID KEY
                   MOVE "N" TO QEX-HAS-SITE
                   NOT INVALID KEY
                   MOVE "Y" TO QEX-HAS-SITE
               END-READ
           END-IF.
           MOVE "N" TO QEX-HAS-MOBILE.
           PERFORM CHECK-ONE-SLOT-FOR-MOBILE
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 4.
           MOVE PHONE-EMPLOYEE-ID TO EMG-EMPLOYEE-ID.
           READ CONTACT-FILE
               INVALID KEY
               MOVE "N" TO QEX-HAS-CONTACT
               NOT INVALID KEY
               MOVE "Y" TO QEX-HAS-CONTACT
           END-READ.

       CHECK-ONE-SLOT-FOR-MOBILE.
           IF PHONE-NUMBER-TYPE(WS-SLOT-IDX) = "M"
                   AND PHONE-NUMBER(WS-SLOT-IDX) NOT = SPACES
               MOVE "Y" TO QEX-HAS-MOBILE
           END-IF.

       SORT-QUALITY-EXTRACT.
           SORT EXTENSION-SORT-WORK-FILE
               ON ASCENDING KEY QSW-EXTENSION
               USING EXTRACT-FILE
               GIVING SORTED-EXTRACT-FILE.

      *----------------------------------------------
      * Walk the extract in extension order and roll
      * the checks up by department.
      *----------------------------------------------
       TALLY-DEPARTMENTS.
           OPEN INPUT SORTED-EXTRACT-FILE.
           MOVE "N" TO WS-HELD-FLAG.
           PERFORM TALLY-NEXT-ENTRY
               UNTIL WS-SRT-EOF = "Y".
           IF WS-HELD-FLAG = "Y"
               PERFORM TALLY-HELD-ENTRY
           END-IF.
           CLOSE SORTED-EXTRACT-FILE.

      * An extension is shared when the next entry in
      * extension order carries it too; both entries
      * lose the EXT check.  A blank extension never
      * passes.
       TALLY-NEXT-ENTRY.
           READ SORTED-EXTRACT-FILE
               AT END
               MOVE "Y" TO WS-SRT-EOF
               NOT AT END
               MOVE "N" TO WS-NEXT-SHARED
               IF WS-HELD-FLAG = "Y"
                   IF SRT-EXTENSION = HLD-EXTENSION
                           AND SRT-EXTENSION NOT = SPACES
                       MOVE "Y" TO WS-HELD-SHARED
                       MOVE "Y" TO WS-NEXT-SHARED
                   END-IF
                   PERFORM TALLY-HELD-ENTRY
               END-IF
               MOVE SORTED-EXTRACT-RECORD TO WS-HELD-RECORD
               MOVE WS-NEXT-SHARED TO WS-HELD-SHARED
               MOVE "Y" TO WS-HELD-FLAG
           END-READ.

       TALLY-HELD-ENTRY.
           IF HLD-SCORED = "Y"
               ADD 1 TO WS-SCORED-COUNT
               IF WS-HELD-SHARED = "Y"
                   ADD 1 TO WS-SHARED-COUNT
               END-IF
               MOVE HLD-DEPARTMENT TO WS-DEPT-WANTED
               PERFORM FIND-DEPARTMENT
               IF WS-DEPT-FOUND = ZERO
                   PERFORM ADD-DEPARTMENT
               END-IF
               IF WS-DEPT-FOUND > 0
                   PERFORM ACCRUE-TO-DEPARTMENT
               END-IF
           END-IF.

       FIND-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-FOUND.
           PERFORM CHECK-ONE-DEPARTMENT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               OR WS-DEPT-FOUND > 0.

       CHECK-ONE-DEPARTMENT.
           IF DQS-DEPARTMENT(WS-DEPT-IDX) = WS-DEPT-WANTED
               MOVE WS-DEPT-IDX TO WS-DEPT-FOUND
           END-IF.

       ADD-DEPARTMENT.
           IF WS-DEPT-COUNT < 500
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND
               MOVE WS-DEPT-WANTED TO DQS-DEPARTMENT(WS-DEPT-FOUND)
               MOVE ZERO TO DQS-ACTIVE(WS-DEPT-FOUND)
               MOVE ZERO TO DQS-LOCATION(WS-DEPT-FOUND)
               MOVE ZERO TO DQS-SITE(WS-DEPT-FOUND)
               MOVE ZERO TO DQS-MOBILE(WS-DEPT-FOUND)
               MOVE ZERO TO DQS-CONTACT(WS-DEPT-FOUND)
               MOVE ZERO TO DQS-UNIQUE(WS-DEPT-FOUND)
               MOVE "N" TO DQS-PRIOR-FOUND(WS-DEPT-FOUND)
               MOVE ZERO TO DQS-PRIOR-SCORE(WS-DEPT-FOUND)
           ELSE
               ADD 1 TO WS-DEPT-OVERFLOW
           END-IF.

       ACCRUE-TO-DEPARTMENT.
           ADD 1 TO DQS-ACTIVE(WS-DEPT-FOUND).
           IF HLD-HAS-LOCATION = "Y"
               ADD 1 TO DQS-LOCATION(WS-DEPT-FOUND)
           END-IF.
           IF HLD-HAS-SITE = "Y"
               ADD 1 TO DQS-SITE(WS-DEPT-FOUND)
           END-IF.
           IF HLD-HAS-MOBILE = "Y"
               ADD 1 TO DQS-MOBILE(WS-DEPT-FOUND)
           END-IF.
           IF HLD-HAS-CONTACT = "Y"
               ADD 1 TO DQS-CONTACT(WS-DEPT-FOUND)
           END-IF.
           IF HLD-EXTENSION NOT = SPACES
                   AND WS-HELD-SHARED = "N"
               ADD 1 TO DQS-UNIQUE(WS-DEPT-FOUND)
           END-IF.

      *----------------------------------------------
      * Last month's scores.  The first pass finds the
      * latest run dated before this month; the second
      * loads that run's score for each department
      * still being scored.
      *----------------------------------------------
       LOAD-PRIOR-SCORES.
           OPEN INPUT HISTORY-FILE.
           PERFORM FIND-PRIOR-RUN
               UNTIL WS-HST-EOF = "Y".
           CLOSE HISTORY-FILE.
           IF WS-PRIOR-DATE-N > ZERO
               MOVE "N" TO WS-HST-EOF
               OPEN INPUT HISTORY-FILE
               PERFORM LOAD-ONE-PRIOR-SCORE
                   UNTIL WS-HST-EOF = "Y"
               CLOSE HISTORY-FILE
               MOVE WS-PRIOR-DATE-N(5:2) TO PRI-RUN-MM
               MOVE WS-PRIOR-DD TO PRI-RUN-DD
               MOVE WS-PRIOR-DATE-N(1:4) TO PRI-RUN-YYYY
               MOVE PRIOR-RUN-LINE TO REPORT-RECORD
           ELSE
               MOVE NO-PRIOR-RUN-LINE TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

       FIND-PRIOR-RUN.
           READ HISTORY-FILE
               AT END
               MOVE "Y" TO WS-HST-EOF
               NOT AT END
               IF HST-YYYYMM < WS-CURRENT-YYYYMM
                       AND HST-DATE > WS-PRIOR-DATE
                   MOVE HST-DATE TO WS-PRIOR-DATE
               END-IF
           END-READ.

       LOAD-ONE-PRIOR-SCORE.
           READ HISTORY-FILE
               AT END
               MOVE "Y" TO WS-HST-EOF
               NOT AT END
               IF HST-DATE = WS-PRIOR-DATE
                   MOVE HST-DEPARTMENT TO WS-DEPT-WANTED
                   PERFORM FIND-DEPARTMENT
                   IF WS-DEPT-FOUND > 0
                       MOVE "Y" TO DQS-PRIOR-FOUND(WS-DEPT-FOUND)
                       MOVE HST-SCORE
                           TO DQS-PRIOR-SCORE(WS-DEPT-FOUND)
                   END-IF
               END-IF
           END-READ.

      *----------------------------------------------
      * Work out each department's percentages, save
      * them to the history and rank them.
      *----------------------------------------------
       WRITE-DEPARTMENT-SCORES.
           OPEN OUTPUT SCORE-FILE.
           OPEN EXTEND HISTORY-FILE.
           PERFORM SCORE-ONE-DEPARTMENT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
           CLOSE HISTORY-FILE.
           CLOSE SCORE-FILE.

       SCORE-ONE-DEPARTMENT.
           MOVE DQS-DEPARTMENT(WS-DEPT-IDX) TO SCO-DEPARTMENT.
           MOVE DQS-ACTIVE(WS-DEPT-IDX) TO SCO-ACTIVE.
           COMPUTE SCO-LOC-PCT ROUNDED =
               DQS-LOCATION(WS-DEPT-IDX) * 100
               / DQS-ACTIVE(WS-DEPT-IDX).
           COMPUTE SCO-SITE-PCT ROUNDED =
               DQS-SITE(WS-DEPT-IDX) * 100
               / DQS-ACTIVE(WS-DEPT-IDX).
           COMPUTE SCO-MOBILE-PCT ROUNDED =
               DQS-MOBILE(WS-DEPT-IDX) * 100
               / DQS-ACTIVE(WS-DEPT-IDX).
           COMPUTE SCO-CONTACT-PCT ROUNDED =
               DQS-CONTACT(WS-DEPT-IDX) * 100
               / DQS-ACTIVE(WS-DEPT-IDX).
           COMPUTE SCO-UNIQUE-PCT ROUNDED =
               DQS-UNIQUE(WS-DEPT-IDX) * 100
               / DQS-ACTIVE(WS-DEPT-IDX).
           COMPUTE SCO-SCORE ROUNDED =
               (DQS-LOCATION(WS-DEPT-IDX)
               + DQS-SITE(WS-DEPT-IDX)
               + DQS-MOBILE(WS-DEPT-IDX)
               + DQS-CONTACT(WS-DEPT-IDX)
               + DQS-UNIQUE(WS-DEPT-IDX)) * 100
               / (DQS-ACTIVE(WS-DEPT-IDX) * 5).
           MOVE DQS-PRIOR-FOUND(WS-DEPT-IDX) TO SCO-PRIOR-FOUND.
           MOVE DQS-PRIOR-SCORE(WS-DEPT-IDX) TO SCO-PRIOR-SCORE.
           WRITE SCORE-RECORD.
           MOVE WS-CURRENT-DATE-N TO HST-DATE.
           MOVE SCO-DEPARTMENT TO HST-DEPARTMENT.
           MOVE SCO-ACTIVE TO HST-ACTIVE.
           MOVE SCO-LOC-PCT TO HST-LOC-PCT.
           MOVE SCO-SITE-PCT TO HST-SITE-PCT.
           MOVE SCO-MOBILE-PCT TO HST-MOBILE-PCT.
           MOVE SCO-CONTACT-PCT TO HST-CONTACT-PCT.
           MOVE SCO-UNIQUE-PCT TO HST-UNIQUE-PCT.
           MOVE SCO-SCORE TO HST-SCORE.
           WRITE HISTORY-RECORD.

       SORT-DEPARTMENT-SCORES.
           SORT SCORE-SORT-WORK-FILE
               ON ASCENDING KEY SSW-SCORE SSW-DEPARTMENT
               USING SCORE-FILE
               GIVING SORTED-SCORE-FILE.

      *----------------------------------------------
      * The scorecard, worst department first.
      *----------------------------------------------
       PRINT-SCORECARD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE COLUMN-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "N" TO WS-SRT-EOF.
           OPEN INPUT SORTED-SCORE-FILE.
           PERFORM PRINT-NEXT-DEPARTMENT
               UNTIL WS-SRT-EOF = "Y".
           CLOSE SORTED-SCORE-FILE.

       PRINT-NEXT-DEPARTMENT.
           READ SORTED-SCORE-FILE
               AT END
               MOVE "Y" TO WS-SRT-EOF
               NOT AT END
               PERFORM PRINT-ONE-DEPARTMENT
           END-READ.

       PRINT-ONE-DEPARTMENT.
           ADD 1 TO WS-RANK.
           MOVE SPACES TO DETAIL-LINE.
           MOVE WS-RANK TO DET-RANK.
           MOVE SSR-DEPARTMENT TO DET-DEPARTMENT.
           MOVE SSR-DEPARTMENT TO DEPT-CODE.
           READ DEPT-FILE
               INVALID KEY
               MOVE "(NOT ON DEPT MASTER)" TO DET-MANAGER
               NOT INVALID KEY
               MOVE DEPT-MANAGER TO DET-MANAGER
           END-READ.
           MOVE SSR-ACTIVE TO DET-ACTIVE.
           MOVE SSR-LOC-PCT TO DET-LOC-PCT.
           MOVE SSR-SITE-PCT TO DET-SITE-PCT.
           MOVE SSR-MOBILE-PCT TO DET-MOBILE-PCT.
           MOVE SSR-CONTACT-PCT TO DET-CONTACT-PCT.
           MOVE SSR-UNIQUE-PCT TO DET-UNIQUE-PCT.
           MOVE SSR-SCORE TO DET-SCORE.
           IF SSR-PRIOR-FOUND = "Y"
               MOVE SSR-PRIOR-SCORE TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO DET-PRIOR
               COMPUTE WS-CHANGE = SSR-SCORE - SSR-PRIOR-SCORE
               MOVE WS-CHANGE TO WS-EDIT-CHANGE
               MOVE WS-EDIT-CHANGE TO DET-CHANGE
               IF WS-CHANGE < ZERO
                   MOVE "** SLIPPING" TO DET-FLAG
                   ADD 1 TO WS-SLIPPING-COUNT
               END-IF
           ELSE
               MOVE "  NEW" TO DET-PRIOR
           END-IF.
           MOVE DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
