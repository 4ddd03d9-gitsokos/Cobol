       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNMSK01.
      *----------------------------------------------
      * Masked training and test copy of the masters.
      * Builds a complete copy of the directory files
      * in a separate directory for help-desk training
      * and for testing maintenance changes, with the
      * personal data replaced:
      *   phone.dat    last and first names taken from
      *                the substitution list, mobile
      *                (type M) numbers made up;
      *   emgcon.dat   contact name substituted and the
      *                after-hours number made up;
      *                contacts for IDs not on the
      *                master are dropped;
      *   oprmst.dat   every password reset to the
      *                training password, IDs and
      *                levels kept;
      *   deptmst.dat  manager names substituted;
      *   sitemst.dat  site contact names substituted.
      * Employee IDs (and so their check digits),
      * extensions, departments, locations, home sites,
      * supervisors and the desk, fax and pager numbers
      * are copied unchanged, and locmst.dat, grpmst.dat,
      * oncall.dat and coverage.dat are copied as they
      * are, so groups, on-call rosters, call coverage,
      * reporting lines and PHNLKP01, PHNMNT01 and the
      * print work against the copy exactly as they do
      * against the live files.  Facility entries
      * (the 900000-999998 range) are not people and
      * are copied as they are.  The phonetic name
      * index (phnndx.dat) is rebuilt from the
      * substituted names, and an empty phnaud01.log is
      * started so maintenance has a log to write to;
      * the copy's audit chain starts from the
      * beginning - phnaud01.chn is reset to sequence
      * and check zero and the scrub register
      * (phnaud01.scr) and pending-approval file
      * (phnapr01.dat) are emptied, so nothing is
      * carried over from an earlier copy into the
      * same directory.
      * A person gets the same substitute name on every
      * run (the name is picked from the employee ID),
      * so a class can be given the same exercises
      * each time.  Made-up numbers are in the 555
      * area: 01 plus the last five digits of the ID
      * for a mobile, 02 for an emergency contact.
      *
      * Substitution list (phnmsk01.nam), required:
      *   col  1     L last name, F first name,
      *              * comment
      *   cols 3-22  the name
      * Control record (phnmsk01.ctl), optional:
      *   cols  1-40  target directory (default
      *               training); it must exist and may
      *               not be the live directory under
      *               any name - it is resolved, links
      *               and . and .. included, and
      *               compared with the directory the
      *               job runs in
      *   cols 42-51  training password (default
      *               TRAINING)
      * RETURN-CODE 8 when the list is missing a last
      * or first name, the target is refused or cannot
      * be written, or a record could not be written -
      * the copy is not to be used.  phnmsk01.rpt
      * lists what was copied and masked.
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

           SELECT OPTIONAL OPERATOR-FILE
               ASSIGN TO "oprmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPR-KEY.

           SELECT OPTIONAL CONTACT-FILE
               ASSIGN TO "emgcon.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMG-KEY.

           SELECT OPTIONAL DEPT-FILE
               ASSIGN TO "deptmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-KEY.

           SELECT OPTIONAL LOCATION-FILE
               ASSIGN TO "locmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOC-KEY.

           SELECT OPTIONAL SITE-FILE
               ASSIGN TO "sitemst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SITE-KEY.

           SELECT OPTIONAL GROUP-FILE
               ASSIGN TO "grpmst.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ONCALL-FILE
               ASSIGN TO "oncall.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COVERAGE-FILE
               ASSIGN TO "coverage.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL NAME-FILE
               ASSIGN TO "phnmsk01.nam"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "phnmsk01.ctl"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "phnmsk01.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * The copy, in the target directory.
           SELECT TRN-PHONE-FILE
               ASSIGN TO WS-TRN-PHONE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-PHONE-KEY
               ALTERNATE RECORD KEY IS TRN-PHONE-EXTENSION
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRN-PHONE-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT TRN-OPERATOR-FILE
               ASSIGN TO WS-TRN-OPERATOR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-OPR-KEY
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT TRN-CONTACT-FILE
               ASSIGN TO WS-TRN-CONTACT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-EMG-KEY
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT TRN-DEPT-FILE
               ASSIGN TO WS-TRN-DEPT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-DEPT-KEY
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT TRN-LOCATION-FILE
               ASSIGN TO WS-TRN-LOCATION-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-LOC-KEY
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT TRN-SITE-FILE
               ASSIGN TO WS-TRN-SITE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-SITE-KEY
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT TRN-INDEX-FILE
               ASSIGN TO WS-TRN-INDEX-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-NDX-KEY
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT TRN-GROUP-FILE
               ASSIGN TO WS-TRN-GROUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT TRN-ONCALL-FILE
               ASSIGN TO WS-TRN-ONCALL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT TRN-COVERAGE-FILE
               ASSIGN TO WS-TRN-COVERAGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT TRN-AUDIT-FILE
               ASSIGN TO WS-TRN-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT TRN-CHAIN-FILE
               ASSIGN TO WS-TRN-CHAIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT TRN-SCRUB-FILE
               ASSIGN TO WS-TRN-SCRUB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT TRN-APPROVAL-FILE
               ASSIGN TO WS-TRN-APPROVAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

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

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-RECORD.
           05  OPR-KEY.
               10  OPR-ID           PIC X(10).
           05  OPR-PASSWORD         PIC X(10).
           05  OPR-LEVEL            PIC 9.

       FD  CONTACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMG-RECORD.
           05  EMG-KEY.
               10  EMG-EMPLOYEE-ID  PIC 9(6).
           05  EMG-CONTACT-NAME     PIC X(25).
           05  EMG-RELATIONSHIP     PIC X(10).
           05  EMG-AFTER-HOURS      PIC X(15).

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

       FD  SITE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SITE-RECORD.
           05  SITE-KEY.
               10  SITE-CODE        PIC X(4).
           05  SITE-NAME            PIC X(20).
           05  SITE-INBOUND-FILE    PIC X(12).
           05  SITE-OUTBOUND-FILE   PIC X(12).
           05  SITE-CONTACT         PIC X(25).

       FD  GROUP-FILE
           LABEL RECORDS OMITTED.
       01  GROUP-RECORD             PIC X(26).

       FD  ONCALL-FILE
           LABEL RECORDS OMITTED.
       01  ONCALL-RECORD            PIC X(32).

       FD  COVERAGE-FILE
           LABEL RECORDS OMITTED.
       01  COVERAGE-RECORD          PIC X(28).

       FD  NAME-FILE
           LABEL RECORDS OMITTED.
       01  NAME-RECORD.
           05  NAM-TYPE             PIC X.
           05  FILLER               PIC X.
           05  NAM-NAME             PIC X(20).
           05  FILLER               PIC X(58).

       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
       01  CONTROL-RECORD.
           05  CTL-TARGET-DIRECTORY PIC X(40).
           05  FILLER               PIC X.
           05  CTL-TRAINING-PASSWORD PIC X(10).
           05  FILLER               PIC X(29).

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       FD  TRN-PHONE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRN-PHONE-RECORD.
           05  TRN-PHONE-KEY        PIC 9(6).
           05  FILLER               PIC X(104).
           05  TRN-PHONE-EXTENSION  PIC X(5).
           05  TRN-PHONE-DEPARTMENT PIC X(10).
           05  FILLER               PIC X(43).

       FD  TRN-OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRN-OPERATOR-RECORD.
           05  TRN-OPR-KEY          PIC X(10).
           05  FILLER               PIC X(11).

       FD  TRN-CONTACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRN-EMG-RECORD.
           05  TRN-EMG-KEY          PIC 9(6).
           05  FILLER               PIC X(50).

       FD  TRN-DEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRN-DEPT-RECORD.
           05  TRN-DEPT-KEY         PIC X(10).
           05  FILLER               PIC X(71).

       FD  TRN-LOCATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRN-LOC-RECORD.
           05  TRN-LOC-KEY          PIC X(8).
           05  FILLER               PIC X(36).

       FD  TRN-SITE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRN-SITE-RECORD.
           05  TRN-SITE-KEY         PIC X(4).
           05  FILLER               PIC X(69).

       FD  TRN-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRN-INDEX-RECORD.
           05  TRN-NDX-KEY.
               10  TRN-NDX-SOUNDEX  PIC X(4).
               10  TRN-NDX-EMPLOYEE-ID PIC 9(6).
           05  TRN-NDX-LAST-NAME    PIC X(20).

       FD  TRN-GROUP-FILE
           LABEL RECORDS OMITTED.
       01  TRN-GROUP-RECORD         PIC X(26).

       FD  TRN-ONCALL-FILE
           LABEL RECORDS OMITTED.
       01  TRN-ONCALL-RECORD        PIC X(32).

       FD  TRN-COVERAGE-FILE
           LABEL RECORDS OMITTED.
       01  TRN-COVERAGE-RECORD      PIC X(28).

       FD  TRN-AUDIT-FILE
           LABEL RECORDS OMITTED.
       01  TRN-AUDIT-RECORD         PIC X(260).

       FD  TRN-CHAIN-FILE
           LABEL RECORDS OMITTED.
       01  TRN-CHAIN-RECORD.
           05  TCH-LAST-SEQUENCE    PIC 9(8).
           05  FILLER               PIC X.
           05  TCH-LAST-CHECK       PIC 9(9).

       FD  TRN-SCRUB-FILE
           LABEL RECORDS OMITTED.
       01  TRN-SCRUB-RECORD         PIC X(18).

       FD  TRN-APPROVAL-FILE
           LABEL RECORDS OMITTED.
       01  TRN-APPROVAL-RECORD      PIC X(104).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS           PIC XX.
       01  WS-TRN-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG              PIC X       VALUE "N".
       01  WS-CONTROL-OK            PIC X       VALUE "Y".

       01  WS-TARGET-DIRECTORY      PIC X(40)   VALUE "training".
       01  WS-TRAINING-PASSWORD     PIC X(10)   VALUE "TRAINING".
       01  WS-LIVE-DIRECTORY        PIC X(256)  VALUE SPACES.
       01  WS-RESOLVED-TARGET       PIC X(256)  VALUE SPACES.
       01  WS-DIR-CALL-STATUS       PIC S9(9)   COMP-5 VALUE ZERO.
       01  WS-TARGET-REFUSAL        PIC X(60)   VALUE SPACES.
       01  WS-TRN-FILE-NAME         PIC X(12)   VALUE SPACES.
       01  WS-TRN-BUILT-NAME        PIC X(56)   VALUE SPACES.
       01  WS-TRN-PHONE-NAME        PIC X(56)   VALUE SPACES.
       01  WS-TRN-OPERATOR-NAME     PIC X(56)   VALUE SPACES.
       01  WS-TRN-CONTACT-NAME      PIC X(56)   VALUE SPACES.
       01  WS-TRN-DEPT-NAME         PIC X(56)   VALUE SPACES.
       01  WS-TRN-LOCATION-NAME     PIC X(56)   VALUE SPACES.
       01  WS-TRN-SITE-NAME         PIC X(56)   VALUE SPACES.
       01  WS-TRN-INDEX-NAME        PIC X(56)   VALUE SPACES.
       01  WS-TRN-GROUP-NAME        PIC X(56)   VALUE SPACES.
       01  WS-TRN-ONCALL-NAME       PIC X(56)   VALUE SPACES.
       01  WS-TRN-COVERAGE-NAME     PIC X(56)   VALUE SPACES.
       01  WS-TRN-AUDIT-NAME        PIC X(56)   VALUE SPACES.
       01  WS-TRN-CHAIN-NAME        PIC X(56)   VALUE SPACES.
       01  WS-TRN-SCRUB-NAME        PIC X(56)   VALUE SPACES.
       01  WS-TRN-APPROVAL-NAME     PIC X(56)   VALUE SPACES.

      * The substitution list.
       01  WS-LAST-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-FIRST-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-NAME-OVERFLOW         PIC 9(4)    VALUE ZERO.
       01  WS-LAST-NAME-TABLE.
           05  WS-SUB-LAST-ENTRY    PIC X(20) OCCURS 500 TIMES.
       01  WS-FIRST-NAME-TABLE.
           05  WS-SUB-FIRST-ENTRY   PIC X(20) OCCURS 500 TIMES.

      * Picking a substitute: the seed (an employee ID,
      * or a running number for names that belong to no
      * entry) chooses the last name by its remainder
      * over the list and the first name from what is
      * left.
       01  WS-PICK-SEED             PIC 9(8)    VALUE ZERO.
       01  WS-PICK-QUOTIENT         PIC 9(8)    VALUE ZERO.
       01  WS-PICK-REMAINDER        PIC 9(3)    VALUE ZERO.
       01  WS-PICK-IDX              PIC 9(3)    VALUE ZERO.
       01  WS-SUB-LAST-NAME         PIC X(20)   VALUE SPACES.
       01  WS-SUB-FIRST-NAME        PIC X(20)   VALUE SPACES.
       01  WS-SUB-FULL-NAME         PIC X(25)   VALUE SPACES.
       01  WS-NAME-SEQUENCE         PIC 9(5)    VALUE ZERO.

       01  WS-MADE-UP-ID            PIC 9(6)    VALUE ZERO.
       01  WS-MADE-UP-ID-X REDEFINES WS-MADE-UP-ID.
           05  FILLER               PIC X.
           05  WS-MADE-UP-ID-TAIL   PIC X(5).
       01  WS-MADE-UP-NUMBER.
           05  WS-MADE-UP-AREA      PIC X(3)    VALUE "555".
           05  WS-MADE-UP-LOCAL.
               10  WS-MADE-UP-PREFIX PIC XX.
               10  WS-MADE-UP-TAIL  PIC X(5).
               10  FILLER           PIC X(5)    VALUE SPACES.
       01  WS-SLOT-IDX              PIC 9       VALUE ZERO.

      * Employee ID check digit, as PHNBAT01 proves it:
      * the sum of the first five digits modulo 10.
       01  WS-CHECK-ID              PIC 9(6).
       01  WS-CHECK-ID-TABLE REDEFINES WS-CHECK-ID.
           05  WS-CHECK-ID-DIGIT    PIC 9  OCCURS 6 TIMES.
       01  WS-DIGIT-IDX             PIC 9.
       01  WS-DIGIT-SUM             PIC 99.
       01  WS-DIGIT-QUOTIENT        PIC 99.
       01  WS-CHECK-DIGIT           PIC 9.

      * Soundex work fields, as in PHNNDX01.
       01  WS-SDX-IN-NAME           PIC X(20).
       01  WS-SDX-NAME              PIC X(20).
       01  WS-SDX-CODE              PIC X(4).
       01  WS-SDX-IDX               PIC 99.
       01  WS-SDX-LEN               PIC 9.
       01  WS-SDX-CHAR              PIC X.
       01  WS-SDX-DIGIT             PIC X.
       01  WS-SDX-PREV              PIC X.
       01  WS-SDX-DONE              PIC X.

       01  WS-PHONE-COUNT           PIC 9(6)    VALUE ZERO.
       01  WS-PERSON-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-FACILITY-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-MOBILE-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-BAD-CHECK-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-INDEX-COUNT           PIC 9(6)    VALUE ZERO.
       01  WS-OPERATOR-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-CONTACT-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-ORPHAN-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-DEPT-COUNT            PIC 9(6)    VALUE ZERO.
       01  WS-MANAGER-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-LOCATION-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-SITE-COUNT            PIC 9(6)    VALUE ZERO.
       01  WS-SITE-CONTACT-COUNT    PIC 9(6)    VALUE ZERO.
       01  WS-GROUP-COUNT           PIC 9(6)    VALUE ZERO.
       01  WS-ONCALL-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-COVERAGE-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(6)    VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(30)
               VALUE "MASKED TRAINING COPY          ".
           05  FILLER               PIC X(10) VALUE "  RUN DATE".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  HDR-RUN-MM           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-DD           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-YYYY         PIC 9999.

       01  TARGET-LINE.
           05  FILLER               PIC X(8)  VALUE "TARGET: ".
           05  TGT-DIRECTORY        PIC X(40).

       01  RESULT-LINE.
           05  RSL-TEXT             PIC X(100).

       01  COUNT-LINE.
           05  CNT-LABEL            PIC X(28).
           05  CNT-VALUE            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           IF WS-CONTROL-OK = "Y"
               PERFORM COPY-PHONE-MASTER
           END-IF.
           IF WS-CONTROL-OK = "Y"
               PERFORM COPY-OPERATORS
               PERFORM COPY-CONTACTS
               PERFORM COPY-DEPARTMENTS
               PERFORM COPY-LOCATIONS
               PERFORM COPY-SITES
               PERFORM COPY-GROUPS
               PERFORM COPY-ONCALL-ROSTER
               PERFORM COPY-COVERAGE
               PERFORM START-AUDIT-LOG
           END-IF.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           IF WS-CONTROL-OK = "N" OR WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Level 2 Routines

       OPENING-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-CUR-MM TO HDR-RUN-MM.
           MOVE WS-CUR-DD TO HDR-RUN-DD.
           MOVE WS-CUR-YYYY TO HDR-RUN-YYYY.
           MOVE REPORT-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM READ-CONTROL-RECORD.
           MOVE WS-TARGET-DIRECTORY TO TGT-DIRECTORY.
           MOVE TARGET-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-CONTROL-OK = "Y"
               PERFORM LOAD-SUBSTITUTION-LIST
           END-IF.
           IF WS-CONTROL-OK = "Y"
               PERFORM BUILD-TARGET-NAMES
           END-IF.

       CLOSING-PROCEDURE.
           IF WS-CONTROL-OK = "Y"
               PERFORM PRINT-TOTALS
           END-IF.
           CLOSE REPORT-FILE.

      * The copy may not land on the live files, and a
      * blank target would put it at the root.
       READ-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END
               MOVE SPACES TO CONTROL-RECORD
           END-READ.
           CLOSE CONTROL-FILE.
           IF CTL-TARGET-DIRECTORY NOT = SPACES
               MOVE CTL-TARGET-DIRECTORY TO WS-TARGET-DIRECTORY
           END-IF.
           IF CTL-TRAINING-PASSWORD NOT = SPACES
               MOVE CTL-TRAINING-PASSWORD TO WS-TRAINING-PASSWORD
           END-IF.
           MOVE SPACES TO WS-TARGET-REFUSAL.
           IF WS-TARGET-DIRECTORY(1:1) = SPACE
               MOVE "*** TARGET DIRECTORY IS BLANK - REFUSED"
                   TO WS-TARGET-REFUSAL
           ELSE
               PERFORM RESOLVE-TARGET-DIRECTORY
           END-IF.
           IF WS-TARGET-REFUSAL NOT = SPACES
               MOVE "N" TO WS-CONTROL-OK
               MOVE WS-TARGET-REFUSAL TO RSL-TEXT
               PERFORM WRITE-RESULT-LINE
               DISPLAY "PHNMSK01: target directory refused - see"
                   " phnmsk01.rpt."
           END-IF.

      * The target is resolved by changing into it and
      * asking where that is, then changing straight
      * back, so "..", "./training/.." or a link to the
      * live directory are all seen for what they are.
       RESOLVE-TARGET-DIRECTORY.
           MOVE SPACES TO WS-LIVE-DIRECTORY.
           MOVE SPACES TO WS-RESOLVED-TARGET.
           CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
               BY VALUE LENGTH OF WS-LIVE-DIRECTORY
               BY REFERENCE WS-LIVE-DIRECTORY
               RETURNING WS-DIR-CALL-STATUS.
           IF WS-DIR-CALL-STATUS NOT = ZERO
               MOVE "*** LIVE DIRECTORY COULD NOT BE FOUND - REFUSED"
                   TO WS-TARGET-REFUSAL
           END-IF.
           IF WS-TARGET-REFUSAL = SPACES
               CALL "CBL_CHANGE_DIR" USING WS-TARGET-DIRECTORY
                   RETURNING WS-DIR-CALL-STATUS
               IF WS-DIR-CALL-STATUS NOT = ZERO
                   MOVE "*** TARGET DIRECTORY DOES NOT EXIST - REFUSED"
                       TO WS-TARGET-REFUSAL
               ELSE
                   CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
                       BY VALUE LENGTH OF WS-RESOLVED-TARGET
                       BY REFERENCE WS-RESOLVED-TARGET
                       RETURNING WS-DIR-CALL-STATUS
                   PERFORM RETURN-TO-LIVE-DIRECTORY
               END-IF
           END-IF.
           IF WS-TARGET-REFUSAL = SPACES
               IF WS-RESOLVED-TARGET = WS-LIVE-DIRECTORY
                   MOVE "*** TARGET IS THE LIVE DIRECTORY - REFUSED"
                       TO WS-TARGET-REFUSAL
               END-IF
           END-IF.

       RETURN-TO-LIVE-DIRECTORY.
           IF WS-DIR-CALL-STATUS NOT = ZERO
               MOVE "*** TARGET DIRECTORY COULD NOT BE READ - REFUSED"
                   TO WS-TARGET-REFUSAL
           END-IF.
           CALL "CBL_CHANGE_DIR" USING WS-LIVE-DIRECTORY
               RETURNING WS-DIR-CALL-STATUS.
           IF WS-DIR-CALL-STATUS NOT = ZERO
               MOVE "*** LIVE DIRECTORY COULD NOT BE RESTORED - REFUSED"
                   TO WS-TARGET-REFUSAL
           END-IF.

       LOAD-SUBSTITUTION-LIST.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT NAME-FILE.
           PERFORM READ-NEXT-NAME
               UNTIL WS-EOF-FLAG = "Y".
           CLOSE NAME-FILE.
           IF WS-LAST-COUNT = ZERO OR WS-FIRST-COUNT = ZERO
               MOVE "N" TO WS-CONTROL-OK
               MOVE "*** SUBSTITUTION LIST NEEDS AT LEAST ONE LAST"
                   TO RSL-TEXT
               PERFORM WRITE-RESULT-LINE
               MOVE "    AND ONE FIRST NAME - NOTHING COPIED"
                   TO RSL-TEXT
               PERFORM WRITE-RESULT-LINE
               DISPLAY "PHNMSK01: phnmsk01.nam is missing or"
                   " incomplete - nothing copied."
           END-IF.

       READ-NEXT-NAME.
           READ NAME-FILE
               AT END
               MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
               PERFORM STORE-ONE-NAME
           END-READ.

       STORE-ONE-NAME.
           EVALUATE TRUE
               WHEN NAM-NAME = SPACES
                   CONTINUE
               WHEN NAM-TYPE = "L" AND WS-LAST-COUNT < 500
                   ADD 1 TO WS-LAST-COUNT
                   MOVE NAM-NAME TO WS-SUB-LAST-ENTRY(WS-LAST-COUNT)
               WHEN NAM-TYPE = "F" AND WS-FIRST-COUNT < 500
                   ADD 1 TO WS-FIRST-COUNT
                   MOVE NAM-NAME TO WS-SUB-FIRST-ENTRY(WS-FIRST-COUNT)
               WHEN NAM-TYPE = "L" OR NAM-TYPE = "F"
                   ADD 1 TO WS-NAME-OVERFLOW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BUILD-TARGET-NAMES.
           MOVE "phone.dat" TO WS-TRN-FILE-NAME.
           PERFORM BUILD-ONE-TARGET-NAME.
           MOVE WS-TRN-BUILT-NAME TO WS-TRN-PHONE-NAME.
           MOVE "oprmst.dat" TO WS-TRN-FILE-NAME.
           PERFORM BUILD-ONE-TARGET-NAME.
           MOVE WS-TRN-BUILT-NAME TO WS-TRN-OPERATOR-NAME.
           MOVE "emgcon.dat" TO WS-TRN-FILE-NAME.
           PERFORM BUILD-ONE-TARGET-NAME.
           MOVE WS-TRN-BUILT-NAME TO WS-TRN-CONTACT-NAME.
           MOVE "deptmst.dat" TO WS-TRN-FILE-NAME.
           PERFORM BUILD-ONE-TARGET-NAME.
           MOVE WS-TRN-BUILT-NAME TO WS-TRN-DEPT-NAME.
           MOVE "locmst.dat" TO WS-TRN-FILE-NAME.
           PERFORM BUILD-ONE-TARGET-NAME.
           MOVE WS-TRN-BUILT-NAME TO WS-TRN-LOCATION-NAME.
           MOVE "sitemst.dat" TO WS-TRN-FILE-NAME.
           PERFORM BUILD-ONE-TARGET-NAME.
           MOVE WS-TRN-BUILT-NAME TO WS-TRN-SITE-NAME.
           MOVE "phnndx.dat" TO WS-TRN-FILE-NAME.
           PERFORM BUILD-ONE-TARGET-NAME.
           MOVE WS-TRN-BUILT-NAME TO WS-TRN-INDEX-NAME.
           MOVE "grpmst.dat" TO WS-TRN-FILE-NAME.
           PERFORM BUILD-ONE-TARGET-NAME.
           MOVE WS-TRN-BUILT-NAME TO WS-TRN-GROUP-NAME.
           MOVE "oncall.dat" TO WS-TRN-FILE-NAME.
           PERFORM BUILD-ONE-TARGET-NAME.
           MOVE WS-TRN-BUILT-NAME TO WS-TRN-ONCALL-NAME.
           MOVE "coverage.dat" TO WS-TRN-FILE-NAME.
           PERFORM BUILD-ONE-TARGET-NAME.
           MOVE WS-TRN-BUILT-NAME TO WS-TRN-COVERAGE-NAME.
           MOVE "phnaud01.log" TO WS-TRN-FILE-NAME.
           PERFORM BUILD-ONE-TARGET-NAME.
           MOVE WS-TRN-BUILT-NAME TO WS-TRN-AUDIT-NAME.
           MOVE "phnaud01.chn" TO WS-TRN-FILE-NAME.
           PERFORM BUILD-ONE-TARGET-NAME.
           MOVE WS-TRN-BUILT-NAME TO WS-TRN-CHAIN-NAME.
           MOVE "phnaud01.scr" TO WS-TRN-FILE-NAME.
           PERFORM BUILD-ONE-TARGET-NAME.
           MOVE WS-TRN-BUILT-NAME TO WS-TRN-SCRUB-NAME.
           MOVE "phnapr01.dat" TO WS-TRN-FILE-NAME.
           PERFORM BUILD-ONE-TARGET-NAME.
           MOVE WS-TRN-BUILT-NAME TO WS-TRN-APPROVAL-NAME.

       BUILD-ONE-TARGET-NAME.
           MOVE SPACES TO WS-TRN-BUILT-NAME.
           STRING WS-TARGET-DIRECTORY DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-TRN-FILE-NAME DELIMITED BY SPACE
               INTO WS-TRN-BUILT-NAME
           END-STRING.

      * A target that cannot be opened stops the copy
      * before anything else is written.
       CHECK-TARGET-OPEN.
           IF WS-TRN-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-CONTROL-OK
               MOVE SPACES TO RSL-TEXT
               STRING "*** CANNOT WRITE " DELIMITED BY SIZE
                   WS-TRN-BUILT-NAME DELIMITED BY SPACE
                   " - DOES THE DIRECTORY EXIST?" DELIMITED BY SIZE
                   INTO RSL-TEXT
               END-STRING
               PERFORM WRITE-RESULT-LINE
               DISPLAY "PHNMSK01: cannot write the copy, status "
                   WS-TRN-FILE-STATUS " - see phnmsk01.rpt."
           END-IF.

       PICK-SUBSTITUTE-NAME.
           DIVIDE WS-PICK-SEED BY WS-LAST-COUNT
               GIVING WS-PICK-QUOTIENT
               REMAINDER WS-PICK-REMAINDER.
           ADD 1 TO WS-PICK-REMAINDER GIVING WS-PICK-IDX.
           MOVE WS-SUB-LAST-ENTRY(WS-PICK-IDX) TO WS-SUB-LAST-NAME.
           DIVIDE WS-PICK-QUOTIENT BY WS-FIRST-COUNT
               GIVING WS-PICK-QUOTIENT
               REMAINDER WS-PICK-REMAINDER.
           ADD 1 TO WS-PICK-REMAINDER GIVING WS-PICK-IDX.
           MOVE WS-SUB-FIRST-ENTRY(WS-PICK-IDX) TO WS-SUB-FIRST-NAME.
           MOVE SPACES TO WS-SUB-FULL-NAME.
           STRING WS-SUB-FIRST-NAME DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-SUB-LAST-NAME DELIMITED BY "  "
               INTO WS-SUB-FULL-NAME
           END-STRING.

      * A name that belongs to no entry - a manager or
      * a site contact - takes the next running number.
       PICK-UNATTACHED-NAME.
           ADD 1 TO WS-NAME-SEQUENCE.
           COMPUTE WS-PICK-SEED = WS-NAME-SEQUENCE * 7919.
           PERFORM PICK-SUBSTITUTE-NAME.

      *----------------------------------------------
      * The directory master and its name index.
      *----------------------------------------------
       COPY-PHONE-MASTER.
           OPEN OUTPUT TRN-PHONE-FILE.
           MOVE WS-TRN-PHONE-NAME TO WS-TRN-BUILT-NAME.
           PERFORM CHECK-TARGET-OPEN.
           IF WS-CONTROL-OK = "Y"
               OPEN OUTPUT TRN-INDEX-FILE
               MOVE "N" TO WS-EOF-FLAG
               OPEN INPUT PHONE-FILE
               PERFORM COPY-NEXT-PHONE-RECORD
                   UNTIL WS-EOF-FLAG = "Y"
               CLOSE PHONE-FILE
               CLOSE TRN-INDEX-FILE
           END-IF.
           CLOSE TRN-PHONE-FILE.

       COPY-NEXT-PHONE-RECORD.
           READ PHONE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
               ADD 1 TO WS-PHONE-COUNT
               PERFORM MASK-PHONE-RECORD
               MOVE PHONE-RECORD TO TRN-PHONE-RECORD
               WRITE TRN-PHONE-RECORD
                   INVALID KEY
                   DISPLAY "PHNMSK01: could not write "
                       PHONE-EMPLOYEE-ID " status "
                       WS-TRN-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                   PERFORM WRITE-INDEX-RECORD
               END-WRITE
           END-READ.

       MASK-PHONE-RECORD.
           IF PHONE-EMPLOYEE-ID >= 900000
                   AND PHONE-EMPLOYEE-ID <= 999998
               ADD 1 TO WS-FACILITY-COUNT
           ELSE
               ADD 1 TO WS-PERSON-COUNT
               PERFORM CHECK-ID-CHECK-DIGIT
               MOVE PHONE-EMPLOYEE-ID TO WS-PICK-SEED
               PERFORM PICK-SUBSTITUTE-NAME
               MOVE WS-SUB-LAST-NAME TO PHONE-LAST-NAME
               MOVE WS-SUB-FIRST-NAME TO PHONE-FIRST-NAME
               MOVE PHONE-EMPLOYEE-ID TO WS-MADE-UP-ID
               MOVE "01" TO WS-MADE-UP-PREFIX
               MOVE WS-MADE-UP-ID-TAIL TO WS-MADE-UP-TAIL
               PERFORM MASK-ONE-MOBILE
                   VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 4
           END-IF.

       MASK-ONE-MOBILE.
           IF PHONE-NUMBER-TYPE(WS-SLOT-IDX) = "M"
                   AND PHONE-NUMBER(WS-SLOT-IDX) NOT = SPACES
               MOVE WS-MADE-UP-NUMBER TO PHONE-NUMBER(WS-SLOT-IDX)
               ADD 1 TO WS-MOBILE-COUNT
           END-IF.

      * IDs are copied as they are; one that fails its
      * check digit in production fails it in the copy
      * too, and is counted so it can be put right.
       CHECK-ID-CHECK-DIGIT.
           MOVE PHONE-EMPLOYEE-ID TO WS-CHECK-ID.
           MOVE ZERO TO WS-DIGIT-SUM.
           PERFORM ADD-ONE-ID-DIGIT
               VARYING WS-DIGIT-IDX FROM 1 BY 1
               UNTIL WS-DIGIT-IDX > 5.
           DIVIDE WS-DIGIT-SUM BY 10
               GIVING WS-DIGIT-QUOTIENT
               REMAINDER WS-CHECK-DIGIT.
           IF WS-CHECK-DIGIT NOT = WS-CHECK-ID-DIGIT(6)
               ADD 1 TO WS-BAD-CHECK-COUNT
           END-IF.

       ADD-ONE-ID-DIGIT.
           ADD WS-CHECK-ID-DIGIT(WS-DIGIT-IDX) TO WS-DIGIT-SUM.

       WRITE-INDEX-RECORD.
           MOVE PHONE-LAST-NAME TO WS-SDX-IN-NAME.
           PERFORM COMPUTE-SOUNDEX.
           IF WS-SDX-CODE NOT = SPACES
               MOVE WS-SDX-CODE TO TRN-NDX-SOUNDEX
               MOVE PHONE-EMPLOYEE-ID TO TRN-NDX-EMPLOYEE-ID
               MOVE PHONE-LAST-NAME TO TRN-NDX-LAST-NAME
               WRITE TRN-INDEX-RECORD
                   INVALID KEY
                   DISPLAY "PHNMSK01: could not write index "
                       TRN-NDX-KEY " status " WS-TRN-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                   ADD 1 TO WS-INDEX-COUNT
               END-WRITE
           END-IF.

      *----------------------------------------------
      * The other masters.
      *----------------------------------------------
       COPY-OPERATORS.
           OPEN OUTPUT TRN-OPERATOR-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT OPERATOR-FILE.
           PERFORM COPY-NEXT-OPERATOR
               UNTIL WS-EOF-FLAG = "Y".
           CLOSE OPERATOR-FILE.
           CLOSE TRN-OPERATOR-FILE.

       COPY-NEXT-OPERATOR.
           READ OPERATOR-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
               MOVE WS-TRAINING-PASSWORD TO OPR-PASSWORD
               MOVE OPERATOR-RECORD TO TRN-OPERATOR-RECORD
               WRITE TRN-OPERATOR-RECORD
                   INVALID KEY
                   DISPLAY "PHNMSK01: could not write operator "
                       OPR-ID " status " WS-TRN-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                   ADD 1 TO WS-OPERATOR-COUNT
               END-WRITE
           END-READ.

      * A contact whose employee is not on the master is
      * an orphan the copy has no use for.
       COPY-CONTACTS.
           OPEN OUTPUT TRN-CONTACT-FILE.
           OPEN INPUT PHONE-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT CONTACT-FILE.
           PERFORM COPY-NEXT-CONTACT
               UNTIL WS-EOF-FLAG = "Y".
           CLOSE CONTACT-FILE.
           CLOSE PHONE-FILE.
           CLOSE TRN-CONTACT-FILE.

       COPY-NEXT-CONTACT.
           READ CONTACT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
               MOVE EMG-EMPLOYEE-ID TO PHONE-EMPLOYEE-ID
               READ PHONE-FILE
                   INVALID KEY
                   ADD 1 TO WS-ORPHAN-COUNT
                   NOT INVALID KEY
                   PERFORM MASK-AND-WRITE-CONTACT
               END-READ
           END-READ.

       MASK-AND-WRITE-CONTACT.
           COMPUTE WS-PICK-SEED = EMG-EMPLOYEE-ID * 3 + 1.
           PERFORM PICK-SUBSTITUTE-NAME.
           MOVE WS-SUB-FULL-NAME TO EMG-CONTACT-NAME.
           MOVE EMG-EMPLOYEE-ID TO WS-MADE-UP-ID.
           MOVE "02" TO WS-MADE-UP-PREFIX.
           MOVE WS-MADE-UP-ID-TAIL TO WS-MADE-UP-TAIL.
           MOVE WS-MADE-UP-NUMBER TO EMG-AFTER-HOURS.
           MOVE EMG-RECORD TO TRN-EMG-RECORD.
           WRITE TRN-EMG-RECORD
               INVALID KEY
               DISPLAY "PHNMSK01: could not write contact "
                   EMG-EMPLOYEE-ID " status " WS-TRN-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
               ADD 1 TO WS-CONTACT-COUNT
           END-WRITE.

       COPY-DEPARTMENTS.
           OPEN OUTPUT TRN-DEPT-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT DEPT-FILE.
           PERFORM COPY-NEXT-DEPARTMENT
               UNTIL WS-EOF-FLAG = "Y".
           CLOSE DEPT-FILE.
           CLOSE TRN-DEPT-FILE.

       COPY-NEXT-DEPARTMENT.
           READ DEPT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
               IF DEPT-MANAGER NOT = SPACES
                   PERFORM PICK-UNATTACHED-NAME
                   MOVE WS-SUB-FULL-NAME TO DEPT-MANAGER
                   ADD 1 TO WS-MANAGER-COUNT
               END-IF
               MOVE DEPT-RECORD TO TRN-DEPT-RECORD
               WRITE TRN-DEPT-RECORD
                   INVALID KEY
                   DISPLAY "PHNMSK01: could not write department "
                       DEPT-CODE " status " WS-TRN-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                   ADD 1 TO WS-DEPT-COUNT
               END-WRITE
           END-READ.

       COPY-LOCATIONS.
           OPEN OUTPUT TRN-LOCATION-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT LOCATION-FILE.
           PERFORM COPY-NEXT-LOCATION
               UNTIL WS-EOF-FLAG = "Y".
           CLOSE LOCATION-FILE.
           CLOSE TRN-LOCATION-FILE.

       COPY-NEXT-LOCATION.
           READ LOCATION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
               MOVE LOC-RECORD TO TRN-LOC-RECORD
               WRITE TRN-LOC-RECORD
                   INVALID KEY
                   DISPLAY "PHNMSK01: could not write location "
                       LOC-CODE " status " WS-TRN-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                   ADD 1 TO WS-LOCATION-COUNT
               END-WRITE
           END-READ.

       COPY-SITES.
           OPEN OUTPUT TRN-SITE-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT SITE-FILE.
           PERFORM COPY-NEXT-SITE
               UNTIL WS-EOF-FLAG = "Y".
           CLOSE SITE-FILE.
           CLOSE TRN-SITE-FILE.

       COPY-NEXT-SITE.
           READ SITE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
               IF SITE-CONTACT NOT = SPACES
                   PERFORM PICK-UNATTACHED-NAME
                   MOVE WS-SUB-FULL-NAME TO SITE-CONTACT
                   ADD 1 TO WS-SITE-CONTACT-COUNT
               END-IF
               MOVE SITE-RECORD TO TRN-SITE-RECORD
               WRITE TRN-SITE-RECORD
                   INVALID KEY
                   DISPLAY "PHNMSK01: could not write site "
                       SITE-CODE " status " WS-TRN-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                   ADD 1 TO WS-SITE-COUNT
               END-WRITE
           END-READ.

       COPY-GROUPS.
           OPEN OUTPUT TRN-GROUP-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT GROUP-FILE.
           PERFORM COPY-NEXT-GROUP-ROW
               UNTIL WS-EOF-FLAG = "Y".
           CLOSE GROUP-FILE.
           CLOSE TRN-GROUP-FILE.

       COPY-NEXT-GROUP-ROW.
           READ GROUP-FILE
               AT END
               MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
               MOVE GROUP-RECORD TO TRN-GROUP-RECORD
               WRITE TRN-GROUP-RECORD
               ADD 1 TO WS-GROUP-COUNT
           END-READ.

       COPY-ONCALL-ROSTER.
           OPEN OUTPUT TRN-ONCALL-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT ONCALL-FILE.
           PERFORM COPY-NEXT-ONCALL-ROW
               UNTIL WS-EOF-FLAG = "Y".
           CLOSE ONCALL-FILE.
           CLOSE TRN-ONCALL-FILE.

       COPY-NEXT-ONCALL-ROW.
           READ ONCALL-FILE
               AT END
               MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
               MOVE ONCALL-RECORD TO TRN-ONCALL-RECORD
               WRITE TRN-ONCALL-RECORD
               ADD 1 TO WS-ONCALL-COUNT
           END-READ.

       COPY-COVERAGE.
           OPEN OUTPUT TRN-COVERAGE-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT COVERAGE-FILE.
           PERFORM COPY-NEXT-COVERAGE-ROW
               UNTIL WS-EOF-FLAG = "Y".
           CLOSE COVERAGE-FILE.
           CLOSE TRN-COVERAGE-FILE.

       COPY-NEXT-COVERAGE-ROW.
           READ COVERAGE-FILE
               AT END
               MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
               MOVE COVERAGE-RECORD TO TRN-COVERAGE-RECORD
               WRITE TRN-COVERAGE-RECORD
               ADD 1 TO WS-COVERAGE-COUNT
           END-READ.

       START-AUDIT-LOG.
           OPEN OUTPUT TRN-AUDIT-FILE.
           CLOSE TRN-AUDIT-FILE.
           OPEN OUTPUT TRN-CHAIN-FILE.
           MOVE SPACES TO TRN-CHAIN-RECORD.
           MOVE ZERO TO TCH-LAST-SEQUENCE.
           MOVE ZERO TO TCH-LAST-CHECK.
           WRITE TRN-CHAIN-RECORD.
           CLOSE TRN-CHAIN-FILE.
           OPEN OUTPUT TRN-SCRUB-FILE.
           CLOSE TRN-SCRUB-FILE.
           OPEN OUTPUT TRN-APPROVAL-FILE.
           CLOSE TRN-APPROVAL-FILE.

      *----------------------------------------------
      * Report.
      *----------------------------------------------
       PRINT-TOTALS.
           MOVE "DIRECTORY ENTRIES COPIED:   " TO CNT-LABEL.
           MOVE WS-PHONE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  NAMES SUBSTITUTED:        " TO CNT-LABEL.
           MOVE WS-PERSON-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  FACILITY ENTRIES AS IS:   " TO CNT-LABEL.
           MOVE WS-FACILITY-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  MOBILE NUMBERS MADE UP:   " TO CNT-LABEL.
           MOVE WS-MOBILE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  IDS FAILING CHECK DIGIT:  " TO CNT-LABEL.
           MOVE WS-BAD-CHECK-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "NAME INDEX ROWS WRITTEN:    " TO CNT-LABEL.
           MOVE WS-INDEX-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "OPERATORS COPIED:           " TO CNT-LABEL.
           MOVE WS-OPERATOR-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  PASSWORDS RESET:          " TO CNT-LABEL.
           MOVE WS-OPERATOR-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "EMERGENCY CONTACTS MASKED:  " TO CNT-LABEL.
           MOVE WS-CONTACT-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  ORPHANS NOT COPIED:       " TO CNT-LABEL.
           MOVE WS-ORPHAN-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "DEPARTMENTS COPIED:         " TO CNT-LABEL.
           MOVE WS-DEPT-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  MANAGER NAMES SUBSTITUTED:" TO CNT-LABEL.
           MOVE WS-MANAGER-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "SITES COPIED:               " TO CNT-LABEL.
           MOVE WS-SITE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  CONTACT NAMES SUBSTITUTED:" TO CNT-LABEL.
           MOVE WS-SITE-CONTACT-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "LOCATIONS COPIED:           " TO CNT-LABEL.
           MOVE WS-LOCATION-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "GROUP MEMBER ROWS COPIED:   " TO CNT-LABEL.
           MOVE WS-GROUP-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ON-CALL ROWS COPIED:        " TO CNT-LABEL.
           MOVE WS-ONCALL-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "COVERAGE ROWS COPIED:       " TO CNT-LABEL.
           MOVE WS-COVERAGE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF WS-NAME-OVERFLOW > 0
               MOVE "SUBSTITUTE NAMES NOT USED:  " TO CNT-LABEL
               MOVE WS-NAME-OVERFLOW TO CNT-VALUE
               PERFORM WRITE-COUNT-LINE
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-ERROR-COUNT > 0
               MOVE "*** WRITE ERRORS - SEE THE CONSOLE.  DO NOT USE"
                   TO RSL-TEXT
               PERFORM WRITE-RESULT-LINE
               MOVE "    THIS COPY." TO RSL-TEXT
           ELSE
               MOVE "COPY COMPLETE" TO RSL-TEXT
           END-IF.
           PERFORM WRITE-RESULT-LINE.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-RESULT-LINE.
           MOVE RESULT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      * Classic soundex, the same code PHNNDX01 builds
      * the live index with.
       COMPUTE-SOUNDEX.
           MOVE FUNCTION UPPER-CASE(WS-SDX-IN-NAME)
               TO WS-SDX-NAME.
           MOVE SPACES TO WS-SDX-CODE.
           MOVE WS-SDX-NAME(1:1) TO WS-SDX-CHAR.
           IF WS-SDX-CHAR < "A" OR WS-SDX-CHAR > "Z"
               CONTINUE
           ELSE
               MOVE WS-SDX-CHAR TO WS-SDX-CODE(1:1)
               MOVE 1 TO WS-SDX-LEN
               PERFORM SOUNDEX-MAP-DIGIT
               MOVE WS-SDX-DIGIT TO WS-SDX-PREV
               MOVE "N" TO WS-SDX-DONE
               PERFORM SOUNDEX-NEXT-CHARACTER
                   VARYING WS-SDX-IDX FROM 2 BY 1
                   UNTIL WS-SDX-IDX > 20
                       OR WS-SDX-LEN >= 4
                       OR WS-SDX-DONE = "Y"
               PERFORM SOUNDEX-PAD-ZERO
                   UNTIL WS-SDX-LEN >= 4
           END-IF.

       SOUNDEX-NEXT-CHARACTER.
           MOVE WS-SDX-NAME(WS-SDX-IDX:1) TO WS-SDX-CHAR.
           IF WS-SDX-CHAR < "A" OR WS-SDX-CHAR > "Z"
               MOVE "Y" TO WS-SDX-DONE
           ELSE
               PERFORM SOUNDEX-MAP-DIGIT
               IF WS-SDX-DIGIT NOT = "0"
                       AND WS-SDX-DIGIT NOT = WS-SDX-PREV
                   ADD 1 TO WS-SDX-LEN
                   MOVE WS-SDX-DIGIT TO WS-SDX-CODE(WS-SDX-LEN:1)
               END-IF
               MOVE WS-SDX-DIGIT TO WS-SDX-PREV
           END-IF.

       SOUNDEX-PAD-ZERO.
           ADD 1 TO WS-SDX-LEN.
           MOVE "0" TO WS-SDX-CODE(WS-SDX-LEN:1).

       SOUNDEX-MAP-DIGIT.
           EVALUATE TRUE
               WHEN WS-SDX-CHAR = "B" OR "F" OR "P" OR "V"
                   MOVE "1" TO WS-SDX-DIGIT
               WHEN WS-SDX-CHAR = "C" OR "G" OR "J" OR "K"
                       OR "Q" OR "S" OR "X" OR "Z"
                   MOVE "2" TO WS-SDX-DIGIT
               WHEN WS-SDX-CHAR = "D" OR "T"
                   MOVE "3" TO WS-SDX-DIGIT
               WHEN WS-SDX-CHAR = "L"
                   MOVE "4" TO WS-SDX-DIGIT
               WHEN WS-SDX-CHAR = "M" OR "N"
                   MOVE "5" TO WS-SDX-DIGIT
               WHEN WS-SDX-CHAR = "R"
                   MOVE "6" TO WS-SDX-DIGIT
               WHEN OTHER
                   MOVE "0" TO WS-SDX-DIGIT
           END-EVALUATE.
