       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNGAL01.
      *----------------------------------------------
      * Corporate address book feed.
      * Writes the import file for the mail system's
      * global address list (phngal01.out), one row per
      * published person in employee ID order: ID,
      * names, department code and name (deptmst.dat),
      * extension, desk and mobile numbers (the first D
      * and first M slot, printed as (AAA) NNN-NNNN),
      * building and floor of the location
      * (locmst.dat), and home site code and name
      * (sitemst.dat).
      * The feed is a published output and follows the
      * printed directory's rules: unlisted entries and
      * terminated entries never go out.  Facility
      * entries are rooms and shared lines, not people
      * in the address book, and are left off as well.
      * A department, location or site code that is
      * not on its master goes out with the name fields
      * blank and is counted on the run report
      * (phngal01.rpt).
      * PHNGAL02 compares the address book's own export
      * back against the master.
      *----------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PHONE-FILE
               ASSIGN TO "phone.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT FEED-FILE
               ASSIGN TO "phngal01.out"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "phngal01.rpt"
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

      * Address book import layout.  PHNGAL02 reads the
      * address book's export back in this same layout.
       FD  FEED-FILE
           LABEL RECORDS OMITTED.
       01  FEED-RECORD.
           05  GAL-EMPLOYEE-ID      PIC 9(6).
           05  GAL-LAST-NAME        PIC X(20).
           05  GAL-FIRST-NAME       PIC X(20).
           05  GAL-DEPARTMENT       PIC X(10).
           05  GAL-DEPT-NAME        PIC X(30).
           05  GAL-EXTENSION        PIC X(5).
           05  GAL-DESK-NUMBER      PIC X(15).
           05  GAL-MOBILE-NUMBER    PIC X(15).
           05  GAL-BUILDING         PIC X(20).
           05  GAL-FLOOR            PIC X(4).
           05  GAL-SITE             PIC X(4).
           05  GAL-SITE-NAME        PIC X(20).

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG              PIC X       VALUE "N".
       01  WS-SLOT-IDX              PIC 9.

       01  WS-READ-COUNT            PIC 9(6)    VALUE ZERO.
       01  WS-WRITTEN-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-UNLISTED-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-TERMINATED-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-FACILITY-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-NO-DEPT-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-NO-LOC-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-NO-SITE-COUNT         PIC 9(6)    VALUE ZERO.

      * Numbers are stored canonically as bare digits;
      * they are formatted as (AAA) NNN-NNNN when shown.
       01  WS-FMT-IN-NUMBER.
           05  WS-FMT-IN-AREA       PIC X(3).
           05  WS-FMT-IN-LOCAL      PIC X(12).
       01  WS-FMT-OUT-NUMBER        PIC X(15).

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(24)
               VALUE "ADDRESS BOOK FEED       ".
           05  FILLER               PIC X(10) VALUE "  RUN DATE".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  HDR-RUN-MM           PIC 99.
           05  FILLER               PIC X    VALUE "/".
           05  HDR-RUN-DD           PIC 99.
           05  FILLER               PIC X    VALUE "/".
           05  HDR-RUN-YYYY         PIC 9999.

       01  COUNT-LINE.
           05  CNT-LABEL            PIC X(28).
           05  CNT-VALUE            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM WRITE-NEXT-FEED-ROW
               UNTIL WS-EOF-FLAG = "Y".
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      * Level 2 Routines

       OPENING-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PHONE-FILE.
           OPEN INPUT DEPT-FILE.
           OPEN INPUT LOCATION-FILE.
           OPEN INPUT SITE-MASTER-FILE.
           OPEN OUTPUT FEED-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-CUR-MM TO HDR-RUN-MM.
           MOVE WS-CUR-DD TO HDR-RUN-DD.
           MOVE WS-CUR-YYYY TO HDR-RUN-YYYY.
           MOVE REPORT-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       CLOSING-PROCEDURE.
           MOVE "DIRECTORY RECORDS READ:     " TO CNT-LABEL.
           MOVE WS-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ROWS WRITTEN TO THE FEED:   " TO CNT-LABEL.
           MOVE WS-WRITTEN-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "UNLISTED SUPPRESSED:        " TO CNT-LABEL.
           MOVE WS-UNLISTED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "TERMINATED SUPPRESSED:      " TO CNT-LABEL.
           MOVE WS-TERMINATED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "FACILITY ENTRIES SKIPPED:   " TO CNT-LABEL.
           MOVE WS-FACILITY-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "DEPARTMENT NOT ON MASTER:   " TO CNT-LABEL.
           MOVE WS-NO-DEPT-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "LOCATION NOT ON MASTER:     " TO CNT-LABEL.
           MOVE WS-NO-LOC-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "SITE NOT ON MASTER:         " TO CNT-LABEL.
           MOVE WS-NO-SITE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           CLOSE PHONE-FILE.
           CLOSE DEPT-FILE.
           CLOSE LOCATION-FILE.
           CLOSE SITE-MASTER-FILE.
           CLOSE FEED-FILE.
           CLOSE REPORT-FILE.

       WRITE-NEXT-FEED-ROW.
           READ PHONE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
               ADD 1 TO WS-READ-COUNT
               PERFORM SELECT-ONE-ENTRY
           END-READ.

       SELECT-ONE-ENTRY.
           EVALUATE TRUE
               WHEN PHONE-UNLISTED = "U"
                   ADD 1 TO WS-UNLISTED-COUNT
               WHEN PHONE-STATUS = "T"
                   ADD 1 TO WS-TERMINATED-COUNT
               WHEN PHONE-ENTRY-CLASS = "F"
                   ADD 1 TO WS-FACILITY-COUNT
               WHEN OTHER
                   PERFORM WRITE-ONE-FEED-ROW
           END-EVALUATE.

       WRITE-ONE-FEED-ROW.
           MOVE SPACES TO FEED-RECORD.
           MOVE PHONE-EMPLOYEE-ID TO GAL-EMPLOYEE-ID.
           MOVE PHONE-LAST-NAME TO GAL-LAST-NAME.
           MOVE PHONE-FIRST-NAME TO GAL-FIRST-NAME.
           MOVE PHONE-DEPARTMENT TO GAL-DEPARTMENT.
           MOVE PHONE-EXTENSION TO GAL-EXTENSION.
           MOVE PHONE-HOME-SITE TO GAL-SITE.
           PERFORM PICK-FEED-NUMBERS
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 4.
           PERFORM LOOK-UP-FEED-NAMES.
           WRITE FEED-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.

      * The first desk and the first mobile number on
      * the entry are the ones published.
       PICK-FEED-NUMBERS.
           IF PHONE-NUMBER(WS-SLOT-IDX) NOT = SPACES
               MOVE PHONE-NUMBER(WS-SLOT-IDX) TO WS-FMT-IN-NUMBER
               PERFORM FORMAT-PHONE-FOR-PRINT
               IF PHONE-NUMBER-TYPE(WS-SLOT-IDX) = "D"
                       AND GAL-DESK-NUMBER = SPACES
                   MOVE WS-FMT-OUT-NUMBER TO GAL-DESK-NUMBER
               END-IF
               IF PHONE-NUMBER-TYPE(WS-SLOT-IDX) = "M"
                       AND GAL-MOBILE-NUMBER = SPACES
                   MOVE WS-FMT-OUT-NUMBER TO GAL-MOBILE-NUMBER
               END-IF
           END-IF.

       LOOK-UP-FEED-NAMES.
           IF PHONE-DEPARTMENT NOT = SPACES
               MOVE PHONE-DEPARTMENT TO DEPT-CODE
               READ DEPT-FILE
                   INVALID KEY
                   ADD 1 TO WS-NO-DEPT-COUNT
                   NOT INVALID KEY
                   MOVE DEPT-NAME TO GAL-DEPT-NAME
               END-READ
           END-IF.
           IF PHONE-LOCATION NOT = SPACES
               MOVE PHONE-LOCATION TO LOC-CODE
               READ LOCATION-FILE
                   INVALID KEY
                   ADD 1 TO WS-NO-LOC-COUNT
                   NOT INVALID KEY
                   MOVE LOC-BUILDING TO GAL-BUILDING
                   MOVE LOC-FLOOR TO GAL-FLOOR
               END-READ
           END-IF.
           IF PHONE-HOME-SITE NOT = SPACES
               MOVE PHONE-HOME-SITE TO SITE-CODE
               READ SITE-MASTER-FILE
                   INVALID KEY
                   ADD 1 TO WS-NO-SITE-COUNT
                   NOT INVALID KEY
                   MOVE SITE-NAME TO GAL-SITE-NAME
               END-READ
           END-IF.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      * Canonical numbers print as (AAA) NNN-NNNN, or
      * NNN-NNNN with no area code.  Anything that is
      * not canonical prints exactly as stored.
       FORMAT-PHONE-FOR-PRINT.
           MOVE SPACES TO WS-FMT-OUT-NUMBER.
           EVALUATE TRUE
               WHEN WS-FMT-IN-LOCAL(1:7) IS NOT NUMERIC
                   MOVE WS-FMT-IN-NUMBER TO WS-FMT-OUT-NUMBER
               WHEN WS-FMT-IN-AREA NOT = SPACES
                   STRING "(" DELIMITED BY SIZE
                       WS-FMT-IN-AREA DELIMITED BY SIZE
                       ") " DELIMITED BY SIZE
                       WS-FMT-IN-LOCAL(1:3) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-FMT-IN-LOCAL(4:4) DELIMITED BY SIZE
                       INTO WS-FMT-OUT-NUMBER
                   END-STRING
               WHEN OTHER
                   STRING WS-FMT-IN-LOCAL(1:3) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-FMT-IN-LOCAL(4:4) DELIMITED BY SIZE
                       INTO WS-FMT-OUT-NUMBER
                   END-STRING
           END-EVALUATE.
