       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNOCC01.
      *----------------------------------------------
      * Floor occupancy and vacant desk report.
      * Every desk on the location master (locmst.dat)
      * is marked from the directory master:
      *   OCCUPIED   an active entry sits there
      *   ON LEAVE   only entries on leave sit there -
      *              held for them, not free
      *   VACANT     no active or on-leave entry
      * and a desk with more than one entry assigned is
      * flagged and its entries listed.  Terminated
      * entries are left out.  Desks are printed by
      * site, building and floor (the site is the one
      * PHNLOC01 records for the location), with desk
      * counts and utilization - occupied plus on
      * leave as a percentage of the desks - for each
      * floor, building and site and for the whole
      * company.  A second section shows each
      * department's entries by floor, so facilities
      * can see where every team is spread.
      * The steps, as in PHNROS01:
      *   1  one pass of the master writes an occupant
      *      extract for each entry whose location is
      *      on the location master;
      *   2  the extract is sorted by location and
      *      matched against the location master in
      *      key order, giving one summary per desk;
      *   3  the desk summaries are sorted by site,
      *      building, floor and desk and printed;
      *   4  the occupant extract is sorted again by
      *      department, site, building and floor for
      *      the department section.
      * Entries with no location, or a location no
      * longer on the location master, are counted at
      * the end (PHNROS01 lists them).
      * Report: phnocc01.rpt.
      * RETURN-CODE 4 when any desk has more than one
      * entry assigned or any entry's location is not
      * on the location master.
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

           SELECT OPTIONAL LOCATION-FILE
               ASSIGN TO "locmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-KEY.

           SELECT OPTIONAL SITE-MASTER-FILE
               ASSIGN TO "sitemst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SITE-KEY.

           SELECT OPTIONAL OCCUPANT-FILE
               ASSIGN TO "phnocc01.occ"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OCCUPANT-SORT-WORK-FILE
               ASSIGN TO "phnocc01.tmp".

           SELECT OPTIONAL SORTED-OCCUPANT-FILE
               ASSIGN TO "phnocc01.osr"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SORTED-DEPT-FILE
               ASSIGN TO "phnocc01.dsr"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL DESK-FILE
               ASSIGN TO "phnocc01.dsk"
               ORGANIZATION IS SEQUENTIAL.

           SELECT DESK-SORT-WORK-FILE
               ASSIGN TO "phnocc01.wrk".

           SELECT OPTIONAL SORTED-DESK-FILE
               ASSIGN TO "phnocc01.ksr"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "phnocc01.rpt"
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

      * One record per active or on-leave entry whose
      * location is on the location master.
       FD  OCCUPANT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OCCUPANT-RECORD.
           05  OCX-LOCATION         PIC X(8).
           05  OCX-SITE             PIC X(4).
           05  OCX-BUILDING         PIC X(20).
           05  OCX-FLOOR            PIC X(4).
           05  OCX-DEPARTMENT       PIC X(10).
           05  OCX-STATUS           PIC X.
           05  OCX-EMPLOYEE-ID      PIC 9(6).
           05  OCX-LAST-NAME        PIC X(20).
           05  OCX-FIRST-NAME       PIC X(20).

       SD  OCCUPANT-SORT-WORK-FILE.
       01  OCCUPANT-SORT-WORK-RECORD.
           05  OSW-LOCATION         PIC X(8).
           05  OSW-SITE             PIC X(4).
           05  OSW-BUILDING         PIC X(20).
           05  OSW-FLOOR            PIC X(4).
           05  OSW-DEPARTMENT       PIC X(10).
           05  OSW-STATUS           PIC X.
           05  OSW-EMPLOYEE-ID      PIC 9(6).
           05  OSW-LAST-NAME        PIC X(20).
           05  OSW-FIRST-NAME       PIC X(20).

       FD  SORTED-OCCUPANT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-OCCUPANT-RECORD.
           05  SOC-LOCATION         PIC X(8).
           05  SOC-SITE             PIC X(4).
           05  SOC-BUILDING         PIC X(20).
           05  SOC-FLOOR            PIC X(4).
           05  SOC-DEPARTMENT       PIC X(10).
           05  SOC-STATUS           PIC X.
           05  SOC-EMPLOYEE-ID      PIC 9(6).
           05  SOC-LAST-NAME        PIC X(20).
           05  SOC-FIRST-NAME       PIC X(20).

       FD  SORTED-DEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-DEPT-RECORD.
           05  SDP-LOCATION         PIC X(8).
           05  SDP-SITE             PIC X(4).
           05  SDP-BUILDING         PIC X(20).
           05  SDP-FLOOR            PIC X(4).
           05  SDP-DEPARTMENT       PIC X(10).
           05  SDP-STATUS           PIC X.
           05  SDP-EMPLOYEE-ID      PIC 9(6).
           05  SDP-LAST-NAME        PIC X(20).
           05  SDP-FIRST-NAME       PIC X(20).

      * One record per desk on the location master.
      * The first four entries at the desk are kept
      * for the multiple-assignment listing.
       FD  DESK-FILE
           LABEL RECORDS ARE STANDARD.
       01  DESK-RECORD.
           05  DSK-SITE             PIC X(4).
           05  DSK-BUILDING         PIC X(20).
           05  DSK-FLOOR            PIC X(4).
           05  DSK-DESK             PIC X(8).
           05  DSK-LOCATION         PIC X(8).
           05  DSK-ACTIVE           PIC 9(3).
           05  DSK-LEAVE            PIC 9(3).
           05  DSK-OCCUPANT         OCCURS 4 TIMES.
               10  DSK-OCC-ID       PIC 9(6).
               10  DSK-OCC-NAME     PIC X(24).
               10  DSK-OCC-DEPT     PIC X(10).
               10  DSK-OCC-STATUS   PIC X.

       SD  DESK-SORT-WORK-FILE.
       01  DESK-SORT-WORK-RECORD.
           05  DSW-SITE             PIC X(4).
           05  DSW-BUILDING         PIC X(20).
           05  DSW-FLOOR            PIC X(4).
           05  DSW-DESK             PIC X(8).
           05  DSW-LOCATION         PIC X(8).
           05  FILLER               PIC X(170).

       FD  SORTED-DESK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-DESK-RECORD.
           05  SDK-SITE             PIC X(4).
           05  SDK-BUILDING         PIC X(20).
           05  SDK-FLOOR            PIC X(4).
           05  SDK-DESK             PIC X(8).
           05  SDK-LOCATION         PIC X(8).
           05  SDK-ACTIVE           PIC 9(3).
           05  SDK-LEAVE            PIC 9(3).
           05  SDK-OCCUPANT         OCCURS 4 TIMES.
               10  SDK-OCC-ID       PIC 9(6).
               10  SDK-OCC-NAME     PIC X(24).
               10  SDK-OCC-DEPT     PIC X(10).
               10  SDK-OCC-STATUS   PIC X.

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG              PIC X       VALUE "N".
       01  WS-LOC-EOF               PIC X       VALUE "N".
       01  WS-SOC-EOF               PIC X       VALUE "N".
       01  WS-SDK-EOF               PIC X       VALUE "N".
       01  WS-SDP-EOF               PIC X       VALUE "N".

       01  WS-READ-COUNT            PIC 9(6)    VALUE ZERO.
       01  WS-PLACED-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-NO-LOCATION-COUNT     PIC 9(6)    VALUE ZERO.
       01  WS-NOT-ON-MASTER-COUNT   PIC 9(6)    VALUE ZERO.
       01  WS-DESK-COUNT            PIC 9(6)    VALUE ZERO.

       01  WS-DESK-TOTAL            PIC 9(4)    VALUE ZERO.
       01  WS-OCC-IDX               PIC 9       VALUE ZERO.
       01  WS-LVL-IDX               PIC 9       VALUE ZERO.
       01  WS-UTILIZATION           PIC 999V9   VALUE ZERO.
       01  WS-OCCUPANT-NAME         PIC X(24).

      * Desk totals at each level of the report:
      * 1 floor, 2 building, 3 site, 4 all sites.
       01  WS-LEVEL-TOTALS.
           05  WS-LVL-ENTRY         OCCURS 4 TIMES.
               10  WS-LVL-DESKS     PIC 9(6).
               10  WS-LVL-OCCUPIED  PIC 9(6).
               10  WS-LVL-LEAVE     PIC 9(6).
               10  WS-LVL-VACANT    PIC 9(6).
               10  WS-LVL-MULTIPLE  PIC 9(6).

       01  WS-PREV-SITE             PIC X(4)    VALUE LOW-VALUES.
       01  WS-PREV-BUILDING         PIC X(20)   VALUE LOW-VALUES.
       01  WS-PREV-FLOOR            PIC X(4)    VALUE LOW-VALUES.
       01  WS-FIRST-GROUP-FLAG      PIC X       VALUE "Y".

       01  WS-PREV-DEPARTMENT       PIC X(10)   VALUE LOW-VALUES.
       01  WS-PREV-DEPT-SITE        PIC X(4)    VALUE LOW-VALUES.
       01  WS-PREV-DEPT-BUILDING    PIC X(20)   VALUE LOW-VALUES.
       01  WS-PREV-DEPT-FLOOR       PIC X(4)    VALUE LOW-VALUES.
       01  WS-FIRST-DEPT-FLAG       PIC X       VALUE "Y".
       01  WS-FIRST-SPREAD-FLAG     PIC X       VALUE "Y".
       01  WS-SPREAD-ACTIVE         PIC 9(6)    VALUE ZERO.
       01  WS-SPREAD-LEAVE          PIC 9(6)    VALUE ZERO.
       01  WS-DEPT-ACTIVE           PIC 9(6)    VALUE ZERO.
       01  WS-DEPT-LEAVE            PIC 9(6)    VALUE ZERO.
       01  WS-DEPT-FLOORS           PIC 9(4)    VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(32)
               VALUE "FLOOR OCCUPANCY AND VACANT DESKS".
           05  FILLER               PIC X(10) VALUE "  RUN DATE".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  HDR-RUN-MM           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-DD           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-YYYY         PIC 9999.

       01  SECTION-HEADER-LINE.
           05  SEC-TITLE            PIC X(60).

       01  SITE-HEADER-LINE.
           05  FILLER               PIC X(6)  VALUE "SITE: ".
           05  HDR-SITE-CODE        PIC X(4).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  HDR-SITE-NAME        PIC X(20).

       01  BUILDING-HEADER-LINE.
           05  FILLER               PIC X(12) VALUE "  BUILDING: ".
           05  HDR-BUILDING         PIC X(20).

       01  FLOOR-HEADER-LINE.
           05  FILLER               PIC X(11) VALUE "    FLOOR: ".
           05  HDR-FLOOR            PIC X(4).

       01  DESK-LINE.
           05  FILLER               PIC X(6)  VALUE SPACES.
           05  FILLER               PIC X(4)  VALUE "Dsk:".
           05  DET-DESK             PIC X(8).
           05  FILLER               PIC X(5)  VALUE " Loc:".
           05  DET-LOCATION         PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DET-STATE            PIC X(22).
           05  DET-NAME             PIC X(24).
           05  FILLER               PIC X(5)  VALUE " Dpt:".
           05  DET-DEPARTMENT       PIC X(10).

       01  OCCUPANT-LINE.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(4)  VALUE "Emp:".
           05  OCL-EMPLOYEE-ID      PIC 9(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  OCL-NAME             PIC X(24).
           05  FILLER               PIC X(5)  VALUE " Dpt:".
           05  OCL-DEPARTMENT       PIC X(10).
           05  OCL-STATE            PIC X(10).

       01  MORE-OCCUPANTS-LINE.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(19)
               VALUE "(further not shown)".

       01  MULTIPLE-STATE.
           05  FILLER               PIC X(12) VALUE "** MULTIPLE ".
           05  MUL-COUNT            PIC ZZZ9.
           05  FILLER               PIC X(3)  VALUE " **".

       01  TOTAL-LINE.
           05  TOT-LABEL            PIC X(30).
           05  FILLER               PIC X(7)  VALUE "DESKS: ".
           05  TOT-DESKS            PIC ZZ,ZZ9.
           05  FILLER               PIC X(11) VALUE "  OCCUPIED:".
           05  TOT-OCCUPIED         PIC ZZ,ZZ9.
           05  FILLER               PIC X(11) VALUE "  ON LEAVE:".
           05  TOT-LEAVE            PIC ZZ,ZZ9.
           05  FILLER               PIC X(9)  VALUE "  VACANT:".
           05  TOT-VACANT           PIC ZZ,ZZ9.
           05  FILLER               PIC X(11) VALUE "  MULTIPLE:".
           05  TOT-MULTIPLE         PIC ZZ,ZZ9.
           05  FILLER               PIC X(8)  VALUE "  USED: ".
           05  TOT-UTILIZATION      PIC ZZ9.9.
           05  FILLER               PIC X     VALUE "%".

       01  DEPT-HEADER-LINE.
           05  FILLER               PIC X(12) VALUE "DEPARTMENT: ".
           05  HDR-DEPARTMENT       PIC X(10).

       01  SPREAD-LINE.
           05  FILLER               PIC X(8)  VALUE "  Site: ".
           05  SPR-SITE             PIC X(4).
           05  FILLER               PIC X(6)  VALUE " Bld: ".
           05  SPR-BUILDING         PIC X(20).
           05  FILLER               PIC X(6)  VALUE " Flr: ".
           05  SPR-FLOOR            PIC X(4).
           05  FILLER               PIC X(10) VALUE "  ACTIVE: ".
           05  SPR-ACTIVE           PIC ZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE "  ON LEAVE: ".
           05  SPR-LEAVE            PIC ZZ,ZZ9.

       01  DEPT-TOTAL-LINE.
           05  FILLER               PIC X(10) VALUE "  TOTAL - ".
           05  FILLER               PIC X(8)  VALUE "ACTIVE: ".
           05  DTL-ACTIVE           PIC ZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE "  ON LEAVE: ".
           05  DTL-LEAVE            PIC ZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE "  FLOORS: ".
           05  DTL-FLOORS           PIC Z,ZZ9.

       01  NONE-LINE.
           05  FILLER               PIC X(8)  VALUE "  (none)".

       01  COUNT-LINE.
           05  CNT-LABEL            PIC X(28).
           05  CNT-VALUE            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM BUILD-OCCUPANT-EXTRACT.
           PERFORM SORT-OCCUPANTS-BY-LOCATION.
           PERFORM BUILD-DESK-SUMMARY.
           PERFORM SORT-DESK-SUMMARY.
           PERFORM PRINT-DESK-OCCUPANCY.
           PERFORM SORT-OCCUPANTS-BY-DEPARTMENT.
           PERFORM PRINT-DEPARTMENT-SPREAD.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           IF WS-LVL-MULTIPLE(4) > 0
                   OR WS-NOT-ON-MASTER-COUNT > 0
               MOVE 4 TO RETURN-CODE
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
           MOVE ZERO TO WS-LEVEL-TOTALS.

       CLOSING-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "ENTRIES READ:               " TO CNT-LABEL.
           MOVE WS-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ENTRIES PLACED AT A DESK:   " TO CNT-LABEL.
           MOVE WS-PLACED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "NO LOCATION ASSIGNED:       " TO CNT-LABEL.
           MOVE WS-NO-LOCATION-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "LOCATION NOT ON MASTER:     " TO CNT-LABEL.
           MOVE WS-NOT-ON-MASTER-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "DESKS ON LOCATION MASTER:   " TO CNT-LABEL.
           MOVE WS-DESK-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "DESKS WITH MULTIPLE ENTRIES:" TO CNT-LABEL.
           MOVE WS-LVL-MULTIPLE(4) TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           CLOSE REPORT-FILE.

      *----------------------------------------------
      * Step 1: the occupant extract.
      *----------------------------------------------
       BUILD-OCCUPANT-EXTRACT.
           OPEN INPUT PHONE-FILE.
           OPEN INPUT LOCATION-FILE.
           OPEN OUTPUT OCCUPANT-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM READ-NEXT-DIRECTORY-ENTRY
               UNTIL WS-EOF-FLAG = "Y".
           CLOSE OCCUPANT-FILE.
           CLOSE LOCATION-FILE.
           CLOSE PHONE-FILE.

       READ-NEXT-DIRECTORY-ENTRY.
           READ PHONE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
               IF PHONE-STATUS NOT = "T"
                   ADD 1 TO WS-READ-COUNT
                   PERFORM PLACE-ONE-ENTRY
               END-IF
           END-READ.

       PLACE-ONE-ENTRY.
           IF PHONE-LOCATION = SPACES
               ADD 1 TO WS-NO-LOCATION-COUNT
           ELSE
               MOVE PHONE-LOCATION TO LOC-CODE
               READ LOCATION-FILE
                   INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
                   NOT INVALID KEY
                   PERFORM WRITE-OCCUPANT-RECORD
               END-READ
           END-IF.

       WRITE-OCCUPANT-RECORD.
           ADD 1 TO WS-PLACED-COUNT.
           MOVE LOC-CODE TO OCX-LOCATION.
           MOVE LOC-SITE TO OCX-SITE.
           MOVE LOC-BUILDING TO OCX-BUILDING.
           MOVE LOC-FLOOR TO OCX-FLOOR.
           MOVE PHONE-DEPARTMENT TO OCX-DEPARTMENT.
           MOVE PHONE-STATUS TO OCX-STATUS.
           MOVE PHONE-EMPLOYEE-ID TO OCX-EMPLOYEE-ID.
           MOVE PHONE-LAST-NAME TO OCX-LAST-NAME.
           MOVE PHONE-FIRST-NAME TO OCX-FIRST-NAME.
           WRITE OCCUPANT-RECORD.

       SORT-OCCUPANTS-BY-LOCATION.
           SORT OCCUPANT-SORT-WORK-FILE
               ON ASCENDING KEY OSW-LOCATION
                   OSW-LAST-NAME OSW-FIRST-NAME
               USING OCCUPANT-FILE
               GIVING SORTED-OCCUPANT-FILE.

      *----------------------------------------------
      * Step 2: match the sorted occupants against the
      * location master, both in location code order,
      * for one summary record per desk.
      *----------------------------------------------
       BUILD-DESK-SUMMARY.
           OPEN INPUT LOCATION-FILE.
           OPEN INPUT SORTED-OCCUPANT-FILE.
           OPEN OUTPUT DESK-FILE.
           MOVE "N" TO WS-SOC-EOF.
           PERFORM READ-NEXT-OCCUPANT.
           MOVE "N" TO WS-LOC-EOF.
           MOVE LOW-VALUES TO LOC-CODE.
           START LOCATION-FILE KEY IS NOT LESS THAN LOC-KEY
               INVALID KEY
               MOVE "Y" TO WS-LOC-EOF
           END-START.
           PERFORM SUMMARIZE-NEXT-DESK
               UNTIL WS-LOC-EOF = "Y".
           CLOSE DESK-FILE.
           CLOSE SORTED-OCCUPANT-FILE.
           CLOSE LOCATION-FILE.

       READ-NEXT-OCCUPANT.
           READ SORTED-OCCUPANT-FILE
               AT END
               MOVE "Y" TO WS-SOC-EOF
           END-READ.

       SUMMARIZE-NEXT-DESK.
           READ LOCATION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-LOC-EOF
               NOT AT END
               PERFORM SUMMARIZE-ONE-DESK
           END-READ.

       SUMMARIZE-ONE-DESK.
           ADD 1 TO WS-DESK-COUNT.
           MOVE SPACES TO DESK-RECORD.
           MOVE LOC-SITE TO DSK-SITE.
           MOVE LOC-BUILDING TO DSK-BUILDING.
           MOVE LOC-FLOOR TO DSK-FLOOR.
           MOVE LOC-DESK TO DSK-DESK.
           MOVE LOC-CODE TO DSK-LOCATION.
           MOVE ZERO TO DSK-ACTIVE.
           MOVE ZERO TO DSK-LEAVE.
           PERFORM CLEAR-DESK-OCCUPANT
               VARYING WS-OCC-IDX FROM 1 BY 1
               UNTIL WS-OCC-IDX > 4.
           MOVE ZERO TO WS-DESK-TOTAL.
           PERFORM SKIP-UNMATCHED-OCCUPANT
               UNTIL WS-SOC-EOF = "Y"
                   OR SOC-LOCATION NOT < LOC-CODE.
           PERFORM ADD-DESK-OCCUPANT
               UNTIL WS-SOC-EOF = "Y"
                   OR SOC-LOCATION NOT = LOC-CODE.
           WRITE DESK-RECORD.

       CLEAR-DESK-OCCUPANT.
           MOVE ZERO TO DSK-OCC-ID(WS-OCC-IDX).

      * Every occupant was placed from this same file,
      * so none should fall between two desks; one that
      * does (a location deleted during the run) is
      * simply passed over.
       SKIP-UNMATCHED-OCCUPANT.
           PERFORM READ-NEXT-OCCUPANT.

       ADD-DESK-OCCUPANT.
           IF SOC-STATUS = "L"
               IF DSK-LEAVE < 999
                   ADD 1 TO DSK-LEAVE
               END-IF
           ELSE
               IF DSK-ACTIVE < 999
                   ADD 1 TO DSK-ACTIVE
               END-IF
           END-IF.
           ADD 1 TO WS-DESK-TOTAL.
           IF WS-DESK-TOTAL NOT > 4
               MOVE WS-DESK-TOTAL TO WS-OCC-IDX
               MOVE SOC-EMPLOYEE-ID TO DSK-OCC-ID(WS-OCC-IDX)
               PERFORM BUILD-OCCUPANT-NAME
               MOVE WS-OCCUPANT-NAME TO DSK-OCC-NAME(WS-OCC-IDX)
               MOVE SOC-DEPARTMENT TO DSK-OCC-DEPT(WS-OCC-IDX)
               MOVE SOC-STATUS TO DSK-OCC-STATUS(WS-OCC-IDX)
           END-IF.
           PERFORM READ-NEXT-OCCUPANT.

       BUILD-OCCUPANT-NAME.
           MOVE SPACES TO WS-OCCUPANT-NAME.
           STRING SOC-LAST-NAME DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               SOC-FIRST-NAME DELIMITED BY "  "
               INTO WS-OCCUPANT-NAME
           END-STRING.

       SORT-DESK-SUMMARY.
           SORT DESK-SORT-WORK-FILE
               ON ASCENDING KEY DSW-SITE DSW-BUILDING DSW-FLOOR
                   DSW-DESK DSW-LOCATION
               USING DESK-FILE
               GIVING SORTED-DESK-FILE.

      *----------------------------------------------
      * Step 3: desks by site, building and floor,
      * with totals at each break.
      *----------------------------------------------
       PRINT-DESK-OCCUPANCY.
           MOVE "DESK OCCUPANCY BY SITE, BUILDING AND FLOOR"
               TO SEC-TITLE.
           PERFORM START-SECTION.
           OPEN INPUT SITE-MASTER-FILE.
           OPEN INPUT SORTED-DESK-FILE.
           MOVE "N" TO WS-SDK-EOF.
           PERFORM PRINT-NEXT-DESK
               UNTIL WS-SDK-EOF = "Y".
           IF WS-FIRST-GROUP-FLAG = "N"
               PERFORM FLOOR-TOTAL
               PERFORM BUILDING-TOTAL
               PERFORM SITE-TOTAL
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "ALL SITES" TO TOT-LABEL
               MOVE 4 TO WS-LVL-IDX
               PERFORM WRITE-TOTAL-LINE
           ELSE
               MOVE NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           CLOSE SORTED-DESK-FILE.
           CLOSE SITE-MASTER-FILE.

       PRINT-NEXT-DESK.
           READ SORTED-DESK-FILE
               AT END
               MOVE "Y" TO WS-SDK-EOF
               NOT AT END
               PERFORM PRINT-ONE-DESK
           END-READ.

       PRINT-ONE-DESK.
           PERFORM CHECK-DESK-BREAKS.
           MOVE SDK-DESK TO DET-DESK.
           MOVE SDK-LOCATION TO DET-LOCATION.
           MOVE SPACES TO DET-NAME.
           MOVE SPACES TO DET-DEPARTMENT.
           COMPUTE WS-DESK-TOTAL = SDK-ACTIVE + SDK-LEAVE.
           PERFORM ADD-DESK-TO-LEVEL
               VARYING WS-LVL-IDX FROM 1 BY 1
               UNTIL WS-LVL-IDX > 4.
           EVALUATE TRUE
               WHEN WS-DESK-TOTAL > 1
                   MOVE WS-DESK-TOTAL TO MUL-COUNT
                   MOVE MULTIPLE-STATE TO DET-STATE
               WHEN SDK-ACTIVE = 1
                   MOVE "OCCUPIED" TO DET-STATE
                   MOVE SDK-OCC-NAME(1) TO DET-NAME
                   MOVE SDK-OCC-DEPT(1) TO DET-DEPARTMENT
               WHEN SDK-LEAVE = 1
                   MOVE "ON LEAVE" TO DET-STATE
                   MOVE SDK-OCC-NAME(1) TO DET-NAME
                   MOVE SDK-OCC-DEPT(1) TO DET-DEPARTMENT
               WHEN OTHER
                   MOVE "VACANT" TO DET-STATE
           END-EVALUATE.
           MOVE DESK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-DESK-TOTAL > 1
               PERFORM PRINT-DESK-OCCUPANT
                   VARYING WS-OCC-IDX FROM 1 BY 1
                   UNTIL WS-OCC-IDX > 4
               IF WS-DESK-TOTAL > 4
                   MOVE MORE-OCCUPANTS-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF.

      * A desk held by an active entry is occupied even
      * if an entry on leave shares it; a desk held only
      * by entries on leave is counted on leave.
       ADD-DESK-TO-LEVEL.
           ADD 1 TO WS-LVL-DESKS(WS-LVL-IDX).
           EVALUATE TRUE
               WHEN SDK-ACTIVE > 0
                   ADD 1 TO WS-LVL-OCCUPIED(WS-LVL-IDX)
               WHEN SDK-LEAVE > 0
                   ADD 1 TO WS-LVL-LEAVE(WS-LVL-IDX)
               WHEN OTHER
                   ADD 1 TO WS-LVL-VACANT(WS-LVL-IDX)
           END-EVALUATE.
           IF WS-DESK-TOTAL > 1
               ADD 1 TO WS-LVL-MULTIPLE(WS-LVL-IDX)
           END-IF.

       PRINT-DESK-OCCUPANT.
           IF SDK-OCC-ID(WS-OCC-IDX) NOT = ZERO
               MOVE SDK-OCC-ID(WS-OCC-IDX) TO OCL-EMPLOYEE-ID
               MOVE SDK-OCC-NAME(WS-OCC-IDX) TO OCL-NAME
               MOVE SDK-OCC-DEPT(WS-OCC-IDX) TO OCL-DEPARTMENT
               IF SDK-OCC-STATUS(WS-OCC-IDX) = "L"
                   MOVE " ON LEAVE" TO OCL-STATE
               ELSE
                   MOVE SPACES TO OCL-STATE
               END-IF
               MOVE OCCUPANT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       CHECK-DESK-BREAKS.
           IF SDK-SITE NOT = WS-PREV-SITE
               IF WS-FIRST-GROUP-FLAG = "N"
                   PERFORM FLOOR-TOTAL
                   PERFORM BUILDING-TOTAL
                   PERFORM SITE-TOTAL
               END-IF
               PERFORM SITE-HEADER
               PERFORM BUILDING-HEADER
               PERFORM FLOOR-HEADER
           ELSE
               IF SDK-BUILDING NOT = WS-PREV-BUILDING
                   PERFORM FLOOR-TOTAL
                   PERFORM BUILDING-TOTAL
                   PERFORM BUILDING-HEADER
                   PERFORM FLOOR-HEADER
               ELSE
                   IF SDK-FLOOR NOT = WS-PREV-FLOOR
                       PERFORM FLOOR-TOTAL
                       PERFORM FLOOR-HEADER
                   END-IF
               END-IF
           END-IF.
           MOVE "N" TO WS-FIRST-GROUP-FLAG.
           MOVE SDK-SITE TO WS-PREV-SITE.
           MOVE SDK-BUILDING TO WS-PREV-BUILDING.
           MOVE SDK-FLOOR TO WS-PREV-FLOOR.

       SITE-HEADER.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF SDK-SITE = SPACES
               MOVE "----" TO HDR-SITE-CODE
               MOVE "(NO SITE RECORDED)" TO HDR-SITE-NAME
           ELSE
               MOVE SDK-SITE TO HDR-SITE-CODE
               MOVE SDK-SITE TO SITE-CODE
               READ SITE-MASTER-FILE
                   INVALID KEY
                   MOVE "(NOT ON SITE MASTER)" TO HDR-SITE-NAME
                   NOT INVALID KEY
                   MOVE SITE-NAME TO HDR-SITE-NAME
               END-READ
           END-IF.
           MOVE SITE-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       BUILDING-HEADER.
           MOVE SDK-BUILDING TO HDR-BUILDING.
           MOVE BUILDING-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       FLOOR-HEADER.
           MOVE SDK-FLOOR TO HDR-FLOOR.
           MOVE FLOOR-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       FLOOR-TOTAL.
           MOVE SPACES TO TOT-LABEL.
           STRING "    FLOOR " DELIMITED BY SIZE
               WS-PREV-FLOOR DELIMITED BY SIZE
               INTO TOT-LABEL
           END-STRING.
           MOVE 1 TO WS-LVL-IDX.
           PERFORM WRITE-TOTAL-LINE.

       BUILDING-TOTAL.
           MOVE SPACES TO TOT-LABEL.
           STRING "  BUILDING " DELIMITED BY SIZE
               WS-PREV-BUILDING DELIMITED BY "  "
               INTO TOT-LABEL
           END-STRING.
           MOVE 2 TO WS-LVL-IDX.
           PERFORM WRITE-TOTAL-LINE.

       SITE-TOTAL.
           MOVE SPACES TO TOT-LABEL.
           IF WS-PREV-SITE = SPACES
               MOVE "NO SITE RECORDED" TO TOT-LABEL
           ELSE
               STRING "SITE " DELIMITED BY SIZE
                   WS-PREV-SITE DELIMITED BY SIZE
                   INTO TOT-LABEL
               END-STRING
           END-IF.
           MOVE 3 TO WS-LVL-IDX.
           PERFORM WRITE-TOTAL-LINE.

      * Writes the totals for level WS-LVL-IDX and
      * starts that level again from zero.
       WRITE-TOTAL-LINE.
           MOVE WS-LVL-DESKS(WS-LVL-IDX) TO TOT-DESKS.
           MOVE WS-LVL-OCCUPIED(WS-LVL-IDX) TO TOT-OCCUPIED.
           MOVE WS-LVL-LEAVE(WS-LVL-IDX) TO TOT-LEAVE.
           MOVE WS-LVL-VACANT(WS-LVL-IDX) TO TOT-VACANT.
           MOVE WS-LVL-MULTIPLE(WS-LVL-IDX) TO TOT-MULTIPLE.
           IF WS-LVL-DESKS(WS-LVL-IDX) > 0
               COMPUTE WS-UTILIZATION ROUNDED =
                   (WS-LVL-OCCUPIED(WS-LVL-IDX)
                       + WS-LVL-LEAVE(WS-LVL-IDX)) * 100
                   / WS-LVL-DESKS(WS-LVL-IDX)
           ELSE
               MOVE ZERO TO WS-UTILIZATION
           END-IF.
           MOVE WS-UTILIZATION TO TOT-UTILIZATION.
           MOVE TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-LVL-IDX < 4
               MOVE ZERO TO WS-LVL-DESKS(WS-LVL-IDX)
               MOVE ZERO TO WS-LVL-OCCUPIED(WS-LVL-IDX)
               MOVE ZERO TO WS-LVL-LEAVE(WS-LVL-IDX)
               MOVE ZERO TO WS-LVL-VACANT(WS-LVL-IDX)
               MOVE ZERO TO WS-LVL-MULTIPLE(WS-LVL-IDX)
           END-IF.

      *----------------------------------------------
      * Step 4: each department's entries by floor.
      *----------------------------------------------
       SORT-OCCUPANTS-BY-DEPARTMENT.
           SORT OCCUPANT-SORT-WORK-FILE
               ON ASCENDING KEY OSW-DEPARTMENT OSW-SITE
                   OSW-BUILDING OSW-FLOOR
               USING OCCUPANT-FILE
               GIVING SORTED-DEPT-FILE.

       PRINT-DEPARTMENT-SPREAD.
           MOVE "DEPARTMENTS BY FLOOR" TO SEC-TITLE.
           PERFORM START-SECTION.
           OPEN INPUT SORTED-DEPT-FILE.
           MOVE "N" TO WS-SDP-EOF.
           PERFORM PRINT-NEXT-SPREAD-ENTRY
               UNTIL WS-SDP-EOF = "Y".
           IF WS-FIRST-DEPT-FLAG = "N"
               PERFORM SPREAD-FLOOR-LINE
               PERFORM DEPARTMENT-TOTAL
           ELSE
               MOVE NONE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           CLOSE SORTED-DEPT-FILE.

       PRINT-NEXT-SPREAD-ENTRY.
           READ SORTED-DEPT-FILE
               AT END
               MOVE "Y" TO WS-SDP-EOF
               NOT AT END
               PERFORM TALLY-SPREAD-ENTRY
           END-READ.

       TALLY-SPREAD-ENTRY.
           IF SDP-DEPARTMENT NOT = WS-PREV-DEPARTMENT
               IF WS-FIRST-DEPT-FLAG = "N"
                   PERFORM SPREAD-FLOOR-LINE
                   PERFORM DEPARTMENT-TOTAL
               END-IF
               PERFORM DEPARTMENT-HEADER
               PERFORM START-SPREAD-FLOOR
           ELSE
               IF SDP-SITE NOT = WS-PREV-DEPT-SITE
                       OR SDP-BUILDING NOT = WS-PREV-DEPT-BUILDING
                       OR SDP-FLOOR NOT = WS-PREV-DEPT-FLOOR
                   PERFORM SPREAD-FLOOR-LINE
                   PERFORM START-SPREAD-FLOOR
               END-IF
           END-IF.
           MOVE "N" TO WS-FIRST-DEPT-FLAG.
           IF SDP-STATUS = "L"
               ADD 1 TO WS-SPREAD-LEAVE
               ADD 1 TO WS-DEPT-LEAVE
           ELSE
               ADD 1 TO WS-SPREAD-ACTIVE
               ADD 1 TO WS-DEPT-ACTIVE
           END-IF.

       DEPARTMENT-HEADER.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF SDP-DEPARTMENT = SPACES
               MOVE "(NONE)" TO HDR-DEPARTMENT
           ELSE
               MOVE SDP-DEPARTMENT TO HDR-DEPARTMENT
           END-IF.
           MOVE DEPT-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SDP-DEPARTMENT TO WS-PREV-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-ACTIVE.
           MOVE ZERO TO WS-DEPT-LEAVE.
           MOVE ZERO TO WS-DEPT-FLOORS.

       START-SPREAD-FLOOR.
           MOVE SDP-SITE TO WS-PREV-DEPT-SITE.
           MOVE SDP-BUILDING TO WS-PREV-DEPT-BUILDING.
           MOVE SDP-FLOOR TO WS-PREV-DEPT-FLOOR.
           MOVE ZERO TO WS-SPREAD-ACTIVE.
           MOVE ZERO TO WS-SPREAD-LEAVE.
           ADD 1 TO WS-DEPT-FLOORS.

       SPREAD-FLOOR-LINE.
           MOVE WS-PREV-DEPT-SITE TO SPR-SITE.
           MOVE WS-PREV-DEPT-BUILDING TO SPR-BUILDING.
           MOVE WS-PREV-DEPT-FLOOR TO SPR-FLOOR.
           MOVE WS-SPREAD-ACTIVE TO SPR-ACTIVE.
           MOVE WS-SPREAD-LEAVE TO SPR-LEAVE.
           MOVE SPREAD-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       DEPARTMENT-TOTAL.
           MOVE WS-DEPT-ACTIVE TO DTL-ACTIVE.
           MOVE WS-DEPT-LEAVE TO DTL-LEAVE.
           MOVE WS-DEPT-FLOORS TO DTL-FLOORS.
           MOVE DEPT-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       START-SECTION.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SECTION-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
