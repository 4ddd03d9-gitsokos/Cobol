       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNAST02.
      *----------------------------------------------
      * Handset and equipment inventory.
      * Reads the asset master (astmst.dat), looks each
      * unit's location code up on the location master
      * (locmst.dat) and prints the in-service and
      * spare units grouped by building and floor, in
      * desk order, with a count per floor and per
      * building.  Retired units are counted but not
      * listed.
      * The exception report (phnast02.exc) lists:
      *   - units with no location, or a location no
      *     longer on the location master;
      *   - units pointing at an extension no current
      *     directory entry carries;
      *   - in-service units with no extension;
      *   - extensions on the directory with no
      *     in-service handset or conference unit
      *     behind them (a headset alone is not a
      *     phone).
      * RETURN-CODE 4 when any exception is listed.
      *----------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASSET-FILE
               ASSIGN TO "astmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AST-KEY
               ALTERNATE RECORD KEY IS AST-EXTENSION
                   WITH DUPLICATES.

           SELECT OPTIONAL PHONE-FILE
               ASSIGN TO "phone.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT OPTIONAL EXTRACT-FILE
               ASSIGN TO "phnast02.ext"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ASSET-SORT-WORK-FILE
               ASSIGN TO "phnast02.tmp".

           SELECT OPTIONAL SORTED-EXTRACT-FILE
               ASSIGN TO "phnast02.srt"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "phnast02.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE
               ASSIGN TO "phnast02.exc"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-FILE
           LABEL RECORDS ARE STANDARD.
       01  AST-RECORD.
           05  AST-KEY.
               10  AST-TAG          PIC X(10).
           05  AST-KIND             PIC X.
           05  AST-MODEL            PIC X(20).
           05  AST-SERIAL           PIC X(17).
           05  AST-EXTENSION        PIC X(5).
           05  AST-LOCATION         PIC X(8).
           05  AST-STATUS           PIC X.
           05  AST-STATUS-DATE      PIC 9(8).

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

       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-RECORD.
           05  EXT-BUILDING         PIC X(20).
           05  EXT-FLOOR            PIC X(4).
           05  EXT-DESK             PIC X(8).
           05  EXT-LOCATION         PIC X(8).
           05  EXT-TAG              PIC X(10).
           05  EXT-KIND             PIC X.
           05  EXT-MODEL            PIC X(20).
           05  EXT-SERIAL           PIC X(17).
           05  EXT-EXTENSION        PIC X(5).
           05  EXT-STATUS           PIC X.

       SD  ASSET-SORT-WORK-FILE.
       01  ASSET-SORT-WORK-RECORD.
           05  ASW-BUILDING         PIC X(20).
           05  ASW-FLOOR            PIC X(4).
           05  ASW-DESK             PIC X(8).
           05  ASW-LOCATION         PIC X(8).
           05  ASW-TAG              PIC X(10).
           05  ASW-KIND             PIC X.
           05  ASW-MODEL            PIC X(20).
           05  ASW-SERIAL           PIC X(17).
           05  ASW-EXTENSION        PIC X(5).
           05  ASW-STATUS           PIC X.

       FD  SORTED-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-EXTRACT-RECORD.
           05  SRT-BUILDING         PIC X(20).
           05  SRT-FLOOR            PIC X(4).
           05  SRT-DESK             PIC X(8).
           05  SRT-LOCATION         PIC X(8).
           05  SRT-TAG              PIC X(10).
           05  SRT-KIND             PIC X.
           05  SRT-MODEL            PIC X(20).
           05  SRT-SERIAL           PIC X(17).
           05  SRT-EXTENSION        PIC X(5).
           05  SRT-STATUS           PIC X.

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       FD  EXCEPTION-FILE
           LABEL RECORDS OMITTED.
       01  EXCEPTION-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG              PIC X       VALUE "N".
       01  WS-SRT-EOF               PIC X       VALUE "N".
       01  WS-DIR-EOF               PIC X       VALUE "N".

       01  WS-ASSET-COUNT           PIC 9(6)    VALUE ZERO.
       01  WS-IN-SERVICE-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-SPARE-COUNT           PIC 9(6)    VALUE ZERO.
       01  WS-RETIRED-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-PLACED-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-NO-HANDSET-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-FLOOR-IN-SERVICE      PIC 9(4)    VALUE ZERO.
       01  WS-FLOOR-SPARE           PIC 9(4)    VALUE ZERO.
       01  WS-BLDG-IN-SERVICE       PIC 9(5)    VALUE ZERO.
       01  WS-BLDG-SPARE            PIC 9(5)    VALUE ZERO.

       01  WS-PREV-BUILDING         PIC X(20)   VALUE LOW-VALUES.
       01  WS-PREV-FLOOR            PIC X(4)    VALUE LOW-VALUES.
       01  WS-FIRST-GROUP-FLAG      PIC X       VALUE "Y".

      * Extension lookups across the duplicates of the
      * alternate keys.
       01  WS-LOOKUP-EXTENSION      PIC X(5).
       01  WS-LOOKUP-EOF            PIC X.
       01  WS-EXT-ON-FILE           PIC X.
       01  WS-EXT-HAS-HANDSET       PIC X.
       01  WS-PREV-EXTENSION        PIC X(5)    VALUE LOW-VALUES.

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(24)
               VALUE "HANDSET INVENTORY       ".
           05  FILLER               PIC X(10) VALUE "  RUN DATE".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  HDR-RUN-MM           PIC 99.
           05  FILLER               PIC X    VALUE "/".
           05  HDR-RUN-DD           PIC 99.
           05  FILLER               PIC X    VALUE "/".
           05  HDR-RUN-YYYY         PIC 9999.

       01  EXCEPTION-HEADER-LINE.
           05  FILLER               PIC X(34)
               VALUE "HANDSET INVENTORY - EXCEPTIONS    ".

       01  GROUP-HEADER-LINE.
           05  FILLER               PIC X(10) VALUE "BUILDING: ".
           05  GRP-BUILDING         PIC X(20).
           05  FILLER               PIC X(8)  VALUE "  FLOOR:".
           05  GRP-FLOOR            PIC X(4).

       01  GROUP-FOOTER-LINE.
           05  GRP-FOOTER-LABEL     PIC X(18).
           05  FILLER               PIC X(12) VALUE " IN SERVICE:".
           05  GRP-IN-SERVICE       PIC ZZ,ZZ9.
           05  FILLER               PIC X(8)  VALUE "  SPARE:".
           05  GRP-SPARE            PIC ZZ,ZZ9.

       01  DETAIL-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(4)  VALUE "Dsk:".
           05  DET-DESK             PIC X(8).
           05  FILLER               PIC X(5)  VALUE " Loc:".
           05  DET-LOCATION         PIC X(8).
           05  FILLER               PIC X(5)  VALUE " Tag:".
           05  DET-TAG              PIC X(10).
           05  FILLER               PIC X     VALUE SPACE.
           05  DET-KIND             PIC X(10).
           05  FILLER               PIC X(5)  VALUE " Mdl:".
           05  DET-MODEL            PIC X(20).
           05  FILLER               PIC X(5)  VALUE " Ser:".
           05  DET-SERIAL           PIC X(17).
           05  FILLER               PIC X(5)  VALUE " Xtn:".
           05  DET-EXTENSION        PIC X(5).
           05  FILLER               PIC X     VALUE SPACE.
           05  DET-STATUS           PIC X(10).

       01  EXCEPTION-LINE.
           05  FILLER               PIC X(4)  VALUE "Tag:".
           05  EXC-TAG              PIC X(10).
           05  FILLER               PIC X(5)  VALUE " Xtn:".
           05  EXC-EXTENSION        PIC X(5).
           05  FILLER               PIC X(5)  VALUE " Loc:".
           05  EXC-LOCATION         PIC X(8).
           05  FILLER               PIC X(5)  VALUE " Emp:".
           05  EXC-EMPLOYEE-ID      PIC X(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  EXC-LAST-NAME        PIC X(20).
           05  FILLER               PIC X(9)  VALUE " Reason: ".
           05  EXC-REASON           PIC X(30).

       01  COUNT-LINE.
           05  CNT-LABEL            PIC X(28).
           05  CNT-VALUE            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM BUILD-INVENTORY-EXTRACT.
           PERFORM CHECK-DIRECTORY-EXTENSIONS.
           PERFORM SORT-INVENTORY-EXTRACT.
           PERFORM PRINT-INVENTORY.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Level 2 Routines

       OPENING-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ASSET-FILE.
           OPEN INPUT PHONE-FILE.
           OPEN INPUT LOCATION-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           MOVE WS-CUR-MM TO HDR-RUN-MM.
           MOVE WS-CUR-DD TO HDR-RUN-DD.
           MOVE WS-CUR-YYYY TO HDR-RUN-YYYY.
           MOVE REPORT-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE EXCEPTION-HEADER-LINE TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE SPACES TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.

       CLOSING-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "ASSETS ON FILE:             " TO CNT-LABEL.
           MOVE WS-ASSET-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  IN SERVICE:               " TO CNT-LABEL.
           MOVE WS-IN-SERVICE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  SPARE:                    " TO CNT-LABEL.
           MOVE WS-SPARE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  RETIRED:                  " TO CNT-LABEL.
           MOVE WS-RETIRED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "UNITS PLACED ON A FLOOR:    " TO CNT-LABEL.
           MOVE WS-PLACED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "EXTENSIONS WITH NO HANDSET: " TO CNT-LABEL.
           MOVE WS-NO-HANDSET-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "EXCEPTIONS LISTED:          " TO CNT-LABEL.
           MOVE WS-EXCEPTION-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           CLOSE ASSET-FILE.
           CLOSE PHONE-FILE.
           CLOSE LOCATION-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPTION-FILE.

      *----------------------------------------------
      * Pass over the asset master.
      *----------------------------------------------
       BUILD-INVENTORY-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE.
           MOVE LOW-VALUES TO AST-TAG.
           START ASSET-FILE KEY IS NOT LESS THAN AST-KEY
               INVALID KEY
               MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM EXTRACT-NEXT-ASSET
               UNTIL WS-EOF-FLAG = "Y".
           CLOSE EXTRACT-FILE.

       EXTRACT-NEXT-ASSET.
           READ ASSET-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
               ADD 1 TO WS-ASSET-COUNT
               PERFORM EXTRACT-ONE-ASSET
           END-READ.

       EXTRACT-ONE-ASSET.
           EVALUATE AST-STATUS
               WHEN "R"
                   ADD 1 TO WS-RETIRED-COUNT
               WHEN "I"
                   ADD 1 TO WS-IN-SERVICE-COUNT
                   PERFORM PLACE-ONE-ASSET
               WHEN OTHER
                   ADD 1 TO WS-SPARE-COUNT
                   PERFORM PLACE-ONE-ASSET
           END-EVALUATE.

       PLACE-ONE-ASSET.
           IF AST-LOCATION = SPACES
               MOVE "NO LOCATION ASSIGNED" TO EXC-REASON
               PERFORM WRITE-ASSET-EXCEPTION
           ELSE
               MOVE AST-LOCATION TO LOC-CODE
               READ LOCATION-FILE
                   INVALID KEY
                   MOVE "LOCATION NOT ON MASTER" TO EXC-REASON
                   PERFORM WRITE-ASSET-EXCEPTION
                   NOT INVALID KEY
                   PERFORM WRITE-EXTRACT-RECORD
               END-READ
           END-IF.
           IF AST-EXTENSION = SPACES
               IF AST-STATUS = "I"
                   MOVE "IN SERVICE, NO EXTENSION" TO EXC-REASON
                   PERFORM WRITE-ASSET-EXCEPTION
               END-IF
           ELSE
               MOVE AST-EXTENSION TO WS-LOOKUP-EXTENSION
               PERFORM CHECK-EXTENSION-ON-FILE
               IF WS-EXT-ON-FILE = "N"
                   MOVE "EXTENSION NOT ON DIRECTORY" TO EXC-REASON
                   PERFORM WRITE-ASSET-EXCEPTION
               END-IF
           END-IF.

       WRITE-EXTRACT-RECORD.
           ADD 1 TO WS-PLACED-COUNT.
           MOVE LOC-BUILDING TO EXT-BUILDING.
           MOVE LOC-FLOOR TO EXT-FLOOR.
           MOVE LOC-DESK TO EXT-DESK.
           MOVE AST-LOCATION TO EXT-LOCATION.
           MOVE AST-TAG TO EXT-TAG.
           MOVE AST-KIND TO EXT-KIND.
           MOVE AST-MODEL TO EXT-MODEL.
           MOVE AST-SERIAL TO EXT-SERIAL.
           MOVE AST-EXTENSION TO EXT-EXTENSION.
           MOVE AST-STATUS TO EXT-STATUS.
           WRITE EXTRACT-RECORD.

       WRITE-ASSET-EXCEPTION.
           MOVE AST-TAG TO EXC-TAG.
           MOVE AST-EXTENSION TO EXC-EXTENSION.
           MOVE AST-LOCATION TO EXC-LOCATION.
           MOVE SPACES TO EXC-EMPLOYEE-ID.
           MOVE SPACES TO EXC-LAST-NAME.
           PERFORM WRITE-EXCEPTION-LINE.

      * An extension counts as on file when any entry
      * carrying it is not terminated.
       CHECK-EXTENSION-ON-FILE.
           MOVE "N" TO WS-EXT-ON-FILE.
           MOVE "N" TO WS-LOOKUP-EOF.
           MOVE WS-LOOKUP-EXTENSION TO PHONE-EXTENSION.
           START PHONE-FILE KEY IS EQUAL TO PHONE-EXTENSION
               INVALID KEY
               MOVE "Y" TO WS-LOOKUP-EOF
           END-START.
           PERFORM CHECK-NEXT-EXTENSION-OWNER
               UNTIL WS-LOOKUP-EOF = "Y".

       CHECK-NEXT-EXTENSION-OWNER.
           READ PHONE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-LOOKUP-EOF
           END-READ.
           IF WS-LOOKUP-EOF = "N"
               IF PHONE-EXTENSION NOT = WS-LOOKUP-EXTENSION
                   MOVE "Y" TO WS-LOOKUP-EOF
               ELSE
                   IF PHONE-STATUS NOT = "T"
                       MOVE "Y" TO WS-EXT-ON-FILE
                       MOVE "Y" TO WS-LOOKUP-EOF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------
      * Pass over the directory in extension order.
      * Each extension is checked once however many
      * entries share it.
      *----------------------------------------------
       CHECK-DIRECTORY-EXTENSIONS.
           MOVE LOW-VALUES TO PHONE-EXTENSION.
           START PHONE-FILE KEY IS NOT LESS THAN PHONE-EXTENSION
               INVALID KEY
               MOVE "Y" TO WS-DIR-EOF
           END-START.
           PERFORM CHECK-NEXT-DIRECTORY-ENTRY
               UNTIL WS-DIR-EOF = "Y".

       CHECK-NEXT-DIRECTORY-ENTRY.
           READ PHONE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-DIR-EOF
               NOT AT END
               IF PHONE-EXTENSION NOT = SPACES
                       AND PHONE-STATUS NOT = "T"
                       AND PHONE-EXTENSION NOT = WS-PREV-EXTENSION
                   MOVE PHONE-EXTENSION TO WS-PREV-EXTENSION
                   PERFORM CHECK-EXTENSION-HANDSET
               END-IF
           END-READ.

       CHECK-EXTENSION-HANDSET.
           MOVE "N" TO WS-EXT-HAS-HANDSET.
           MOVE "N" TO WS-LOOKUP-EOF.
           MOVE PHONE-EXTENSION TO AST-EXTENSION.
           START ASSET-FILE KEY IS EQUAL TO AST-EXTENSION
               INVALID KEY
               MOVE "Y" TO WS-LOOKUP-EOF
           END-START.
           PERFORM CHECK-NEXT-EXTENSION-ASSET
               UNTIL WS-LOOKUP-EOF = "Y".
           IF WS-EXT-HAS-HANDSET = "N"
               ADD 1 TO WS-NO-HANDSET-COUNT
               MOVE SPACES TO EXC-TAG
               MOVE PHONE-EXTENSION TO EXC-EXTENSION
               MOVE PHONE-LOCATION TO EXC-LOCATION
               MOVE PHONE-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
               MOVE PHONE-LAST-NAME TO EXC-LAST-NAME
               MOVE "EXTENSION HAS NO HANDSET" TO EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       CHECK-NEXT-EXTENSION-ASSET.
           READ ASSET-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-LOOKUP-EOF
           END-READ.
           IF WS-LOOKUP-EOF = "N"
               IF AST-EXTENSION NOT = PHONE-EXTENSION
                   MOVE "Y" TO WS-LOOKUP-EOF
               ELSE
                   IF AST-STATUS = "I"
                           AND (AST-KIND = "H" OR AST-KIND = "C")
                       MOVE "Y" TO WS-EXT-HAS-HANDSET
                       MOVE "Y" TO WS-LOOKUP-EOF
                   END-IF
               END-IF
           END-IF.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE EXCEPTION-LINE TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.

      *----------------------------------------------
      * The inventory proper.
      *----------------------------------------------
       SORT-INVENTORY-EXTRACT.
           SORT ASSET-SORT-WORK-FILE
               ON ASCENDING KEY ASW-BUILDING ASW-FLOOR ASW-DESK
                   ASW-LOCATION ASW-TAG
               USING EXTRACT-FILE
               GIVING SORTED-EXTRACT-FILE.

       PRINT-INVENTORY.
           OPEN INPUT SORTED-EXTRACT-FILE.
           PERFORM PRINT-NEXT-INVENTORY-LINE
               UNTIL WS-SRT-EOF = "Y".
           IF WS-FIRST-GROUP-FLAG = "N"
               PERFORM FLOOR-SUBTOTAL
               PERFORM BUILDING-SUBTOTAL
           END-IF.
           CLOSE SORTED-EXTRACT-FILE.

       PRINT-NEXT-INVENTORY-LINE.
           READ SORTED-EXTRACT-FILE
               AT END
               MOVE "Y" TO WS-SRT-EOF
               NOT AT END
               PERFORM PRINT-ONE-INVENTORY-LINE
           END-READ.

       PRINT-ONE-INVENTORY-LINE.
           IF SRT-BUILDING NOT = WS-PREV-BUILDING
                   OR SRT-FLOOR NOT = WS-PREV-FLOOR
               IF WS-FIRST-GROUP-FLAG = "N"
                   PERFORM FLOOR-SUBTOTAL
                   IF SRT-BUILDING NOT = WS-PREV-BUILDING
                       PERFORM BUILDING-SUBTOTAL
                   END-IF
               END-IF
               MOVE SRT-BUILDING TO WS-PREV-BUILDING
               MOVE SRT-FLOOR TO WS-PREV-FLOOR
               MOVE "N" TO WS-FIRST-GROUP-FLAG
               PERFORM FLOOR-HEADER
           END-IF.
           MOVE SRT-DESK TO DET-DESK.
           MOVE SRT-LOCATION TO DET-LOCATION.
           MOVE SRT-TAG TO DET-TAG.
           EVALUATE SRT-KIND
               WHEN "H"
                   MOVE "HANDSET   " TO DET-KIND
               WHEN "S"
                   MOVE "HEADSET   " TO DET-KIND
               WHEN "C"
                   MOVE "CONFERENCE" TO DET-KIND
               WHEN OTHER
                   MOVE SRT-KIND TO DET-KIND
           END-EVALUATE.
           MOVE SRT-MODEL TO DET-MODEL.
           MOVE SRT-SERIAL TO DET-SERIAL.
           MOVE SRT-EXTENSION TO DET-EXTENSION.
           IF SRT-STATUS = "I"
               MOVE "IN SERVICE" TO DET-STATUS
               ADD 1 TO WS-FLOOR-IN-SERVICE
           ELSE
               MOVE "SPARE     " TO DET-STATUS
               ADD 1 TO WS-FLOOR-SPARE
           END-IF.
           MOVE DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       FLOOR-HEADER.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SRT-BUILDING TO GRP-BUILDING.
           MOVE SRT-FLOOR TO GRP-FLOOR.
           MOVE GROUP-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       FLOOR-SUBTOTAL.
           MOVE "  FLOOR TOTAL:    " TO GRP-FOOTER-LABEL.
           MOVE WS-FLOOR-IN-SERVICE TO GRP-IN-SERVICE.
           MOVE WS-FLOOR-SPARE TO GRP-SPARE.
           MOVE GROUP-FOOTER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD WS-FLOOR-IN-SERVICE TO WS-BLDG-IN-SERVICE.
           ADD WS-FLOOR-SPARE TO WS-BLDG-SPARE.
           MOVE ZERO TO WS-FLOOR-IN-SERVICE.
           MOVE ZERO TO WS-FLOOR-SPARE.

       BUILDING-SUBTOTAL.
           MOVE "BUILDING TOTAL:   " TO GRP-FOOTER-LABEL.
           MOVE WS-BLDG-IN-SERVICE TO GRP-IN-SERVICE.
           MOVE WS-BLDG-SPARE TO GRP-SPARE.
           MOVE GROUP-FOOTER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ZERO TO WS-BLDG-IN-SERVICE.
           MOVE ZERO TO WS-BLDG-SPARE.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
