       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNCNV05.
      *----------------------------------------------
      * One-time location master layout conversion.
      * The location record grew from 40 bytes to 44:
      * the site code (4) the building belongs to was
      * added on the end, so the occupancy report can
      * roll floors and buildings up to the site.
      * This job, in the PHNCNV04 pattern, reads the
      * old-layout locmst.dat and writes a new-layout
      * copy, locmstnw.dat, with the site blank.  The
      * site is then filled in per location through
      * PHNLOC01.
      * The input may be absent.  The operator checks
      * the counts on phncnv05.rpt, then renames
      * locmstnw.dat to locmst.dat.  Run it once,
      * inside the batch window, before any new-layout
      * program touches the file.
      * RETURN-CODE 8 on any write failure.
      *----------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLD-LOCATION-FILE
               ASSIGN TO "locmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-LOC-KEY.

           SELECT NEW-LOCATION-FILE
               ASSIGN TO "locmstnw.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "phncnv05.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-LOCATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-LOC-RECORD.
           05  OLD-LOC-KEY.
               10  OLD-LOC-CODE     PIC X(8).
           05  OLD-LOC-BUILDING     PIC X(20).
           05  OLD-LOC-FLOOR        PIC X(4).
           05  OLD-LOC-DESK         PIC X(8).

       FD  NEW-LOCATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOC-RECORD.
           05  LOC-KEY.
               10  LOC-CODE         PIC X(8).
           05  LOC-BUILDING         PIC X(20).
           05  LOC-FLOOR            PIC X(4).
           05  LOC-DESK             PIC X(8).
           05  LOC-SITE             PIC X(4).

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-LOC-EOF               PIC X       VALUE "N".
       01  WS-FILE-STATUS           PIC XX.

       01  WS-LOC-READ-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-LOC-WRITTEN-COUNT     PIC 9(6)    VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(6)    VALUE ZERO.

       01  COUNT-LINE.
           05  CNT-LABEL            PIC X(28).
           05  CNT-VALUE            PIC ZZZ,ZZ9.

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(33)
               VALUE "LOCATION LAYOUT CONVERSION 40->44".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM CONVERT-THE-LOCATIONS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Level 2 Routines

       OPENING-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.
           MOVE REPORT-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       CLOSING-PROCEDURE.
           MOVE "LOCATION RECORDS READ:      " TO CNT-LABEL.
           MOVE WS-LOC-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "LOCATION RECORDS CONVERTED: " TO CNT-LABEL.
           MOVE WS-LOC-WRITTEN-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "WRITE FAILURES:             " TO CNT-LABEL.
           MOVE WS-ERROR-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "Conversion complete - check phncnv05.rpt,"
               " then rename locmstnw.dat to locmst.dat.".

       CONVERT-THE-LOCATIONS.
           OPEN INPUT OLD-LOCATION-FILE.
           OPEN OUTPUT NEW-LOCATION-FILE.
           PERFORM CONVERT-NEXT-LOCATION
               UNTIL WS-LOC-EOF = "Y".
           CLOSE OLD-LOCATION-FILE.
           CLOSE NEW-LOCATION-FILE.

       CONVERT-NEXT-LOCATION.
           READ OLD-LOCATION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-LOC-EOF
               NOT AT END
               ADD 1 TO WS-LOC-READ-COUNT
               PERFORM CONVERT-ONE-LOCATION
           END-READ.

       CONVERT-ONE-LOCATION.
           MOVE OLD-LOC-CODE TO LOC-CODE.
           MOVE OLD-LOC-BUILDING TO LOC-BUILDING.
           MOVE OLD-LOC-FLOOR TO LOC-FLOOR.
           MOVE OLD-LOC-DESK TO LOC-DESK.
           MOVE SPACES TO LOC-SITE.
           WRITE LOC-RECORD
               INVALID KEY
               DISPLAY "Conversion: could not write location "
                   LOC-CODE " status " WS-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
               ADD 1 TO WS-LOC-WRITTEN-COUNT
           END-WRITE.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
