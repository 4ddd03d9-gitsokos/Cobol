       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNCNV03.
      *----------------------------------------------
      * One-time master layout conversion.
      * The directory record grew from 148 bytes to
      * 154: the supervisor employee ID (6) was added
      * on the end.  This job, in the PHNCNV02
      * pattern, reads the old-layout files and writes
      * new-layout copies with the supervisor set to
      * zero (no supervisor); the HR reconciliation
      * or maintenance fills it in afterward.
      * Two passes in one run:
      *   phone.dat   (old 148-byte indexed master)
      *               -> phonenew.dat (154 bytes)
      *   phnarch.dat (old 148-byte purge archive)
      *               -> phnarchnw.dat (154 bytes)
      * Either input may be absent.  The operator
      * checks the counts on phncnv03.rpt, then
      * renames phonenew.dat to phone.dat and
      * phnarchnw.dat to phnarch.dat.  Run it once,
      * inside the batch window, before any new-layout
      * program touches the files.
      * RETURN-CODE 8 on any write failure.
      *----------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLD-PHONE-FILE
               ASSIGN TO "phone.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-PHONE-KEY
               ALTERNATE RECORD KEY IS OLD-EXTENSION
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS OLD-DEPARTMENT
                   WITH DUPLICATES.

           SELECT NEW-PHONE-FILE
               ASSIGN TO "phonenew.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHONE-KEY
               ALTERNATE RECORD KEY IS PHONE-EXTENSION
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PHONE-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPTIONAL OLD-ARCHIVE-FILE
               ASSIGN TO "phnarch.dat"
               ORGANIZATION IS SEQUENTIAL.

           SELECT NEW-ARCHIVE-FILE
               ASSIGN TO "phnarchnw.dat"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "phncnv03.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-PHONE-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-PHONE-RECORD.
           05  OLD-PHONE-KEY.
               10  OLD-EMPLOYEE-ID  PIC 9(6).
           05  OLD-LAST-NAME        PIC X(20).
           05  OLD-FIRST-NAME       PIC X(20).
           05  OLD-NUMBERS.
               10  OLD-NUMBER-SLOT OCCURS 4 TIMES.
                   15  OLD-NUMBER-TYPE PIC X.
                   15  OLD-NUMBER   PIC X(15).
           05  OLD-EXTENSION        PIC X(5).
           05  OLD-DEPARTMENT       PIC X(10).
           05  OLD-STATUS           PIC X.
           05  OLD-STATUS-DATE      PIC 9(8).
           05  OLD-LOCATION         PIC X(8).
           05  OLD-HOME-SITE        PIC X(4).
           05  OLD-ENTRY-CLASS      PIC X.
           05  OLD-UNLISTED         PIC X.

       FD  NEW-PHONE-FILE
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

       FD  OLD-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-ARCHIVE-RECORD.
           05  OAR-EMPLOYEE-ID      PIC 9(6).
           05  OAR-BODY             PIC X(142).

       FD  NEW-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-ARCHIVE-RECORD.
           05  NAR-EMPLOYEE-ID      PIC 9(6).
           05  NAR-BODY             PIC X(142).
           05  NAR-SUPERVISOR-ID    PIC 9(6).

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-MST-EOF               PIC X       VALUE "N".
       01  WS-ARC-EOF               PIC X       VALUE "N".
       01  WS-FILE-STATUS           PIC XX.

       01  WS-MST-READ-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-MST-WRITTEN-COUNT     PIC 9(6)    VALUE ZERO.
       01  WS-ARC-READ-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-ARC-WRITTEN-COUNT     PIC 9(6)    VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(6)    VALUE ZERO.

       01  COUNT-LINE.
           05  CNT-LABEL            PIC X(28).
           05  CNT-VALUE            PIC ZZZ,ZZ9.

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(33)
               VALUE "MASTER LAYOUT CONVERSION 148->154".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM CONVERT-THE-MASTER.
           PERFORM CONVERT-THE-ARCHIVE.
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
           MOVE "MASTER RECORDS READ:        " TO CNT-LABEL.
           MOVE WS-MST-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "MASTER RECORDS CONVERTED:   " TO CNT-LABEL.
           MOVE WS-MST-WRITTEN-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ARCHIVE RECORDS READ:       " TO CNT-LABEL.
           MOVE WS-ARC-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ARCHIVE RECORDS CONVERTED:  " TO CNT-LABEL.
           MOVE WS-ARC-WRITTEN-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "WRITE FAILURES:             " TO CNT-LABEL.
           MOVE WS-ERROR-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "Conversion complete - check phncnv03.rpt,"
               " then rename phonenew.dat to phone.dat and"
               " phnarchnw.dat to phnarch.dat.".

       CONVERT-THE-MASTER.
           OPEN INPUT OLD-PHONE-FILE.
           OPEN OUTPUT NEW-PHONE-FILE.
           PERFORM CONVERT-NEXT-MASTER-RECORD
               UNTIL WS-MST-EOF = "Y".
           CLOSE OLD-PHONE-FILE.
           CLOSE NEW-PHONE-FILE.

       CONVERT-NEXT-MASTER-RECORD.
           READ OLD-PHONE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-MST-EOF
               NOT AT END
               ADD 1 TO WS-MST-READ-COUNT
               PERFORM CONVERT-ONE-MASTER-RECORD
           END-READ.

       CONVERT-ONE-MASTER-RECORD.
           MOVE OLD-EMPLOYEE-ID TO PHONE-EMPLOYEE-ID.
           MOVE OLD-LAST-NAME TO PHONE-LAST-NAME.
           MOVE OLD-FIRST-NAME TO PHONE-FIRST-NAME.
           MOVE OLD-NUMBERS TO PHONE-NUMBERS.
           MOVE OLD-EXTENSION TO PHONE-EXTENSION.
           MOVE OLD-DEPARTMENT TO PHONE-DEPARTMENT.
           MOVE OLD-STATUS TO PHONE-STATUS.
           MOVE OLD-STATUS-DATE TO PHONE-STATUS-DATE.
           MOVE OLD-LOCATION TO PHONE-LOCATION.
           MOVE OLD-HOME-SITE TO PHONE-HOME-SITE.
           MOVE OLD-ENTRY-CLASS TO PHONE-ENTRY-CLASS.
           MOVE OLD-UNLISTED TO PHONE-UNLISTED.
           MOVE ZERO TO PHONE-SUPERVISOR-ID.
           WRITE PHONE-RECORD
               INVALID KEY
               DISPLAY "Conversion: could not write ID "
                   PHONE-EMPLOYEE-ID " status " WS-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
               ADD 1 TO WS-MST-WRITTEN-COUNT
           END-WRITE.

      * The archive body past the employee ID is
      * carried byte for byte; only the supervisor
      * is appended, set to zero.
       CONVERT-THE-ARCHIVE.
           OPEN INPUT OLD-ARCHIVE-FILE.
           OPEN OUTPUT NEW-ARCHIVE-FILE.
           PERFORM CONVERT-NEXT-ARCHIVE-RECORD
               UNTIL WS-ARC-EOF = "Y".
           CLOSE OLD-ARCHIVE-FILE.
           CLOSE NEW-ARCHIVE-FILE.

       CONVERT-NEXT-ARCHIVE-RECORD.
           READ OLD-ARCHIVE-FILE
               AT END
               MOVE "Y" TO WS-ARC-EOF
               NOT AT END
               ADD 1 TO WS-ARC-READ-COUNT
               PERFORM CONVERT-ONE-ARCHIVE-RECORD
           END-READ.

       CONVERT-ONE-ARCHIVE-RECORD.
           MOVE OAR-EMPLOYEE-ID TO NAR-EMPLOYEE-ID.
           MOVE OAR-BODY TO NAR-BODY.
           MOVE ZERO TO NAR-SUPERVISOR-ID.
           WRITE NEW-ARCHIVE-RECORD.
           ADD 1 TO WS-ARC-WRITTEN-COUNT.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
