       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNVER01.
      *----------------------------------------------
      * Annual directory verification - sheets.
      * Prints one verification sheet per department
      * on deptmst.dat, addressed to DEPT-MANAGER,
      * listing every entry in the department that is
      * not terminated: numbers, extension, location,
      * home site and the date it was last verified.
      * Each number is printed after its slot, 1-4, so
      * a correction can say which number it replaces.
      * The manager ticks each entry as correct or
      * writes in the correction and sends the sheet
      * back by the return date; PHNVER02 keys in the
      * returns and PHNVER03 chases the stragglers.
      * Every entry printed is marked on phnver.dat
      * (sheet date, return date, awaiting return) so
      * the returns and the follow-up know what went
      * out.  The last-verified date is kept.
      * phnver01.ctl:
      *   columns 1-8   return date YYYYMMDD (default
      *                 30 days from today)
      *   columns 10-19 one department to reissue
      *                 (default every department)
      * Sheets go to phnver01.prt, a page or more per
      * department.
      * RETURN-CODE 8 when a master or the verification
      * file could not be opened.
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

           SELECT VERIFY-FILE
               ASSIGN TO "phnver.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VER-KEY
               FILE STATUS IS WS-VER-FILE-STATUS.

           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "phnver01.ctl"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN TO "phnver01.prt"
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

      * One row per entry that has been sent a sheet.
      *   VER-CYCLE-STATUS  S sheet out, awaiting return
      *                     V returned as correct
      *                     C returned with corrections
       FD  VERIFY-FILE
           LABEL RECORDS ARE STANDARD.
       01  VERIFY-RECORD.
           05  VER-KEY.
               10  VER-EMPLOYEE-ID  PIC 9(6).
           05  VER-DEPARTMENT       PIC X(10).
           05  VER-SHEET-DATE       PIC 9(8).
           05  VER-RETURN-BY-DATE   PIC 9(8).
           05  VER-CYCLE-STATUS     PIC X.
           05  VER-RETURNED-DATE    PIC 9(8).
           05  VER-LAST-VERIFIED    PIC 9(8).

       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
       01  CONTROL-RECORD.
           05  CTL-RETURN-BY-DATE   PIC X(8).
           05  FILLER               PIC X.
           05  CTL-DEPARTMENT       PIC X(10).
           05  FILLER               PIC X(61).

       FD  PRINTER-FILE
           LABEL RECORDS OMITTED.
       01  PRINTER-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS           PIC XX.
       01  WS-DEPT-FILE-STATUS      PIC XX.
       01  WS-VER-FILE-STATUS       PIC XX.

       01  WS-DEPT-EOF              PIC X       VALUE "N".
       01  WS-DIR-EOF               PIC X       VALUE "N".
       01  WS-SHEET-STARTED         PIC X       VALUE "N".

       01  WS-RETURN-BY-DATE        PIC 9(8)    VALUE ZERO.
       01  WS-ONE-DEPARTMENT        PIC X(10)   VALUE SPACES.
       01  WS-TODAY-INTEGER         PIC 9(8)    VALUE ZERO.

       01  WS-DEPT-COUNT            PIC 9(6)    VALUE ZERO.
       01  WS-SHEET-COUNT           PIC 9(6)    VALUE ZERO.
       01  WS-ENTRY-COUNT           PIC 9(6)    VALUE ZERO.
       01  WS-DEPT-ENTRY-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(6)    VALUE ZERO.

       01  WS-LINE-COUNT            PIC 99      VALUE ZERO.
       01  WS-LINES-PER-PAGE        PIC 99      VALUE 56.
       01  WS-PAGE-NUMBER           PIC 9(4)    VALUE ZERO.
       01  WS-SLOT-IDX              PIC 9       VALUE ZERO.
       01  WS-NUMBER-OFFSET         PIC 99      VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                    PIC 9(8).

       01  WS-DATE-IN.
           05  WS-DATE-IN-YYYY      PIC 9999.
           05  WS-DATE-IN-MM        PIC 99.
           05  WS-DATE-IN-DD        PIC 99.
       01  WS-DATE-IN-N REDEFINES WS-DATE-IN
                                    PIC 9(8).
       01  WS-DATE-OUT.
           05  WS-DATE-OUT-MM       PIC 99.
           05  FILLER               PIC X       VALUE "/".
           05  WS-DATE-OUT-DD       PIC 99.
           05  FILLER               PIC X       VALUE "/".
           05  WS-DATE-OUT-YYYY     PIC 9999.

      * Numbers are stored canonically as bare digits;
      * they are formatted as (AAA) NNN-NNNN when shown.
       01  WS-FMT-IN-NUMBER.
           05  WS-FMT-IN-AREA       PIC X(3).
           05  WS-FMT-IN-LOCAL      PIC X(12).
       01  WS-FMT-OUT-NUMBER        PIC X(15).

       01  SHEET-HEADER-LINE.
           05  FILLER               PIC X(30)
               VALUE "DIRECTORY VERIFICATION SHEET  ".
           05  FILLER               PIC X(10) VALUE "  RUN DATE".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  HDR-RUN-MM           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-DD           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-YYYY         PIC 9999.
           05  FILLER               PIC X(7)  VALUE "  PAGE:".
           05  HDR-PAGE-NUM         PIC ZZZ9.

       01  SHEET-DEPT-LINE.
           05  FILLER               PIC X(12) VALUE "DEPARTMENT: ".
           05  SHD-DEPT-CODE        PIC X(10).
           05  FILLER               PIC X     VALUE SPACE.
           05  SHD-DEPT-NAME        PIC X(30).
           05  SHD-CONTINUED        PIC X(12).

       01  SHEET-MANAGER-LINE.
           05  FILLER               PIC X(12) VALUE "TO:         ".
           05  SHM-MANAGER          PIC X(25).
           05  FILLER               PIC X(16)
               VALUE "   RETURN BY:   ".
           05  SHM-RETURN-BY        PIC X(10).

       01  SHEET-INSTRUCTION-1.
           05  FILLER               PIC X(40) VALUE
               "Tick CORRECT when an entry is right as s".
           05  FILLER               PIC X(40) VALUE
               "hown, or write the right number, extensi".
           05  FILLER               PIC X(40) VALUE
               "on, location or site beside it.         ".

       01  SHEET-INSTRUCTION-2.
           05  FILLER               PIC X(40) VALUE
               "Return the signed sheet to Telecommunica".
           05  FILLER               PIC X(40) VALUE
               "tions by the date above.  Entries not re".
           05  FILLER               PIC X(40) VALUE
               "turned by then are followed up.         ".

       01  ENTRY-LINE-1.
           05  ENT-EMPLOYEE-ID      PIC 9(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  ENT-LAST-NAME        PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  ENT-FIRST-NAME       PIC X(20).
           05  FILLER               PIC X(5)  VALUE " EXT:".
           05  ENT-EXTENSION        PIC X(5).
           05  FILLER               PIC X(5)  VALUE " LOC:".
           05  ENT-LOCATION         PIC X(8).
           05  FILLER               PIC X(6)  VALUE " SITE:".
           05  ENT-HOME-SITE        PIC X(4).
           05  FILLER               PIC X(16)
               VALUE " LAST VERIFIED: ".
           05  ENT-LAST-VERIFIED    PIC X(10).
           05  ENT-STATUS-NOTE      PIC X(10).

      * Up to four numbers, each shown as its type code
      * and the formatted number.
       01  ENTRY-LINE-2.
           05  FILLER               PIC X(7)  VALUE SPACES.
           05  ENT-NUMBERS          PIC X(80).

       01  ENTRY-LINE-3.
           05  FILLER               PIC X(7)  VALUE SPACES.
           05  FILLER               PIC X(28)
               VALUE "[ ] CORRECT    CORRECTION: ".
           05  FILLER               PIC X(40) VALUE ALL "_".

       01  SHEET-SIGNATURE-LINE.
           05  FILLER               PIC X(12) VALUE "CHECKED BY: ".
           05  FILLER               PIC X(25) VALUE ALL "_".
           05  FILLER               PIC X(9)  VALUE "   DATE: ".
           05  FILLER               PIC X(10) VALUE ALL "_".

       01  WS-NUMBER-TEXT.
           05  NMT-SLOT             PIC 9.
           05  FILLER               PIC X     VALUE ":".
           05  NMT-TYPE             PIC X.
           05  FILLER               PIC X     VALUE SPACE.
           05  NMT-NUMBER           PIC X(15).
           05  FILLER               PIC X     VALUE SPACE.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           IF WS-ERROR-COUNT = ZERO
               PERFORM PRINT-ALL-SHEETS
           END-IF.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Level 2 Routines

       OPENING-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-RECORD.
           OPEN OUTPUT PRINTER-FILE.
           OPEN INPUT PHONE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "PHNVER01: directory master could not be"
                   " opened - status " WS-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-FILE-STATUS NOT = "00"
               DISPLAY "PHNVER01: department master could not be"
                   " opened - status " WS-DEPT-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           OPEN I-O VERIFY-FILE.
           IF WS-VER-FILE-STATUS = "35"
               OPEN OUTPUT VERIFY-FILE
               CLOSE VERIFY-FILE
               OPEN I-O VERIFY-FILE
           END-IF.
           IF WS-VER-FILE-STATUS NOT = "00"
                   AND WS-VER-FILE-STATUS NOT = "05"
               DISPLAY "PHNVER01: verification file could not be"
                   " opened - status " WS-VER-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       READ-CONTROL-RECORD.
           MOVE SPACES TO CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END
               MOVE SPACES TO CONTROL-RECORD
           END-READ.
           CLOSE CONTROL-FILE.
           IF CTL-RETURN-BY-DATE IS NUMERIC
                   AND CTL-RETURN-BY-DATE > "19000000"
               MOVE CTL-RETURN-BY-DATE TO WS-RETURN-BY-DATE
           ELSE
               COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-N)
               COMPUTE WS-RETURN-BY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER + 30)
           END-IF.
           MOVE CTL-DEPARTMENT TO WS-ONE-DEPARTMENT.

       CLOSING-PROCEDURE.
           CLOSE PRINTER-FILE.
           CLOSE PHONE-FILE.
           CLOSE DEPT-FILE.
           CLOSE VERIFY-FILE.
           MOVE WS-RETURN-BY-DATE TO WS-DATE-IN-N.
           PERFORM FORMAT-DATE-FOR-PRINT.
           DISPLAY "PHNVER01: " WS-SHEET-COUNT " department sheets, "
               WS-ENTRY-COUNT " entries, return by " WS-DATE-OUT.

      *----------------------------------------------
      * One sheet per department, in department code
      * order.
      *----------------------------------------------
       PRINT-ALL-SHEETS.
           IF WS-ONE-DEPARTMENT = SPACES
               MOVE LOW-VALUES TO DEPT-KEY
           ELSE
               MOVE WS-ONE-DEPARTMENT TO DEPT-CODE
           END-IF.
           START DEPT-FILE KEY IS NOT LESS THAN DEPT-KEY
               INVALID KEY
               MOVE "Y" TO WS-DEPT-EOF
           END-START.
           PERFORM PRINT-NEXT-DEPARTMENT
               UNTIL WS-DEPT-EOF = "Y".

       PRINT-NEXT-DEPARTMENT.
           READ DEPT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-DEPT-EOF
           END-READ.
           IF WS-DEPT-EOF = "N"
               IF WS-ONE-DEPARTMENT NOT = SPACES
                       AND DEPT-CODE NOT = WS-ONE-DEPARTMENT
                   MOVE "Y" TO WS-DEPT-EOF
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   PERFORM PRINT-DEPARTMENT-SHEET
               END-IF
           END-IF.

      * The sheet is only started once the first entry
      * for the department turns up, so departments
      * with nobody in them get no sheet.
       PRINT-DEPARTMENT-SHEET.
           MOVE "N" TO WS-SHEET-STARTED.
           MOVE "N" TO WS-DIR-EOF.
           MOVE ZERO TO WS-DEPT-ENTRY-COUNT.
           MOVE DEPT-CODE TO PHONE-DEPARTMENT.
           START PHONE-FILE KEY IS NOT LESS THAN PHONE-DEPARTMENT
               INVALID KEY
               MOVE "Y" TO WS-DIR-EOF
           END-START.
           PERFORM PRINT-NEXT-DEPARTMENT-ENTRY
               UNTIL WS-DIR-EOF = "Y".
           IF WS-SHEET-STARTED = "Y"
               PERFORM FINISH-DEPARTMENT-SHEET
           END-IF.

       PRINT-NEXT-DEPARTMENT-ENTRY.
           READ PHONE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-DIR-EOF
           END-READ.
           IF WS-DIR-EOF = "N"
               IF PHONE-DEPARTMENT NOT = DEPT-CODE
                   MOVE "Y" TO WS-DIR-EOF
               ELSE
                   IF PHONE-STATUS NOT = "T"
                       PERFORM PRINT-ONE-ENTRY
                   END-IF
               END-IF
           END-IF.

       PRINT-ONE-ENTRY.
           IF WS-SHEET-STARTED = "N"
               MOVE "Y" TO WS-SHEET-STARTED
               ADD 1 TO WS-SHEET-COUNT
               MOVE SPACES TO SHD-CONTINUED
               PERFORM PRINT-SHEET-HEADING
           END-IF.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               MOVE SPACES TO PRINTER-RECORD
               WRITE PRINTER-RECORD BEFORE ADVANCING PAGE
               MOVE "(CONTINUED)" TO SHD-CONTINUED
               PERFORM PRINT-SHEET-HEADING
           END-IF.
           PERFORM MARK-ENTRY-SENT.
           MOVE PHONE-EMPLOYEE-ID TO ENT-EMPLOYEE-ID.
           MOVE PHONE-LAST-NAME TO ENT-LAST-NAME.
           MOVE PHONE-FIRST-NAME TO ENT-FIRST-NAME.
           MOVE PHONE-EXTENSION TO ENT-EXTENSION.
           MOVE PHONE-LOCATION TO ENT-LOCATION.
           MOVE PHONE-HOME-SITE TO ENT-HOME-SITE.
           IF VER-LAST-VERIFIED = ZERO
               MOVE "NEVER" TO ENT-LAST-VERIFIED
           ELSE
               MOVE VER-LAST-VERIFIED TO WS-DATE-IN-N
               PERFORM FORMAT-DATE-FOR-PRINT
               MOVE WS-DATE-OUT TO ENT-LAST-VERIFIED
           END-IF.
           IF PHONE-STATUS = "L"
               MOVE " ON LEAVE" TO ENT-STATUS-NOTE
           ELSE
               MOVE SPACES TO ENT-STATUS-NOTE
           END-IF.
           MOVE ENTRY-LINE-1 TO PRINTER-RECORD.
           PERFORM WRITE-SHEET-LINE.
           MOVE SPACES TO ENT-NUMBERS.
           MOVE 1 TO WS-NUMBER-OFFSET.
           PERFORM ADD-ONE-NUMBER-TEXT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 4.
           IF ENT-NUMBERS = SPACES
               MOVE "(NO NUMBERS ON FILE)" TO ENT-NUMBERS
           END-IF.
           MOVE ENTRY-LINE-2 TO PRINTER-RECORD.
           PERFORM WRITE-SHEET-LINE.
           MOVE ENTRY-LINE-3 TO PRINTER-RECORD.
           PERFORM WRITE-SHEET-LINE.
           MOVE SPACES TO PRINTER-RECORD.
           PERFORM WRITE-SHEET-LINE.
           ADD 1 TO WS-ENTRY-COUNT.
           ADD 1 TO WS-DEPT-ENTRY-COUNT.

       ADD-ONE-NUMBER-TEXT.
           IF PHONE-NUMBER(WS-SLOT-IDX) NOT = SPACES
               MOVE WS-SLOT-IDX TO NMT-SLOT
               MOVE PHONE-NUMBER-TYPE(WS-SLOT-IDX) TO NMT-TYPE
               MOVE PHONE-NUMBER(WS-SLOT-IDX) TO WS-FMT-IN-NUMBER
               PERFORM FORMAT-PHONE-FOR-PRINT
               MOVE WS-FMT-OUT-NUMBER TO NMT-NUMBER
               MOVE WS-NUMBER-TEXT TO ENT-NUMBERS(WS-NUMBER-OFFSET:20)
               ADD 20 TO WS-NUMBER-OFFSET
           END-IF.

      * Record that a sheet went out.  The return date
      * and status are reset for the new cycle; the
      * last-verified date carries over from the last
      * return.
       MARK-ENTRY-SENT.
           MOVE PHONE-EMPLOYEE-ID TO VER-EMPLOYEE-ID.
           READ VERIFY-FILE
               INVALID KEY
               MOVE ZERO TO VER-LAST-VERIFIED
               PERFORM SET-SENT-FIELDS
               WRITE VERIFY-RECORD
                   INVALID KEY
                   DISPLAY "PHNVER01: could not record sheet for "
                       PHONE-EMPLOYEE-ID
               END-WRITE
               NOT INVALID KEY
               PERFORM SET-SENT-FIELDS
               REWRITE VERIFY-RECORD
                   INVALID KEY
                   DISPLAY "PHNVER01: could not record sheet for "
                       PHONE-EMPLOYEE-ID
               END-REWRITE
           END-READ.

       SET-SENT-FIELDS.
           MOVE PHONE-DEPARTMENT TO VER-DEPARTMENT.
           MOVE WS-CURRENT-DATE-N TO VER-SHEET-DATE.
           MOVE WS-RETURN-BY-DATE TO VER-RETURN-BY-DATE.
           MOVE "S" TO VER-CYCLE-STATUS.
           MOVE ZERO TO VER-RETURNED-DATE.

       PRINT-SHEET-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE WS-CUR-MM TO HDR-RUN-MM.
           MOVE WS-CUR-DD TO HDR-RUN-DD.
           MOVE WS-CUR-YYYY TO HDR-RUN-YYYY.
           MOVE WS-PAGE-NUMBER TO HDR-PAGE-NUM.
           MOVE SHEET-HEADER-LINE TO PRINTER-RECORD.
           PERFORM WRITE-SHEET-LINE.
           MOVE SPACES TO PRINTER-RECORD.
           PERFORM WRITE-SHEET-LINE.
           MOVE DEPT-CODE TO SHD-DEPT-CODE.
           MOVE DEPT-NAME TO SHD-DEPT-NAME.
           MOVE SHEET-DEPT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-SHEET-LINE.
           MOVE DEPT-MANAGER TO SHM-MANAGER.
           MOVE WS-RETURN-BY-DATE TO WS-DATE-IN-N.
           PERFORM FORMAT-DATE-FOR-PRINT.
           MOVE WS-DATE-OUT TO SHM-RETURN-BY.
           MOVE SHEET-MANAGER-LINE TO PRINTER-RECORD.
           PERFORM WRITE-SHEET-LINE.
           MOVE SPACES TO PRINTER-RECORD.
           PERFORM WRITE-SHEET-LINE.
           MOVE SHEET-INSTRUCTION-1 TO PRINTER-RECORD.
           PERFORM WRITE-SHEET-LINE.
           MOVE SHEET-INSTRUCTION-2 TO PRINTER-RECORD.
           PERFORM WRITE-SHEET-LINE.
           MOVE SPACES TO PRINTER-RECORD.
           PERFORM WRITE-SHEET-LINE.

       FINISH-DEPARTMENT-SHEET.
           MOVE SPACES TO PRINTER-RECORD.
           PERFORM WRITE-SHEET-LINE.
           MOVE SHEET-SIGNATURE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-SHEET-LINE.
           MOVE SPACES TO PRINTER-RECORD.
           WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

       WRITE-SHEET-LINE.
           WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           ADD 1 TO WS-LINE-COUNT.

       FORMAT-DATE-FOR-PRINT.
           MOVE WS-DATE-IN-MM TO WS-DATE-OUT-MM.
           MOVE WS-DATE-IN-DD TO WS-DATE-OUT-DD.
           MOVE WS-DATE-IN-YYYY TO WS-DATE-OUT-YYYY.

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
