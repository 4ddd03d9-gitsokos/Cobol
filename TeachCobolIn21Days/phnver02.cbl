       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNVER02.
      *----------------------------------------------
      * Annual directory verification - returns.
      * Reads the returned sheets as keyed into
      * phnver02.ret, one line per entry:
      *   column  1     V correct as shown
      *                 C corrected
      *   columns 2-7   employee ID
      *   columns 8-22  corrected number
      *   columns 23-27 corrected extension
      *   columns 28-35 corrected location
      *   columns 36-39 corrected home site
      *   column  40    slot of the corrected number
      *                 as printed on the sheet, 1-4,
      *                 blank for slot 1
      * Blank correction fields mean no change.
      * A V line stamps the entry's last-verified date
      * on phnver.dat.  A C line stamps it too and
      * writes a C transaction in the phntrn01.dat
      * layout, added to the end of phntrn01.dat, so
      * the correction goes through PHNBAT01's edits
      * and audit trail like any other change.
      * The transaction carries the slot 1 number
      * only, so a number corrected in slot 2-4 is
      * listed under its return line to be keyed on
      * PHNMNT01; the rest of that line still goes
      * to phntrn01.dat.
      * A return is refused when the ID is not on the
      * master, the entry is terminated, no sheet was
      * sent for it, or a C line carries no change.
      * Every line is reported on phnver02.rpt.
      * RETURN-CODE 4 when any return was refused or
      * a number is left to be keyed by hand.
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

           SELECT VERIFY-FILE
               ASSIGN TO "phnver.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VER-KEY
               FILE STATUS IS WS-VER-FILE-STATUS.

           SELECT OPTIONAL RETURN-FILE
               ASSIGN TO "phnver02.ret"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRANSACTION-FILE
               ASSIGN TO "phntrn01.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "phnver02.rpt"
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

       FD  RETURN-FILE
           LABEL RECORDS OMITTED.
       01  RETURN-RECORD.
           05  RET-ACTION           PIC X.
           05  RET-EMPLOYEE-ID      PIC X(6).
           05  RET-NUMBER           PIC X(15).
           05  RET-EXTENSION        PIC X(5).
           05  RET-LOCATION         PIC X(8).
           05  RET-HOME-SITE        PIC X(4).
           05  RET-NUMBER-SLOT      PIC X.
           05  FILLER               PIC X(40).

       FD  TRANSACTION-FILE
           LABEL RECORDS OMITTED.
       01  TRANSACTION-RECORD.
           05  TRN-ACTION           PIC X.
           05  TRN-EMPLOYEE-ID      PIC X(6).
           05  TRN-LAST-NAME        PIC X(20).
           05  TRN-FIRST-NAME       PIC X(20).
           05  TRN-NUMBER           PIC X(15).
           05  TRN-EXTENSION        PIC X(5).
           05  TRN-DEPARTMENT       PIC X(10).
           05  TRN-LOCATION         PIC X(8).
           05  TRN-HOME-SITE        PIC X(4).
           05  TRN-SUPERVISOR-ID    PIC X(6).
           05  TRN-SPONSOR-ID       PIC X(6).
           05  TRN-END-DATE         PIC X(8).

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS           PIC XX.
       01  WS-VER-FILE-STATUS       PIC XX.
       01  WS-RETURN-EOF            PIC X       VALUE "N".

       01  WS-READ-COUNT            PIC 9(6)    VALUE ZERO.
       01  WS-CONFIRMED-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-CORRECTED-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-REPEAT-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-TRN-WRITTEN-COUNT     PIC 9(6)    VALUE ZERO.
       01  WS-KEY-BY-HAND-COUNT     PIC 9(6)    VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(6)    VALUE ZERO.

       01  WS-REFUSE-REASON         PIC X(30).
       01  WS-RESULT-TEXT           PIC X(30).
       01  WS-KEY-BY-HAND           PIC X       VALUE "N".
       01  WS-TRN-WRITTEN           PIC X       VALUE "N".

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                    PIC 9(8).

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(30)
               VALUE "VERIFICATION RETURNS          ".
           05  FILLER               PIC X(10) VALUE "  RUN DATE".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  HDR-RUN-MM           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-DD           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-YYYY         PIC 9999.

       01  DETAIL-LINE.
           05  DET-ACTION           PIC X.
           05  FILLER               PIC X     VALUE SPACE.
           05  DET-EMPLOYEE-ID      PIC X(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  DET-LAST-NAME        PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  DET-DEPARTMENT       PIC X(10).
           05  FILLER               PIC X     VALUE SPACE.
           05  DET-RESULT           PIC X(30).

       01  KEY-BY-HAND-LINE.
           05  FILLER               PIC X(9)  VALUE SPACES.
           05  FILLER               PIC X(23)
               VALUE "KEY ON PHNMNT01 - SLOT ".
           05  KBH-SLOT             PIC X.
           05  FILLER               PIC X(9)  VALUE " NUMBER: ".
           05  KBH-NUMBER           PIC X(15).

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
               PERFORM PROCESS-NEXT-RETURN
                   UNTIL WS-RETURN-EOF = "Y"
           END-IF.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REFUSED-COUNT > 0
                       OR WS-KEY-BY-HAND-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
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
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           OPEN INPUT PHONE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               MOVE "DIRECTORY MASTER COULD NOT BE OPENED"
                   TO NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           OPEN I-O VERIFY-FILE.
           IF WS-VER-FILE-STATUS NOT = "00"
               MOVE "NO VERIFICATION SHEETS ON FILE - RUN PHNVER01"
                   TO NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           OPEN INPUT RETURN-FILE.
           OPEN EXTEND TRANSACTION-FILE.

       CLOSING-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "RETURN LINES READ:          " TO CNT-LABEL.
           MOVE WS-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "CONFIRMED AS SHOWN:         " TO CNT-LABEL.
           MOVE WS-CONFIRMED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "CORRECTED:                  " TO CNT-LABEL.
           MOVE WS-CORRECTED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ALREADY RETURNED BEFORE:    " TO CNT-LABEL.
           MOVE WS-REPEAT-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "REFUSED:                    " TO CNT-LABEL.
           MOVE WS-REFUSED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "TRANSACTIONS WRITTEN:       " TO CNT-LABEL.
           MOVE WS-TRN-WRITTEN-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "NUMBERS TO KEY BY HAND:     " TO CNT-LABEL.
           MOVE WS-KEY-BY-HAND-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           CLOSE RETURN-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE PHONE-FILE.
           CLOSE VERIFY-FILE.
           CLOSE REPORT-FILE.

       PROCESS-NEXT-RETURN.
           READ RETURN-FILE
               AT END
               MOVE "Y" TO WS-RETURN-EOF
               NOT AT END
               ADD 1 TO WS-READ-COUNT
               PERFORM PROCESS-ONE-RETURN
           END-READ.

       PROCESS-ONE-RETURN.
           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE "N" TO WS-KEY-BY-HAND.
           MOVE SPACES TO PHONE-LAST-NAME.
           MOVE SPACES TO PHONE-DEPARTMENT.
           PERFORM EDIT-RETURN.
           IF WS-REFUSE-REASON = SPACES
               PERFORM APPLY-RETURN
           END-IF.
           IF WS-REFUSE-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               MOVE WS-REFUSE-REASON TO WS-RESULT-TEXT
           END-IF.
           PERFORM WRITE-DETAIL-LINE.
           IF WS-KEY-BY-HAND = "Y"
               MOVE RET-NUMBER-SLOT TO KBH-SLOT
               MOVE RET-NUMBER TO KBH-NUMBER
               MOVE KEY-BY-HAND-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       EDIT-RETURN.
           IF RET-ACTION = "v"
               MOVE "V" TO RET-ACTION
           END-IF.
           IF RET-ACTION = "c"
               MOVE "C" TO RET-ACTION
           END-IF.
           EVALUATE TRUE
               WHEN RET-ACTION NOT = "V" AND RET-ACTION NOT = "C"
                   MOVE "ACTION MUST BE V OR C" TO WS-REFUSE-REASON
               WHEN RET-EMPLOYEE-ID IS NOT NUMERIC
                   MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-REFUSE-REASON
               WHEN RET-NUMBER-SLOT NOT = SPACE
                       AND (RET-NUMBER-SLOT < "1"
                           OR RET-NUMBER-SLOT > "4")
                   MOVE "NUMBER SLOT MUST BE 1 TO 4"
                       TO WS-REFUSE-REASON
               WHEN RET-ACTION = "C"
                       AND RET-NUMBER = SPACES
                       AND RET-EXTENSION = SPACES
                       AND RET-LOCATION = SPACES
                       AND RET-HOME-SITE = SPACES
                   MOVE "CORRECTION CARRIES NO CHANGE"
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   PERFORM EDIT-RETURN-AGAINST-FILES
           END-EVALUATE.

       EDIT-RETURN-AGAINST-FILES.
           MOVE RET-EMPLOYEE-ID TO PHONE-EMPLOYEE-ID.
           READ PHONE-FILE
               INVALID KEY
               MOVE "EMPLOYEE ID NOT ON FILE" TO WS-REFUSE-REASON
           END-READ.
           IF WS-REFUSE-REASON = SPACES
                   AND PHONE-STATUS = "T"
               MOVE "ENTRY IS TERMINATED" TO WS-REFUSE-REASON
           END-IF.
           IF WS-REFUSE-REASON = SPACES
               MOVE RET-EMPLOYEE-ID TO VER-EMPLOYEE-ID
               READ VERIFY-FILE
                   INVALID KEY
                   MOVE "NO SHEET WAS SENT FOR ENTRY"
                       TO WS-REFUSE-REASON
               END-READ
           END-IF.

      * A second return for the same cycle is taken -
      * the later one wins - but counted so a sheet
      * keyed twice shows up.
       APPLY-RETURN.
           IF VER-CYCLE-STATUS NOT = "S"
               ADD 1 TO WS-REPEAT-COUNT
           END-IF.
           IF RET-ACTION = "C"
               PERFORM WRITE-CORRECTION
           END-IF.
           IF WS-REFUSE-REASON = SPACES
               MOVE RET-ACTION TO VER-CYCLE-STATUS
               MOVE WS-CURRENT-DATE-N TO VER-RETURNED-DATE
               MOVE WS-CURRENT-DATE-N TO VER-LAST-VERIFIED
               REWRITE VERIFY-RECORD
                   INVALID KEY
                   MOVE "VERIFICATION UPDATE FAILED"
                       TO WS-REFUSE-REASON
               END-REWRITE
           END-IF.
           IF WS-REFUSE-REASON = SPACES
               IF RET-ACTION = "V"
                   ADD 1 TO WS-CONFIRMED-COUNT
                   MOVE "CONFIRMED" TO WS-RESULT-TEXT
               ELSE
                   ADD 1 TO WS-CORRECTED-COUNT
                   IF WS-TRN-WRITTEN = "Y"
                       MOVE "CORRECTION QUEUED FOR PHNBAT01"
                           TO WS-RESULT-TEXT
                   ELSE
                       MOVE "CORRECTION TO KEY BY HAND"
                           TO WS-RESULT-TEXT
                   END-IF
               END-IF
           END-IF.

      * Only the corrected fields are filled in; blank
      * fields leave the master as it is.  A number for
      * slot 2-4 is left out of the transaction and
      * kept for the report, and when it was the only
      * change no transaction is written at all.
       WRITE-CORRECTION.
           MOVE "N" TO WS-TRN-WRITTEN.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE "C" TO TRN-ACTION.
           MOVE RET-EMPLOYEE-ID TO TRN-EMPLOYEE-ID.
           IF RET-NUMBER-SLOT = SPACE OR RET-NUMBER-SLOT = "1"
               MOVE RET-NUMBER TO TRN-NUMBER
           ELSE
               IF RET-NUMBER NOT = SPACES
                   MOVE "Y" TO WS-KEY-BY-HAND
                   ADD 1 TO WS-KEY-BY-HAND-COUNT
               END-IF
           END-IF.
           MOVE RET-EXTENSION TO TRN-EXTENSION.
           MOVE RET-LOCATION TO TRN-LOCATION.
           MOVE RET-HOME-SITE TO TRN-HOME-SITE.
           IF TRN-NUMBER NOT = SPACES
                   OR TRN-EXTENSION NOT = SPACES
                   OR TRN-LOCATION NOT = SPACES
                   OR TRN-HOME-SITE NOT = SPACES
               WRITE TRANSACTION-RECORD
               ADD 1 TO WS-TRN-WRITTEN-COUNT
               MOVE "Y" TO WS-TRN-WRITTEN
           END-IF.

       WRITE-DETAIL-LINE.
           MOVE RET-ACTION TO DET-ACTION.
           MOVE RET-EMPLOYEE-ID TO DET-EMPLOYEE-ID.
           MOVE PHONE-LAST-NAME TO DET-LAST-NAME.
           MOVE PHONE-DEPARTMENT TO DET-DEPARTMENT.
           MOVE WS-RESULT-TEXT TO DET-RESULT.
           MOVE DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-NOTE-LINE.
           MOVE NOTE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
