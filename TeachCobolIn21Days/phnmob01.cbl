       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNMOB01.
      *----------------------------------------------
      * Mobile line reconciliation against the carrier.
      * The carrier's monthly account listing
      * (mobacct.dat: number, plan, monthly charge) is
      * what we pay for; the mobile (type M) number
      * slots on phone.dat are who holds a phone.  Both
      * sides are reduced to the canonical bare-digit
      * number, sorted, and matched the way PHNPBX01
      * matches the switch, reporting:
      *   IDLE      on the bill, held by nobody
      *   TERMINATD on the bill, held by a terminated
      *             entry
      *   ON-LEAVE  on the bill, held by someone on
      *             leave
      *   DUPL-BILL the same number billed twice
      *   DIR-ONLY  a mobile on the directory the
      *             carrier does not list
      * IDLE, TERMINATD and DUPL-BILL lines could be
      * cancelled - their charges are totalled as the
      * monthly saving.  ON-LEAVE charges are totalled
      * separately as lines that could be suspended.
      * Where a number sits on more than one entry the
      * line counts as held by the most active of them.
      * RETURN-CODE 4 when anything is reported.
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

           SELECT OPTIONAL CARRIER-FILE
               ASSIGN TO "mobacct.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIR-EXTRACT-FILE
               ASSIGN TO "phnmob01.dir"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CAR-EXTRACT-FILE
               ASSIGN TO "phnmob01.car"
               ORGANIZATION IS SEQUENTIAL.

           SELECT DIR-SORT-WORK-FILE
               ASSIGN TO "phnmob01.tmp".

           SELECT CAR-SORT-WORK-FILE
               ASSIGN TO "phnmob02.tmp".

           SELECT OPTIONAL SORTED-DIR-FILE
               ASSIGN TO "phnmob01.srt"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SORTED-CAR-FILE
               ASSIGN TO "phnmob02.srt"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "phnmob01.rpt"
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

       FD  CARRIER-FILE
           LABEL RECORDS OMITTED.
       01  CARRIER-RECORD.
           05  CAR-NUMBER           PIC X(15).
           05  CAR-PLAN             PIC X(10).
           05  CAR-MONTHLY-CHARGE   PIC 9(5)V99.

      * One record per mobile slot on the master.
       FD  DIR-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIR-EXTRACT-RECORD.
           05  DEX-NUMBER           PIC X(15).
           05  DEX-EMPLOYEE-ID      PIC 9(6).
           05  DEX-LAST-NAME        PIC X(20).
           05  DEX-FIRST-NAME       PIC X(20).
           05  DEX-STATUS           PIC X.

       FD  CAR-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAR-EXTRACT-RECORD.
           05  CEX-NUMBER           PIC X(15).
           05  CEX-PLAN             PIC X(10).
           05  CEX-MONTHLY-CHARGE   PIC 9(5)V99.

       SD  DIR-SORT-WORK-FILE.
       01  DIR-SORT-WORK-RECORD.
           05  DSW-NUMBER           PIC X(15).
           05  DSW-EMPLOYEE-ID      PIC 9(6).
           05  DSW-LAST-NAME        PIC X(20).
           05  DSW-FIRST-NAME       PIC X(20).
           05  DSW-STATUS           PIC X.

       SD  CAR-SORT-WORK-FILE.
       01  CAR-SORT-WORK-RECORD.
           05  CSW-NUMBER           PIC X(15).
           05  CSW-PLAN             PIC X(10).
           05  CSW-MONTHLY-CHARGE   PIC 9(5)V99.

       FD  SORTED-DIR-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-DIR-RECORD.
           05  SDR-NUMBER           PIC X(15).
           05  SDR-EMPLOYEE-ID      PIC 9(6).
           05  SDR-LAST-NAME        PIC X(20).
           05  SDR-FIRST-NAME       PIC X(20).
           05  SDR-STATUS           PIC X.

       FD  SORTED-CAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-CAR-RECORD.
           05  SCR-NUMBER           PIC X(15).
           05  SCR-PLAN             PIC X(10).
           05  SCR-MONTHLY-CHARGE   PIC 9(5)V99.

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG              PIC X       VALUE "N".
       01  WS-CAR-EOF               PIC X       VALUE "N".
       01  WS-DIR-EOF               PIC X       VALUE "N".
       01  WS-SCR-EOF               PIC X       VALUE "N".
       01  WS-SLOT-IDX              PIC 9.

       01  WS-CARRIER-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-DIR-MOBILE-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-MATCHED-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-IDLE-COUNT            PIC 9(6)    VALUE ZERO.
       01  WS-TERM-COUNT            PIC 9(6)    VALUE ZERO.
       01  WS-LEAVE-COUNT           PIC 9(6)    VALUE ZERO.
       01  WS-DUPL-COUNT            PIC 9(6)    VALUE ZERO.
       01  WS-DIR-ONLY-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-BILLED-TOTAL          PIC 9(7)V99 VALUE ZERO.
       01  WS-SAVINGS-TOTAL         PIC 9(7)V99 VALUE ZERO.
       01  WS-LEAVE-TOTAL           PIC 9(7)V99 VALUE ZERO.

      * The holder of the carrier line being matched:
      * the most active directory entry carrying the
      * number (A before L before T).
       01  WS-HOLDER-FOUND          PIC X.
       01  WS-HOLDER-RANK           PIC 9.
       01  WS-DIR-RANK              PIC 9.
       01  WS-HOLDER-EMPLOYEE-ID    PIC 9(6).
       01  WS-HOLDER-NAME           PIC X(40).
       01  WS-HOLDER-STATUS         PIC X.
       01  WS-PREV-CAR-NUMBER       PIC X(15)   VALUE LOW-VALUES.

      * Phone number normalization.  Numbers are held
      * canonically as bare digits: a 3-digit area code
      * (or spaces) and a 7-digit local number.  Any
      * punctuation is accepted on entry; formatting is
      * applied only at print time.
       01  WS-RAW-NUMBER            PIC X(15).
       01  WS-NORM-NUMBER.
           05  WS-NORM-AREA         PIC X(3).
           05  WS-NORM-LOCAL        PIC X(12).
       01  WS-NORM-DIGITS           PIC X(10).
       01  WS-NORM-DIGIT-COUNT      PIC 99.
       01  WS-NORM-IDX              PIC 99.
       01  WS-NORM-CHAR             PIC X.
       01  WS-NORM-OK               PIC X.

       01  WS-FMT-IN-NUMBER.
           05  WS-FMT-IN-AREA       PIC X(3).
           05  WS-FMT-IN-LOCAL      PIC X(12).
       01  WS-FMT-OUT-NUMBER        PIC X(15).

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(30)
               VALUE "MOBILE LINE RECONCILIATION    ".
           05  FILLER               PIC X(10) VALUE "  RUN DATE".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  HDR-RUN-MM           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-DD           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-YYYY         PIC 9999.

       01  DETAIL-LINE.
           05  DET-BUCKET           PIC X(10).
           05  FILLER               PIC X(4)  VALUE " NO:".
           05  DET-NUMBER           PIC X(15).
           05  FILLER               PIC X(6)  VALUE " PLAN:".
           05  DET-PLAN             PIC X(10).
           05  FILLER               PIC X(8)  VALUE " CHARGE:".
           05  DET-CHARGE           PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(5)  VALUE " EMP:".
           05  DET-EMPLOYEE-ID      PIC X(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  DET-NAME             PIC X(40).

       01  COUNT-LINE.
           05  CNT-LABEL            PIC X(28).
           05  CNT-VALUE            PIC ZZZ,ZZ9.

       01  COST-LINE.
           05  CST-LABEL            PIC X(28).
           05  CST-VALUE            PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM READ-NEXT-DIRECTORY-MOBILE.
           PERFORM READ-NEXT-CARRIER-LINE.
           PERFORM MATCH-THE-FILES
               UNTIL WS-DIR-EOF = "Y" AND WS-SCR-EOF = "Y".
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           IF WS-IDLE-COUNT > 0 OR WS-TERM-COUNT > 0
                   OR WS-LEAVE-COUNT > 0 OR WS-DUPL-COUNT > 0
                   OR WS-DIR-ONLY-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Level 2 Routines

       OPENING-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM EXTRACT-DIRECTORY-MOBILES.
           PERFORM EXTRACT-CARRIER-LINES.
           SORT DIR-SORT-WORK-FILE
               ON ASCENDING KEY DSW-NUMBER
               USING DIR-EXTRACT-FILE
               GIVING SORTED-DIR-FILE.
           SORT CAR-SORT-WORK-FILE
               ON ASCENDING KEY CSW-NUMBER
               USING CAR-EXTRACT-FILE
               GIVING SORTED-CAR-FILE.
           OPEN INPUT SORTED-DIR-FILE.
           OPEN INPUT SORTED-CAR-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-CUR-MM TO HDR-RUN-MM.
           MOVE WS-CUR-DD TO HDR-RUN-DD.
           MOVE WS-CUR-YYYY TO HDR-RUN-YYYY.
           MOVE REPORT-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       CLOSING-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "CARRIER LINES BILLED:       " TO CNT-LABEL.
           MOVE WS-CARRIER-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "DIRECTORY MOBILES:          " TO CNT-LABEL.
           MOVE WS-DIR-MOBILE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "LINES HELD BY ACTIVE STAFF: " TO CNT-LABEL.
           MOVE WS-MATCHED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "IDLE - HELD BY NOBODY:      " TO CNT-LABEL.
           MOVE WS-IDLE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "HELD BY TERMINATED ENTRIES: " TO CNT-LABEL.
           MOVE WS-TERM-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "HELD BY STAFF ON LEAVE:     " TO CNT-LABEL.
           MOVE WS-LEAVE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "NUMBERS BILLED TWICE:       " TO CNT-LABEL.
           MOVE WS-DUPL-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "DIRECTORY, NOT ON CARRIER:  " TO CNT-LABEL.
           MOVE WS-DIR-ONLY-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "MONTHLY CHARGES BILLED:     " TO CST-LABEL.
           MOVE WS-BILLED-TOTAL TO CST-VALUE.
           PERFORM WRITE-COST-LINE.
           MOVE "MONTHLY SAVING IF CANCELLED:" TO CST-LABEL.
           MOVE WS-SAVINGS-TOTAL TO CST-VALUE.
           PERFORM WRITE-COST-LINE.
           MOVE "ON-LEAVE LINES, SUSPENDABLE:" TO CST-LABEL.
           MOVE WS-LEAVE-TOTAL TO CST-VALUE.
           PERFORM WRITE-COST-LINE.
           CLOSE SORTED-DIR-FILE.
           CLOSE SORTED-CAR-FILE.
           CLOSE REPORT-FILE.

      *----------------------------------------------
      * Extracts, each number in canonical form.
      *----------------------------------------------
       EXTRACT-DIRECTORY-MOBILES.
           OPEN INPUT PHONE-FILE.
           OPEN OUTPUT DIR-EXTRACT-FILE.
           PERFORM EXTRACT-NEXT-MASTER-ENTRY
               UNTIL WS-EOF-FLAG = "Y".
           CLOSE DIR-EXTRACT-FILE.
           CLOSE PHONE-FILE.

       EXTRACT-NEXT-MASTER-ENTRY.
           READ PHONE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
               PERFORM EXTRACT-ONE-MOBILE-SLOT
                   VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 4
           END-READ.

       EXTRACT-ONE-MOBILE-SLOT.
           IF PHONE-NUMBER-TYPE(WS-SLOT-IDX) = "M"
                   AND PHONE-NUMBER(WS-SLOT-IDX) NOT = SPACES
               MOVE PHONE-NUMBER(WS-SLOT-IDX) TO WS-RAW-NUMBER
               PERFORM NORMALIZE-PHONE-NUMBER
               IF WS-NORM-OK = "Y"
                   MOVE WS-NORM-NUMBER TO DEX-NUMBER
               ELSE
                   MOVE PHONE-NUMBER(WS-SLOT-IDX) TO DEX-NUMBER
               END-IF
               MOVE PHONE-EMPLOYEE-ID TO DEX-EMPLOYEE-ID
               MOVE PHONE-LAST-NAME TO DEX-LAST-NAME
               MOVE PHONE-FIRST-NAME TO DEX-FIRST-NAME
               MOVE PHONE-STATUS TO DEX-STATUS
               WRITE DIR-EXTRACT-RECORD
           END-IF.

       EXTRACT-CARRIER-LINES.
           OPEN INPUT CARRIER-FILE.
           OPEN OUTPUT CAR-EXTRACT-FILE.
           PERFORM EXTRACT-NEXT-CARRIER-LINE
               UNTIL WS-CAR-EOF = "Y".
           CLOSE CAR-EXTRACT-FILE.
           CLOSE CARRIER-FILE.

       EXTRACT-NEXT-CARRIER-LINE.
           READ CARRIER-FILE
               AT END
               MOVE "Y" TO WS-CAR-EOF
               NOT AT END
               PERFORM EXTRACT-ONE-CARRIER-LINE
           END-READ.

       EXTRACT-ONE-CARRIER-LINE.
           IF CAR-NUMBER NOT = SPACES
               MOVE CAR-NUMBER TO WS-RAW-NUMBER
               PERFORM NORMALIZE-PHONE-NUMBER
               IF WS-NORM-OK = "Y"
                   MOVE WS-NORM-NUMBER TO CEX-NUMBER
               ELSE
                   MOVE CAR-NUMBER TO CEX-NUMBER
               END-IF
               MOVE CAR-PLAN TO CEX-PLAN
               MOVE CAR-MONTHLY-CHARGE TO CEX-MONTHLY-CHARGE
               WRITE CAR-EXTRACT-RECORD
           END-IF.

      *----------------------------------------------
      * The match.
      *----------------------------------------------
       READ-NEXT-DIRECTORY-MOBILE.
           IF WS-DIR-EOF = "N"
               READ SORTED-DIR-FILE
                   AT END
                   MOVE "Y" TO WS-DIR-EOF
                   MOVE HIGH-VALUES TO SDR-NUMBER
               END-READ
           END-IF.

       READ-NEXT-CARRIER-LINE.
           IF WS-SCR-EOF = "N"
               READ SORTED-CAR-FILE
                   AT END
                   MOVE "Y" TO WS-SCR-EOF
                   MOVE HIGH-VALUES TO SCR-NUMBER
               END-READ
           END-IF.

       MATCH-THE-FILES.
           EVALUATE TRUE
               WHEN WS-DIR-EOF = "Y" AND WS-SCR-EOF = "N"
                   PERFORM HANDLE-CARRIER-SIDE
               WHEN WS-SCR-EOF = "Y" AND WS-DIR-EOF = "N"
                   PERFORM REPORT-DIR-ONLY
                   PERFORM READ-NEXT-DIRECTORY-MOBILE
               WHEN SDR-NUMBER < SCR-NUMBER
                   PERFORM REPORT-DIR-ONLY
                   PERFORM READ-NEXT-DIRECTORY-MOBILE
               WHEN OTHER
                   PERFORM HANDLE-CARRIER-SIDE
           END-EVALUATE.

      * Every directory slot carrying the carrier's
      * number is taken up here, so the directory side
      * is past it before the next carrier line.
       HANDLE-CARRIER-SIDE.
           ADD 1 TO WS-CARRIER-COUNT.
           ADD SCR-MONTHLY-CHARGE TO WS-BILLED-TOTAL.
           MOVE "N" TO WS-HOLDER-FOUND.
           MOVE ZERO TO WS-HOLDER-RANK.
           PERFORM TAKE-UP-ONE-HOLDER
               UNTIL WS-DIR-EOF = "Y"
                  OR SDR-NUMBER NOT = SCR-NUMBER.
           IF SCR-NUMBER = WS-PREV-CAR-NUMBER
               PERFORM REPORT-DUPLICATE-BILL
           ELSE
               PERFORM CLASSIFY-CARRIER-LINE
           END-IF.
           MOVE SCR-NUMBER TO WS-PREV-CAR-NUMBER.
           PERFORM READ-NEXT-CARRIER-LINE.

       TAKE-UP-ONE-HOLDER.
           ADD 1 TO WS-DIR-MOBILE-COUNT.
           EVALUATE SDR-STATUS
               WHEN "T"
                   MOVE 1 TO WS-DIR-RANK
               WHEN "L"
                   MOVE 2 TO WS-DIR-RANK
               WHEN OTHER
                   MOVE 3 TO WS-DIR-RANK
           END-EVALUATE.
           IF WS-DIR-RANK > WS-HOLDER-RANK
               MOVE "Y" TO WS-HOLDER-FOUND
               MOVE WS-DIR-RANK TO WS-HOLDER-RANK
               MOVE SDR-EMPLOYEE-ID TO WS-HOLDER-EMPLOYEE-ID
               MOVE SDR-STATUS TO WS-HOLDER-STATUS
               PERFORM BUILD-HOLDER-NAME
           END-IF.
           PERFORM READ-NEXT-DIRECTORY-MOBILE.

       BUILD-HOLDER-NAME.
           MOVE SPACES TO WS-HOLDER-NAME.
           STRING SDR-LAST-NAME DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               SDR-FIRST-NAME DELIMITED BY "  "
               INTO WS-HOLDER-NAME
           END-STRING.

       CLASSIFY-CARRIER-LINE.
           EVALUATE TRUE
               WHEN WS-HOLDER-FOUND = "N"
                   ADD 1 TO WS-IDLE-COUNT
                   ADD SCR-MONTHLY-CHARGE TO WS-SAVINGS-TOTAL
                   MOVE "IDLE      " TO DET-BUCKET
                   PERFORM PRINT-CARRIER-LINE
               WHEN WS-HOLDER-STATUS = "T"
                   ADD 1 TO WS-TERM-COUNT
                   ADD SCR-MONTHLY-CHARGE TO WS-SAVINGS-TOTAL
                   MOVE "TERMINATD " TO DET-BUCKET
                   PERFORM PRINT-CARRIER-LINE
               WHEN WS-HOLDER-STATUS = "L"
                   ADD 1 TO WS-LEAVE-COUNT
                   ADD SCR-MONTHLY-CHARGE TO WS-LEAVE-TOTAL
                   MOVE "ON-LEAVE  " TO DET-BUCKET
                   PERFORM PRINT-CARRIER-LINE
               WHEN OTHER
                   ADD 1 TO WS-MATCHED-COUNT
           END-EVALUATE.

      * The holder, if any, was taken up by the first
      * billing of the number.
       REPORT-DUPLICATE-BILL.
           ADD 1 TO WS-DUPL-COUNT.
           ADD SCR-MONTHLY-CHARGE TO WS-SAVINGS-TOTAL.
           MOVE "N" TO WS-HOLDER-FOUND.
           MOVE "DUPL-BILL " TO DET-BUCKET.
           PERFORM PRINT-CARRIER-LINE.

       PRINT-CARRIER-LINE.
           MOVE SCR-NUMBER TO WS-FMT-IN-NUMBER.
           PERFORM FORMAT-PHONE-FOR-PRINT.
           MOVE WS-FMT-OUT-NUMBER TO DET-NUMBER.
           MOVE SCR-PLAN TO DET-PLAN.
           MOVE SCR-MONTHLY-CHARGE TO DET-CHARGE.
           IF WS-HOLDER-FOUND = "Y"
               MOVE WS-HOLDER-EMPLOYEE-ID TO DET-EMPLOYEE-ID
               MOVE WS-HOLDER-NAME TO DET-NAME
           ELSE
               MOVE SPACES TO DET-EMPLOYEE-ID
               MOVE SPACES TO DET-NAME
           END-IF.
           MOVE DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      * A terminated entry's old mobile missing from the
      * bill is what should happen, so only current
      * entries are reported.
       REPORT-DIR-ONLY.
           ADD 1 TO WS-DIR-MOBILE-COUNT.
           IF SDR-STATUS NOT = "T"
               ADD 1 TO WS-DIR-ONLY-COUNT
               MOVE "DIR-ONLY  " TO DET-BUCKET
               MOVE SDR-NUMBER TO WS-FMT-IN-NUMBER
               PERFORM FORMAT-PHONE-FOR-PRINT
               MOVE WS-FMT-OUT-NUMBER TO DET-NUMBER
               MOVE SPACES TO DET-PLAN
               MOVE ZERO TO DET-CHARGE
               MOVE SDR-EMPLOYEE-ID TO DET-EMPLOYEE-ID
               PERFORM BUILD-HOLDER-NAME
               MOVE WS-HOLDER-NAME TO DET-NAME
               MOVE DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-COST-LINE.
           MOVE COST-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       NORMALIZE-PHONE-NUMBER.
           MOVE SPACES TO WS-NORM-NUMBER.
           MOVE SPACES TO WS-NORM-DIGITS.
           MOVE ZERO TO WS-NORM-DIGIT-COUNT.
           MOVE "Y" TO WS-NORM-OK.
           PERFORM NORMALIZE-ONE-CHARACTER
               VARYING WS-NORM-IDX FROM 1 BY 1
               UNTIL WS-NORM-IDX > 15.
           EVALUATE TRUE
               WHEN WS-NORM-OK = "N"
                   CONTINUE
               WHEN WS-NORM-DIGIT-COUNT = 10
                   MOVE WS-NORM-DIGITS(1:3) TO WS-NORM-AREA
                   MOVE WS-NORM-DIGITS(4:7) TO WS-NORM-LOCAL
               WHEN WS-NORM-DIGIT-COUNT = 7
                   MOVE WS-NORM-DIGITS(1:7) TO WS-NORM-LOCAL
               WHEN OTHER
                   MOVE "N" TO WS-NORM-OK
           END-EVALUATE.

       NORMALIZE-ONE-CHARACTER.
           MOVE WS-RAW-NUMBER(WS-NORM-IDX:1) TO WS-NORM-CHAR.
           EVALUATE TRUE
               WHEN WS-NORM-CHAR >= "0"
                       AND WS-NORM-CHAR <= "9"
                   IF WS-NORM-DIGIT-COUNT < 10
                       ADD 1 TO WS-NORM-DIGIT-COUNT
                       MOVE WS-NORM-CHAR TO WS-NORM-DIGITS
                           (WS-NORM-DIGIT-COUNT:1)
                   ELSE
                       MOVE "N" TO WS-NORM-OK
                   END-IF
               WHEN WS-NORM-CHAR = SPACE OR "-"
                       OR "(" OR ")" OR "."
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-NORM-OK
           END-EVALUATE.

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
