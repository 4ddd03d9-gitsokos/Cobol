       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNFRD01.
      *----------------------------------------------
      * Toll-fraud and suspicious-usage screening.
      * Reads the same carrier call detail PHNCHG01
      * charges back (calldtl.dat) and asks whether
      * each call should have happened.  A call is
      * listed on phnfrd01.rpt with a flag for every
      * rule it breaks:
      *   TM  originating number belongs to an entry
      *       that is terminated
      *   LV  ... to an entry that is on leave
      *   FC  ... to a facility entry
      *   IN  destination starts with a watched
      *       international prefix
      *   PR  destination starts with a watched
      *       premium-rate prefix
      *   DU  duration over the single-call limit
      *   CO  cost over the single-call limit
      * A second section lists destinations called
      * more times than the repeat limit, however many
      * lines the calls came from.
      * The limits and prefixes come from phnfrd01.ctl,
      * one card each, keyword in columns 1-10 and the
      * value from column 11:
      *   MAXSECONDS  longest call allowed, seconds
      *   MAXCOST     dearest call allowed, whole
      *               currency units
      *   REPEATS     most calls to one destination
      *   INTL        an international prefix (digits)
      *   PREMIUM     a premium-rate prefix (digits)
      * Anything missing takes the default below; the
      * default prefixes are used only when no INTL or
      * PREMIUM card is present.  Unknown keywords are
      * echoed on the report and ignored.  A MAXSECONDS,
      * MAXCOST or REPEATS value that is not a whole
      * number is rejected the same way, the default
      * stands, and the run ends with RETURN-CODE 8.
      * RETURN-CODE 4 when any call was flagged.
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

           SELECT OPTIONAL CALL-DETAIL-FILE
               ASSIGN TO "calldtl.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "phnfrd01.ctl"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "phnfrd01.rpt"
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

       FD  CALL-DETAIL-FILE
           LABEL RECORDS OMITTED.
       01  CALL-DETAIL-RECORD.
           05  CDR-ORIG-NUMBER      PIC X(15).
           05  CDR-DEST-NUMBER      PIC X(15).
           05  CDR-DURATION         PIC 9(6).
           05  CDR-COST             PIC 9(5)V99.

       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
       01  CONTROL-RECORD.
           05  CTL-KEYWORD          PIC X(10).
           05  CTL-VALUE            PIC X(15).
           05  FILLER               PIC X(55).

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG              PIC X       VALUE "N".
       01  WS-CDR-EOF               PIC X       VALUE "N".
       01  WS-CTL-EOF               PIC X       VALUE "N".

      * Screening limits, defaulted here and overridden
      * from the control cards.
       01  WS-MAX-SECONDS           PIC 9(6)    VALUE 7200.
       01  WS-MAX-COST              PIC 9(5)V99 VALUE 50.
       01  WS-MAX-REPEATS           PIC 9(6)    VALUE 25.
       01  WS-CTL-NUMBER            PIC 9(9)    VALUE ZERO.
       01  WS-CTL-IDX               PIC 99      VALUE ZERO.
       01  WS-CTL-CHAR              PIC X.
       01  WS-CTL-DIGIT REDEFINES WS-CTL-CHAR PIC 9.
       01  WS-CTL-DIGITS-DONE       PIC X       VALUE "N".

      * Watched destination prefixes: I international,
      * P premium rate.
       01  WS-PFX-COUNT             PIC 99      VALUE ZERO.
       01  WS-PFX-TABLE.
           05  WS-PFX-ENTRY         OCCURS 50 TIMES.
               10  PFX-KIND         PIC X.
               10  PFX-DIGITS       PIC X(15).
               10  PFX-LENGTH       PIC 99.
       01  WS-PFX-IDX               PIC 99      VALUE ZERO.
       01  WS-PFX-LEN-IDX           PIC 99      VALUE ZERO.
       01  WS-PFX-CARD-COUNT        PIC 99      VALUE ZERO.
       01  WS-PFX-CARD-KIND         PIC X       VALUE SPACE.

       01  WS-CDR-READ-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-FLAGGED-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-FLAGGED-COST          PIC 9(7)V99 VALUE ZERO.
       01  WS-TM-COUNT              PIC 9(6)    VALUE ZERO.
       01  WS-LV-COUNT              PIC 9(6)    VALUE ZERO.
       01  WS-FC-COUNT              PIC 9(6)    VALUE ZERO.
       01  WS-IN-COUNT              PIC 9(6)    VALUE ZERO.
       01  WS-PR-COUNT              PIC 9(6)    VALUE ZERO.
       01  WS-DU-COUNT              PIC 9(6)    VALUE ZERO.
       01  WS-CO-COUNT              PIC 9(6)    VALUE ZERO.
       01  WS-REPEAT-DEST-COUNT     PIC 9(6)    VALUE ZERO.
       01  WS-BAD-CARD-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-BAD-LIMIT-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-CTL-VALUE-OK          PIC X       VALUE "N".

      * Every number slot on the master, terminated
      * entries included, so a call from a leaver's old
      * line is still traced to them.
       01  WS-NUM-COUNT             PIC 9(4)    VALUE ZERO.
       01  WS-NUM-OVERFLOW          PIC 9(4)    VALUE ZERO.
       01  WS-NUM-TABLE.
           05  WS-NUM-ENTRY         OCCURS 4000 TIMES.
               10  NUM-NUMBER       PIC X(15).
               10  NUM-EMPLOYEE-ID  PIC 9(6).
               10  NUM-LAST-NAME    PIC X(20).
               10  NUM-STATUS       PIC X.
               10  NUM-ENTRY-CLASS  PIC X.
       01  WS-NUM-IDX               PIC 9(4).
       01  WS-NUM-FOUND             PIC 9(4).
       01  WS-SLOT-IDX              PIC 9.

      * Calls per destination, for the repeat check.
       01  WS-DST-COUNT             PIC 9(4)    VALUE ZERO.
       01  WS-DST-OVERFLOW          PIC 9(6)    VALUE ZERO.
       01  WS-DST-TABLE.
           05  WS-DST-ENTRY         OCCURS 3000 TIMES.
               10  DST-DIGITS       PIC X(15).
               10  DST-CALLS        PIC 9(6).
               10  DST-COST         PIC 9(7)V99.
               10  DST-FIRST-ORIG   PIC X(15).
       01  WS-DST-IDX               PIC 9(4).
       01  WS-DST-FOUND             PIC 9(4).

      * The destination reduced to its digits for the
      * prefix and repeat checks.
       01  WS-DEST-DIGITS           PIC X(15).
       01  WS-DEST-DIGIT-COUNT      PIC 99.
       01  WS-DEST-IDX              PIC 99.
       01  WS-DEST-CHAR             PIC X.

       01  WS-CALL-FLAGS            PIC X(21).
       01  WS-FLAG-OFFSET           PIC 99.
       01  WS-FLAG-CODE             PIC XX.
       01  WS-IN-FLAGGED            PIC X.
       01  WS-PR-FLAGGED            PIC X.

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
       01  WS-MATCH-NUMBER          PIC X(15).

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(30)
               VALUE "TOLL-FRAUD SCREENING          ".
           05  FILLER               PIC X(10) VALUE "  RUN DATE".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  HDR-RUN-MM           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-DD           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-YYYY         PIC 9999.

       01  LIMITS-LINE.
           05  FILLER               PIC X(13) VALUE "MAX SECONDS: ".
           05  LIM-SECONDS          PIC ZZZZZ9.
           05  FILLER               PIC X(12) VALUE "  MAX COST: ".
           05  LIM-COST             PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(11) VALUE "  REPEATS: ".
           05  LIM-REPEATS          PIC ZZZZZ9.

       01  PREFIX-LINE.
           05  FILLER               PIC X(8)  VALUE "WATCH: ".
           05  PFL-KIND             PIC X(14).
           05  PFL-DIGITS           PIC X(15).

       01  CARD-LINE.
           05  FILLER               PIC X(20)
               VALUE "CONTROL CARD IGNORED".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  CRD-TEXT             PIC X(25).

       01  SECTION-LINE.
           05  FILLER               PIC X(4)  VALUE "--- ".
           05  SEC-TITLE            PIC X(50).

       01  LEGEND-LINE-1.
           05  FILLER               PIC X(42) VALUE
               "TM TERMINATED OWNER  LV ON-LEAVE OWNER  FC".
           05  FILLER               PIC X(42) VALUE
               " FACILITY LINE  IN INTERNATIONAL  PR PREMI".
           05  FILLER               PIC X(42) VALUE
               "UM RATE  DU LONG CALL  CO COSTLY CALL     ".

       01  CALL-LINE.
           05  CLL-ORIG-NUMBER      PIC X(15).
           05  FILLER               PIC X     VALUE SPACE.
           05  CLL-DEST-NUMBER      PIC X(15).
           05  FILLER               PIC X(5)  VALUE " SEC:".
           05  CLL-DURATION         PIC ZZZZZ9.
           05  FILLER               PIC X(6)  VALUE " COST:".
           05  CLL-COST             PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(5)  VALUE " EMP:".
           05  CLL-EMPLOYEE-ID      PIC X(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  CLL-LAST-NAME        PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  CLL-FLAGS            PIC X(21).

       01  REPEAT-LINE.
           05  RPT-DEST-DIGITS      PIC X(15).
           05  FILLER               PIC X(7)  VALUE " CALLS:".
           05  RPT-CALLS            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(6)  VALUE " COST:".
           05  RPT-COST             PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(12) VALUE " FIRST FROM:".
           05  RPT-FIRST-ORIG       PIC X(15).

       01  NOTE-LINE.
           05  FILLER               PIC X(6)  VALUE "NOTE: ".
           05  NOTE-TEXT            PIC X(60).

       01  COUNT-LINE.
           05  CNT-LABEL            PIC X(28).
           05  CNT-VALUE            PIC ZZZ,ZZ9.

       01  COST-LINE.
           05  CST-LABEL            PIC X(28).
           05  CST-VALUE            PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM LOAD-NUMBER-TABLE.
           PERFORM SCREEN-CALL-DETAIL.
           PERFORM PRINT-REPEATED-DESTINATIONS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           EVALUATE TRUE
               WHEN WS-BAD-LIMIT-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FLAGGED-COUNT > 0
                       OR WS-REPEAT-DEST-COUNT > 0
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
           PERFORM READ-CONTROL-CARDS.
           IF WS-PFX-CARD-COUNT = ZERO
               PERFORM LOAD-DEFAULT-PREFIXES
           END-IF.
           PERFORM PRINT-SCREENING-RULES.

       CLOSING-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "CALL RECORDS READ:          " TO CNT-LABEL.
           MOVE WS-CDR-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "CALLS FLAGGED:              " TO CNT-LABEL.
           MOVE WS-FLAGGED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "COST OF FLAGGED CALLS:      " TO CST-LABEL.
           MOVE WS-FLAGGED-COST TO CST-VALUE.
           MOVE COST-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "  TM TERMINATED OWNER:      " TO CNT-LABEL.
           MOVE WS-TM-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  LV ON-LEAVE OWNER:        " TO CNT-LABEL.
           MOVE WS-LV-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  FC FACILITY LINE:         " TO CNT-LABEL.
           MOVE WS-FC-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  IN INTERNATIONAL:         " TO CNT-LABEL.
           MOVE WS-IN-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  PR PREMIUM RATE:          " TO CNT-LABEL.
           MOVE WS-PR-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  DU OVER DURATION LIMIT:   " TO CNT-LABEL.
           MOVE WS-DU-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  CO OVER COST LIMIT:       " TO CNT-LABEL.
           MOVE WS-CO-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "REPEATED DESTINATIONS:      " TO CNT-LABEL.
           MOVE WS-REPEAT-DEST-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF WS-BAD-CARD-COUNT > 0
               MOVE "CONTROL CARDS IGNORED:      " TO CNT-LABEL
               MOVE WS-BAD-CARD-COUNT TO CNT-VALUE
               PERFORM WRITE-COUNT-LINE
           END-IF.
           IF WS-NUM-OVERFLOW > 0
               MOVE "NUMBERS NOT LOADED - FULL:  " TO CNT-LABEL
               MOVE WS-NUM-OVERFLOW TO CNT-VALUE
               PERFORM WRITE-COUNT-LINE
           END-IF.
           IF WS-DST-OVERFLOW > 0
               MOVE "CALLS NOT REPEAT-CHECKED:   " TO CNT-LABEL
               MOVE WS-DST-OVERFLOW TO CNT-VALUE
               PERFORM WRITE-COUNT-LINE
           END-IF.
           CLOSE REPORT-FILE.

      *----------------------------------------------
      * Control cards.
      *----------------------------------------------
       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-FILE.
           PERFORM READ-ONE-CONTROL-CARD
               UNTIL WS-CTL-EOF = "Y".
           CLOSE CONTROL-FILE.

       READ-ONE-CONTROL-CARD.
           READ CONTROL-FILE
               AT END
               MOVE "Y" TO WS-CTL-EOF
               NOT AT END
               PERFORM APPLY-ONE-CONTROL-CARD
           END-READ.

       APPLY-ONE-CONTROL-CARD.
           PERFORM CONVERT-CONTROL-VALUE.
           EVALUATE CTL-KEYWORD
               WHEN SPACES
                   CONTINUE
               WHEN "MAXSECONDS"
               WHEN "MAXCOST"
               WHEN "REPEATS"
                   PERFORM CHECK-CONTROL-VALUE
                   IF WS-CTL-VALUE-OK = "N"
                       PERFORM REJECT-CONTROL-VALUE
                   ELSE
                       PERFORM APPLY-CONTROL-LIMIT
                   END-IF
               WHEN "INTL"
                   MOVE "I" TO WS-PFX-CARD-KIND
                   PERFORM ADD-PREFIX-FROM-CARD
               WHEN "PREMIUM"
                   MOVE "P" TO WS-PFX-CARD-KIND
                   PERFORM ADD-PREFIX-FROM-CARD
               WHEN OTHER
                   PERFORM REPORT-BAD-CARD
           END-EVALUATE.

      * The value is read left to right up to the
      * first non-digit.
       CONVERT-CONTROL-VALUE.
           MOVE ZERO TO WS-CTL-NUMBER.
           MOVE "N" TO WS-CTL-DIGITS-DONE.
           PERFORM ADD-ONE-CONTROL-DIGIT
               VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > 9
                  OR WS-CTL-DIGITS-DONE = "Y".

       ADD-ONE-CONTROL-DIGIT.
           MOVE CTL-VALUE(WS-CTL-IDX:1) TO WS-CTL-CHAR.
           IF WS-CTL-CHAR IS NUMERIC
               COMPUTE WS-CTL-NUMBER =
                   WS-CTL-NUMBER * 10 + WS-CTL-DIGIT
           ELSE
               MOVE "Y" TO WS-CTL-DIGITS-DONE
           END-IF.

      * A limit must be a whole number of digits and
      * nothing else - a value that does not read as one
      * would otherwise come through as zero, or be cut
      * short at the first stray character.
       CHECK-CONTROL-VALUE.
           MOVE "N" TO WS-CTL-VALUE-OK.
           IF CTL-VALUE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(CTL-VALUE) = ZERO
                   IF FUNCTION NUMVAL(CTL-VALUE) = WS-CTL-NUMBER
                       MOVE "Y" TO WS-CTL-VALUE-OK
                   END-IF
               END-IF
           END-IF.

       REJECT-CONTROL-VALUE.
           ADD 1 TO WS-BAD-LIMIT-COUNT.
           DISPLAY "PHNFRD01: " CTL-KEYWORD " value '" CTL-VALUE
               "' is not a whole number - card rejected, the"
               " default limit is used.".
           PERFORM REPORT-BAD-CARD.

       APPLY-CONTROL-LIMIT.
           EVALUATE CTL-KEYWORD
               WHEN "MAXSECONDS"
                   MOVE WS-CTL-NUMBER TO WS-MAX-SECONDS
               WHEN "MAXCOST"
                   MOVE WS-CTL-NUMBER TO WS-MAX-COST
               WHEN "REPEATS"
                   MOVE WS-CTL-NUMBER TO WS-MAX-REPEATS
           END-EVALUATE.

       ADD-PREFIX-FROM-CARD.
           IF CTL-VALUE = SPACES OR WS-PFX-COUNT >= 50
               PERFORM REPORT-BAD-CARD
           ELSE
               ADD 1 TO WS-PFX-CARD-COUNT
               ADD 1 TO WS-PFX-COUNT
               MOVE WS-PFX-CARD-KIND TO PFX-KIND(WS-PFX-COUNT)
               MOVE CTL-VALUE TO PFX-DIGITS(WS-PFX-COUNT)
               PERFORM MEASURE-PREFIX
           END-IF.

       MEASURE-PREFIX.
           MOVE ZERO TO PFX-LENGTH(WS-PFX-COUNT).
           PERFORM MEASURE-ONE-PREFIX-CHAR
               VARYING WS-PFX-LEN-IDX FROM 1 BY 1
               UNTIL WS-PFX-LEN-IDX > 15.

       MEASURE-ONE-PREFIX-CHAR.
           IF PFX-DIGITS(WS-PFX-COUNT)(WS-PFX-LEN-IDX:1)
                   NOT = SPACE
               MOVE WS-PFX-LEN-IDX TO PFX-LENGTH(WS-PFX-COUNT)
           END-IF.

       REPORT-BAD-CARD.
           ADD 1 TO WS-BAD-CARD-COUNT.
           MOVE CONTROL-RECORD(1:25) TO CRD-TEXT.
           MOVE CARD-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      * North American defaults: 011 for international
      * dialling, 900 and 976 for premium rate, with
      * and without the leading 1.
       LOAD-DEFAULT-PREFIXES.
           MOVE 1 TO WS-PFX-COUNT.
           MOVE "I" TO PFX-KIND(1).
           MOVE "011" TO PFX-DIGITS(1).
           MOVE 3 TO PFX-LENGTH(1).
           MOVE 2 TO WS-PFX-COUNT.
           MOVE "P" TO PFX-KIND(2).
           MOVE "900" TO PFX-DIGITS(2).
           MOVE 3 TO PFX-LENGTH(2).
           MOVE 3 TO WS-PFX-COUNT.
           MOVE "P" TO PFX-KIND(3).
           MOVE "1900" TO PFX-DIGITS(3).
           MOVE 4 TO PFX-LENGTH(3).
           MOVE 4 TO WS-PFX-COUNT.
           MOVE "P" TO PFX-KIND(4).
           MOVE "976" TO PFX-DIGITS(4).
           MOVE 3 TO PFX-LENGTH(4).
           MOVE 5 TO WS-PFX-COUNT.
           MOVE "P" TO PFX-KIND(5).
           MOVE "1976" TO PFX-DIGITS(5).
           MOVE 4 TO PFX-LENGTH(5).

       PRINT-SCREENING-RULES.
           MOVE WS-MAX-SECONDS TO LIM-SECONDS.
           MOVE WS-MAX-COST TO LIM-COST.
           MOVE WS-MAX-REPEATS TO LIM-REPEATS.
           MOVE LIMITS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM PRINT-ONE-PREFIX
               VARYING WS-PFX-IDX FROM 1 BY 1
               UNTIL WS-PFX-IDX > WS-PFX-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       PRINT-ONE-PREFIX.
           IF PFX-KIND(WS-PFX-IDX) = "I"
               MOVE "INTERNATIONAL " TO PFL-KIND
           ELSE
               MOVE "PREMIUM RATE  " TO PFL-KIND
           END-IF.
           MOVE PFX-DIGITS(WS-PFX-IDX) TO PFL-DIGITS.
           MOVE PREFIX-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *----------------------------------------------
      * Number table.
      *----------------------------------------------
       LOAD-NUMBER-TABLE.
           OPEN INPUT PHONE-FILE.
           PERFORM LOAD-NEXT-MASTER-ENTRY
               UNTIL WS-EOF-FLAG = "Y".
           CLOSE PHONE-FILE.

       LOAD-NEXT-MASTER-ENTRY.
           READ PHONE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
               PERFORM LOAD-ONE-NUMBER-SLOT
                   VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 4
           END-READ.

       LOAD-ONE-NUMBER-SLOT.
           IF PHONE-NUMBER(WS-SLOT-IDX) NOT = SPACES
               IF WS-NUM-COUNT < 4000
                   ADD 1 TO WS-NUM-COUNT
                   MOVE PHONE-NUMBER(WS-SLOT-IDX)
                       TO NUM-NUMBER(WS-NUM-COUNT)
                   MOVE PHONE-EMPLOYEE-ID
                       TO NUM-EMPLOYEE-ID(WS-NUM-COUNT)
                   MOVE PHONE-LAST-NAME
                       TO NUM-LAST-NAME(WS-NUM-COUNT)
                   MOVE PHONE-STATUS TO NUM-STATUS(WS-NUM-COUNT)
                   MOVE PHONE-ENTRY-CLASS
                       TO NUM-ENTRY-CLASS(WS-NUM-COUNT)
               ELSE
                   ADD 1 TO WS-NUM-OVERFLOW
               END-IF
           END-IF.

      *----------------------------------------------
      * Screen each call.
      *----------------------------------------------
       SCREEN-CALL-DETAIL.
           MOVE "FLAGGED CALLS" TO SEC-TITLE.
           MOVE SECTION-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE LEGEND-LINE-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           OPEN INPUT CALL-DETAIL-FILE.
           PERFORM SCREEN-NEXT-CALL
               UNTIL WS-CDR-EOF = "Y".
           CLOSE CALL-DETAIL-FILE.

       SCREEN-NEXT-CALL.
           READ CALL-DETAIL-FILE
               AT END
               MOVE "Y" TO WS-CDR-EOF
               NOT AT END
               ADD 1 TO WS-CDR-READ-COUNT
               PERFORM SCREEN-ONE-CALL
           END-READ.

       SCREEN-ONE-CALL.
           MOVE SPACES TO WS-CALL-FLAGS.
           MOVE 1 TO WS-FLAG-OFFSET.
           MOVE "N" TO WS-IN-FLAGGED.
           MOVE "N" TO WS-PR-FLAGGED.
           PERFORM FIND-CALL-OWNER.
           PERFORM EXTRACT-DEST-DIGITS.
           IF WS-NUM-FOUND > 0
               PERFORM CHECK-CALL-OWNER
           END-IF.
           PERFORM CHECK-DEST-PREFIXES
               VARYING WS-PFX-IDX FROM 1 BY 1
               UNTIL WS-PFX-IDX > WS-PFX-COUNT.
           IF CDR-DURATION > WS-MAX-SECONDS
               MOVE "DU" TO WS-FLAG-CODE
               PERFORM ADD-CALL-FLAG
               ADD 1 TO WS-DU-COUNT
           END-IF.
           IF CDR-COST > WS-MAX-COST
               MOVE "CO" TO WS-FLAG-CODE
               PERFORM ADD-CALL-FLAG
               ADD 1 TO WS-CO-COUNT
           END-IF.
           PERFORM COUNT-DESTINATION.
           IF WS-CALL-FLAGS NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
               ADD CDR-COST TO WS-FLAGGED-COST
               PERFORM PRINT-FLAGGED-CALL
           END-IF.

      * An active owner is preferred when a number
      * still sits on a leaver's entry as well.
       FIND-CALL-OWNER.
           MOVE CDR-ORIG-NUMBER TO WS-RAW-NUMBER.
           PERFORM NORMALIZE-PHONE-NUMBER.
           IF WS-NORM-OK = "Y"
               MOVE WS-NORM-NUMBER TO WS-MATCH-NUMBER
           ELSE
               MOVE CDR-ORIG-NUMBER TO WS-MATCH-NUMBER
           END-IF.
           MOVE ZERO TO WS-NUM-FOUND.
           PERFORM CHECK-ONE-NUMBER
               VARYING WS-NUM-IDX FROM 1 BY 1
               UNTIL WS-NUM-IDX > WS-NUM-COUNT.

       CHECK-ONE-NUMBER.
           IF NUM-NUMBER(WS-NUM-IDX) = WS-MATCH-NUMBER
               IF WS-NUM-FOUND = ZERO
                   MOVE WS-NUM-IDX TO WS-NUM-FOUND
               ELSE
                   IF NUM-STATUS(WS-NUM-FOUND) = "T"
                           AND NUM-STATUS(WS-NUM-IDX) NOT = "T"
                       MOVE WS-NUM-IDX TO WS-NUM-FOUND
                   END-IF
               END-IF
           END-IF.

       CHECK-CALL-OWNER.
           EVALUATE NUM-STATUS(WS-NUM-FOUND)
               WHEN "T"
                   MOVE "TM" TO WS-FLAG-CODE
                   PERFORM ADD-CALL-FLAG
                   ADD 1 TO WS-TM-COUNT
               WHEN "L"
                   MOVE "LV" TO WS-FLAG-CODE
                   PERFORM ADD-CALL-FLAG
                   ADD 1 TO WS-LV-COUNT
           END-EVALUATE.
           IF NUM-ENTRY-CLASS(WS-NUM-FOUND) = "F"
               MOVE "FC" TO WS-FLAG-CODE
               PERFORM ADD-CALL-FLAG
               ADD 1 TO WS-FC-COUNT
           END-IF.

       EXTRACT-DEST-DIGITS.
           MOVE SPACES TO WS-DEST-DIGITS.
           MOVE ZERO TO WS-DEST-DIGIT-COUNT.
           PERFORM EXTRACT-ONE-DEST-CHAR
               VARYING WS-DEST-IDX FROM 1 BY 1
               UNTIL WS-DEST-IDX > 15.

       EXTRACT-ONE-DEST-CHAR.
           MOVE CDR-DEST-NUMBER(WS-DEST-IDX:1) TO WS-DEST-CHAR.
           IF WS-DEST-CHAR >= "0" AND WS-DEST-CHAR <= "9"
               ADD 1 TO WS-DEST-DIGIT-COUNT
               MOVE WS-DEST-CHAR
                   TO WS-DEST-DIGITS(WS-DEST-DIGIT-COUNT:1)
           END-IF.

      * Each kind of prefix flags the call once, however
      * many of its prefixes match.
       CHECK-DEST-PREFIXES.
           IF PFX-LENGTH(WS-PFX-IDX) > 0
                   AND WS-DEST-DIGITS(1:PFX-LENGTH(WS-PFX-IDX))
                       = PFX-DIGITS(WS-PFX-IDX)
                           (1:PFX-LENGTH(WS-PFX-IDX))
               IF PFX-KIND(WS-PFX-IDX) = "I"
                   MOVE "IN" TO WS-FLAG-CODE
               ELSE
                   MOVE "PR" TO WS-FLAG-CODE
               END-IF
               PERFORM ADD-PREFIX-FLAG
           END-IF.

       ADD-PREFIX-FLAG.
           IF WS-FLAG-CODE = "IN"
               IF WS-IN-FLAGGED = "N"
                   MOVE "Y" TO WS-IN-FLAGGED
                   PERFORM ADD-CALL-FLAG
                   ADD 1 TO WS-IN-COUNT
               END-IF
           ELSE
               IF WS-PR-FLAGGED = "N"
                   MOVE "Y" TO WS-PR-FLAGGED
                   PERFORM ADD-CALL-FLAG
                   ADD 1 TO WS-PR-COUNT
               END-IF
           END-IF.

       ADD-CALL-FLAG.
           IF WS-FLAG-OFFSET < 21
               MOVE WS-FLAG-CODE
                   TO WS-CALL-FLAGS(WS-FLAG-OFFSET:2)
               ADD 3 TO WS-FLAG-OFFSET
           END-IF.

       PRINT-FLAGGED-CALL.
           MOVE CDR-ORIG-NUMBER TO CLL-ORIG-NUMBER.
           MOVE CDR-DEST-NUMBER TO CLL-DEST-NUMBER.
           MOVE CDR-DURATION TO CLL-DURATION.
           MOVE CDR-COST TO CLL-COST.
           IF WS-NUM-FOUND > 0
               MOVE NUM-EMPLOYEE-ID(WS-NUM-FOUND) TO CLL-EMPLOYEE-ID
               MOVE NUM-LAST-NAME(WS-NUM-FOUND) TO CLL-LAST-NAME
           ELSE
               MOVE SPACES TO CLL-EMPLOYEE-ID
               MOVE "(NOT IN DIRECTORY)" TO CLL-LAST-NAME
           END-IF.
           MOVE WS-CALL-FLAGS TO CLL-FLAGS.
           MOVE CALL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *----------------------------------------------
      * Repeated destinations.
      *----------------------------------------------
       COUNT-DESTINATION.
           IF WS-DEST-DIGITS NOT = SPACES
               MOVE ZERO TO WS-DST-FOUND
               PERFORM CHECK-ONE-DESTINATION
                   VARYING WS-DST-IDX FROM 1 BY 1
                   UNTIL WS-DST-IDX > WS-DST-COUNT
                      OR WS-DST-FOUND NOT = ZERO
               IF WS-DST-FOUND = ZERO
                   PERFORM ADD-DESTINATION
               END-IF
               IF WS-DST-FOUND NOT = ZERO
                   ADD 1 TO DST-CALLS(WS-DST-FOUND)
                   ADD CDR-COST TO DST-COST(WS-DST-FOUND)
               END-IF
           END-IF.

       CHECK-ONE-DESTINATION.
           IF DST-DIGITS(WS-DST-IDX) = WS-DEST-DIGITS
               MOVE WS-DST-IDX TO WS-DST-FOUND
           END-IF.

       ADD-DESTINATION.
           IF WS-DST-COUNT < 3000
               ADD 1 TO WS-DST-COUNT
               MOVE WS-DST-COUNT TO WS-DST-FOUND
               MOVE WS-DEST-DIGITS TO DST-DIGITS(WS-DST-FOUND)
               MOVE ZERO TO DST-CALLS(WS-DST-FOUND)
               MOVE ZERO TO DST-COST(WS-DST-FOUND)
               MOVE CDR-ORIG-NUMBER TO DST-FIRST-ORIG(WS-DST-FOUND)
           ELSE
               ADD 1 TO WS-DST-OVERFLOW
           END-IF.

       PRINT-REPEATED-DESTINATIONS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "REPEATED DESTINATIONS" TO SEC-TITLE.
           MOVE SECTION-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM PRINT-ONE-REPEAT
               VARYING WS-DST-IDX FROM 1 BY 1
               UNTIL WS-DST-IDX > WS-DST-COUNT.

       PRINT-ONE-REPEAT.
           IF DST-CALLS(WS-DST-IDX) > WS-MAX-REPEATS
               ADD 1 TO WS-REPEAT-DEST-COUNT
               MOVE DST-DIGITS(WS-DST-IDX) TO RPT-DEST-DIGITS
               MOVE DST-CALLS(WS-DST-IDX) TO RPT-CALLS
               MOVE DST-COST(WS-DST-IDX) TO RPT-COST
               MOVE DST-FIRST-ORIG(WS-DST-IDX) TO RPT-FIRST-ORIG
               MOVE REPEAT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-RECORD.
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
