       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNEXT01.
      *----------------------------------------------
      * Ad-hoc extract from the directory master.
      * Reads selection cards from phnext01.ctl and
      * writes the entries they select to phnext01.out,
      * with a run report on phnext01.rpt echoing every
      * card, the records read, selected and written,
      * and any card that could not be understood.
      * Card columns:
      *    1-10  keyword
      *   11-25  field name
      *   27-28  operator (SELECT), A or D (SORT),
      *          delimiter (FORMAT)
      *   30-59  value
      * Keywords:
      *   SELECT    field op value - EQ NE LT LE GT GE,
      *             or SW (starts with).  A blank value
      *             tests for an empty field.  Every
      *             SELECT card must be satisfied.
      *   FIELD     a field to write; the cards give
      *             the output order.  With no FIELD
      *             cards the ID, names, extension and
      *             department are written.
      *   SORT      up to three sort fields, A or D;
      *             with none the master's ID order is
      *             kept.
      *   FORMAT    FIXED (the default) or DELIMITED;
      *             the delimiter defaults to a comma
      *             and a delimited file starts with a
      *             row of field names.  A value that
      *             holds the delimiter or a quote is
      *             written in quotes, with each quote
      *             inside it doubled.
      *   OPERATOR  operator ID in the field-name
      *             columns, password in the value
      *             columns.
      * Field names are the master's own (EMPLOYEE-ID,
      * LAST-NAME, ... SUPERVISOR-ID), the first number
      * of each type (DESK-NUMBER, MOBILE-NUMBER,
      * FAX-NUMBER, PAGER-NUMBER), and the attributes
      * of the related masters: DEPT-NAME, DEPT-MANAGER
      * and COST-CENTER from deptmst.dat, BUILDING,
      * FLOOR and DESK from locmst.dat, SITE-NAME from
      * sitemst.dat, and last the contractor's
      * SPONSOR-ID and END-DATE.  Numeric fields
      * compare as numbers.
      * Unlisted entries are extracted only when the
      * OPERATOR card names an operator at level 2 or
      * higher on oprmst.dat with the right password;
      * otherwise they are withheld and counted.
      * A card that cannot be understood stops the run
      * with the output left empty - a dropped SELECT
      * would silently widen the extract.
      * RETURN-CODE 8 when a card is rejected.
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

           SELECT OPTIONAL OPERATOR-FILE
               ASSIGN TO "oprmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-KEY.

           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "phnext01.ctl"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXTRACT-FILE
               ASSIGN TO "phnext01.ext"
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXTRACT-SORT-WORK-FILE
               ASSIGN TO "phnext01.tmp".

           SELECT OPTIONAL SORTED-EXTRACT-FILE
               ASSIGN TO "phnext01.srt"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OUTPUT-FILE
               ASSIGN TO "phnext01.out"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "phnext01.rpt"
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

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-RECORD.
           05  OPR-KEY.
               10  OPR-ID           PIC X(10).
           05  OPR-PASSWORD         PIC X(10).
           05  OPR-LEVEL            PIC 9.

       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
       01  CONTROL-RECORD.
           05  CTL-KEYWORD          PIC X(10).
           05  CTL-FIELD            PIC X(15).
           05  FILLER               PIC X.
           05  CTL-OPERATOR         PIC X(2).
           05  FILLER               PIC X.
           05  CTL-VALUE            PIC X(30).

      * Sort keys first, then the master's order, then
      * the finished output line.
       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-RECORD.
           05  EXT-SORT-KEY         PIC X(30) OCCURS 3 TIMES.
           05  EXT-SEQUENCE         PIC 9(7).
           05  EXT-LINE             PIC X(600).

       SD  EXTRACT-SORT-WORK-FILE.
       01  EXTRACT-SORT-WORK-RECORD.
           05  ESW-SORT-KEY-1       PIC X(30).
           05  ESW-SORT-KEY-2       PIC X(30).
           05  ESW-SORT-KEY-3       PIC X(30).
           05  ESW-SEQUENCE         PIC 9(7).
           05  ESW-LINE             PIC X(600).

       FD  SORTED-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-EXTRACT-RECORD.
           05  SRT-SORT-KEY         PIC X(30) OCCURS 3 TIMES.
           05  SRT-SEQUENCE         PIC 9(7).
           05  SRT-LINE             PIC X(600).

       FD  OUTPUT-FILE
           LABEL RECORDS OMITTED.
       01  OUTPUT-RECORD            PIC X(600).

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG              PIC X       VALUE "N".
       01  WS-SRT-EOF               PIC X       VALUE "N".
       01  WS-CTL-EOF               PIC X       VALUE "N".
       01  WS-SLOT-IDX              PIC 9.

      * The fields a card may name: name, output width
      * and type (N compares as a number).  Fields 17
      * to 23 come from the related masters.
       01  WS-FIELD-NAME-DATA.
           05  FILLER PIC X(18) VALUE "EMPLOYEE-ID    06N".
           05  FILLER PIC X(18) VALUE "LAST-NAME      20X".
           05  FILLER PIC X(18) VALUE "FIRST-NAME     20X".
           05  FILLER PIC X(18) VALUE "EXTENSION      05X".
           05  FILLER PIC X(18) VALUE "DEPARTMENT     10X".
           05  FILLER PIC X(18) VALUE "STATUS         01X".
           05  FILLER PIC X(18) VALUE "STATUS-DATE    08N".
           05  FILLER PIC X(18) VALUE "LOCATION       08X".
           05  FILLER PIC X(18) VALUE "HOME-SITE      04X".
           05  FILLER PIC X(18) VALUE "ENTRY-CLASS    01X".
           05  FILLER PIC X(18) VALUE "UNLISTED       01X".
           05  FILLER PIC X(18) VALUE "SUPERVISOR-ID  06N".
           05  FILLER PIC X(18) VALUE "DESK-NUMBER    15X".
           05  FILLER PIC X(18) VALUE "MOBILE-NUMBER  15X".
           05  FILLER PIC X(18) VALUE "FAX-NUMBER     15X".
           05  FILLER PIC X(18) VALUE "PAGER-NUMBER   15X".
           05  FILLER PIC X(18) VALUE "DEPT-NAME      30X".
           05  FILLER PIC X(18) VALUE "DEPT-MANAGER   25X".
           05  FILLER PIC X(18) VALUE "COST-CENTER    06X".
           05  FILLER PIC X(18) VALUE "BUILDING       20X".
           05  FILLER PIC X(18) VALUE "FLOOR          04X".
           05  FILLER PIC X(18) VALUE "DESK           08X".
           05  FILLER PIC X(18) VALUE "SITE-NAME      20X".
           05  FILLER PIC X(18) VALUE "SPONSOR-ID     06N".
           05  FILLER PIC X(18) VALUE "END-DATE       08N".
       01  WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAME-DATA.
           05  FLD-DEFINITION OCCURS 25 TIMES.
               10  FLD-NAME         PIC X(15).
               10  FLD-LENGTH       PIC 99.
               10  FLD-TYPE         PIC X.
       01  WS-FIELD-COUNT           PIC 99      VALUE 25.
       01  WS-FLD-IDX               PIC 99.
       01  WS-FOUND-FIELD           PIC 99.

      * The current entry's value for every field.
       01  WS-FIELD-VALUE-TABLE.
           05  FLD-VALUE            PIC X(30) OCCURS 25 TIMES.

       01  WS-SELECT-TABLE.
           05  SEL-TEST OCCURS 20 TIMES.
               10  SEL-FIELD        PIC 99.
               10  SEL-OPERATOR     PIC XX.
               10  SEL-VALUE        PIC X(30).
               10  SEL-VALUE-LENGTH PIC 99.
       01  WS-SELECT-COUNT          PIC 99      VALUE ZERO.
       01  WS-SEL-IDX               PIC 99.
       01  WS-SELECTED              PIC X.

       01  WS-OUTPUT-TABLE.
           05  OUT-FIELD            PIC 99 OCCURS 20 TIMES.
       01  WS-OUTPUT-COUNT          PIC 99      VALUE ZERO.
       01  WS-OUT-IDX               PIC 99.

       01  WS-SORT-TABLE.
           05  SRK-ENTRY OCCURS 3 TIMES.
               10  SRK-FIELD        PIC 99.
               10  SRK-DIRECTION    PIC X.
       01  WS-SORT-COUNT            PIC 9       VALUE ZERO.
       01  WS-SRK-IDX               PIC 9.

       01  WS-FORMAT                PIC X       VALUE "F".
           88  FIXED-OUTPUT                 VALUE "F".
           88  DELIMITED-OUTPUT             VALUE "D".
       01  WS-DELIMITER             PIC X       VALUE ",".

      * Descending keys are turned end for end so one
      * ascending sort serves both directions.
       01  WS-ASCENDING-CHARS.
           05  FILLER               PIC X(37)
               VALUE " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05  FILLER               PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-DESCENDING-CHARS.
           05  FILLER               PIC X(26)
               VALUE "zyxwvutsrqponmlkjihgfedcba".
           05  FILLER               PIC X(37)
               VALUE "ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210 ".

       01  WS-OPERATOR-ID           PIC X(10)   VALUE SPACES.
       01  WS-OPERATOR-LEVEL        PIC 9       VALUE ZERO.

       01  WS-CARD-REASON           PIC X(30).
       01  WS-CTL-NUMBER            PIC 9(8).
       01  WS-CTL-NUMBER-X REDEFINES WS-CTL-NUMBER PIC X(8).
       01  WS-CTL-IDX               PIC 99.
       01  WS-CTL-CHAR              PIC X.
       01  WS-CTL-DIGIT REDEFINES WS-CTL-CHAR PIC 9.
       01  WS-CTL-DIGITS-DONE       PIC X.
       01  WS-CTL-VALUE-OK          PIC X.

       01  WS-OUT-LINE              PIC X(600).
       01  WS-OUT-POINTER           PIC 9(4).
       01  WS-OUT-LENGTH            PIC 99.
       01  WS-DLM-VALUE             PIC X(30).
       01  WS-DLM-FIRST             PIC 99.
       01  WS-DLM-LAST              PIC 99.
       01  WS-DLM-IDX               PIC 99.
       01  WS-DLM-TALLY             PIC 99.
       01  WS-SEQUENCE              PIC 9(7)    VALUE ZERO.

       01  WS-READ-COUNT            PIC 9(6)    VALUE ZERO.
       01  WS-SELECTED-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-WRITTEN-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-WITHHELD-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-CARD-COUNT            PIC 9(4)    VALUE ZERO.
       01  WS-BAD-CARD-COUNT        PIC 9(4)    VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(24)
               VALUE "AD-HOC DIRECTORY EXTRACT".
           05  FILLER               PIC X(10) VALUE "  RUN DATE".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  HDR-RUN-MM           PIC 99.
           05  FILLER               PIC X    VALUE "/".
           05  HDR-RUN-DD           PIC 99.
           05  FILLER               PIC X    VALUE "/".
           05  HDR-RUN-YYYY         PIC 9999.

       01  CARD-LINE.
           05  FILLER               PIC X(6)  VALUE "CARD: ".
           05  CRD-TEXT             PIC X(59).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CRD-NOTE             PIC X(35).

       01  NOTE-LINE.
           05  FILLER               PIC X(6)  VALUE "NOTE: ".
           05  NOTE-TEXT            PIC X(60).

       01  COUNT-LINE.
           05  CNT-LABEL            PIC X(28).
           05  CNT-VALUE            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM READ-CONTROL-CARDS.
           IF WS-BAD-CARD-COUNT = 0
               PERFORM BUILD-EXTRACT
               PERFORM SORT-EXTRACT
               PERFORM WRITE-OUTPUT-FILE
           ELSE
               OPEN OUTPUT OUTPUT-FILE
               CLOSE OUTPUT-FILE
               MOVE "CARDS REJECTED - NO EXTRACT WRITTEN" TO NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
           END-IF.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           IF WS-BAD-CARD-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Level 2 Routines

       OPENING-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PHONE-FILE.
           OPEN INPUT DEPT-FILE.
           OPEN INPUT LOCATION-FILE.
           OPEN INPUT SITE-MASTER-FILE.
           OPEN INPUT OPERATOR-FILE.
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
           MOVE "CONTROL CARDS READ:         " TO CNT-LABEL.
           MOVE WS-CARD-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "CONTROL CARDS REJECTED:     " TO CNT-LABEL.
           MOVE WS-BAD-CARD-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "DIRECTORY RECORDS READ:     " TO CNT-LABEL.
           MOVE WS-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "UNLISTED WITHHELD:          " TO CNT-LABEL.
           MOVE WS-WITHHELD-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "RECORDS SELECTED:           " TO CNT-LABEL.
           MOVE WS-SELECTED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "RECORDS WRITTEN:            " TO CNT-LABEL.
           MOVE WS-WRITTEN-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           CLOSE PHONE-FILE.
           CLOSE DEPT-FILE.
           CLOSE LOCATION-FILE.
           CLOSE SITE-MASTER-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE REPORT-FILE.

      *----------------------------------------------
      * The cards.
      *----------------------------------------------
       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-FILE.
           PERFORM READ-ONE-CONTROL-CARD
               UNTIL WS-CTL-EOF = "Y".
           CLOSE CONTROL-FILE.
           IF WS-OUTPUT-COUNT = 0
               MOVE 1 TO OUT-FIELD(1)
               MOVE 2 TO OUT-FIELD(2)
               MOVE 3 TO OUT-FIELD(3)
               MOVE 4 TO OUT-FIELD(4)
               MOVE 5 TO OUT-FIELD(5)
               MOVE 5 TO WS-OUTPUT-COUNT
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-OPERATOR-LEVEL >= 2
               MOVE SPACES TO NOTE-TEXT
               STRING "UNLISTED ENTRIES INCLUDED FOR OPERATOR "
                   DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                   INTO NOTE-TEXT
               END-STRING
           ELSE
               MOVE "UNLISTED ENTRIES WITHHELD" TO NOTE-TEXT
           END-IF.
           PERFORM WRITE-NOTE-LINE.

       READ-ONE-CONTROL-CARD.
           READ CONTROL-FILE
               AT END
               MOVE "Y" TO WS-CTL-EOF
               NOT AT END
               IF CONTROL-RECORD NOT = SPACES
                   ADD 1 TO WS-CARD-COUNT
                   PERFORM APPLY-ONE-CONTROL-CARD
               END-IF
           END-READ.

       APPLY-ONE-CONTROL-CARD.
           MOVE SPACES TO WS-CARD-REASON.
           EVALUATE CTL-KEYWORD
               WHEN "SELECT"
                   PERFORM APPLY-SELECT-CARD
               WHEN "FIELD"
                   PERFORM APPLY-FIELD-CARD
               WHEN "SORT"
                   PERFORM APPLY-SORT-CARD
               WHEN "FORMAT"
                   PERFORM APPLY-FORMAT-CARD
               WHEN "OPERATOR"
                   PERFORM APPLY-OPERATOR-CARD
               WHEN OTHER
                   MOVE "UNKNOWN KEYWORD" TO WS-CARD-REASON
           END-EVALUATE.
           PERFORM ECHO-CONTROL-CARD.

      * The password never reaches the report.
       ECHO-CONTROL-CARD.
           MOVE CONTROL-RECORD TO CRD-TEXT.
           IF CTL-KEYWORD = "OPERATOR"
               MOVE ALL "*" TO CRD-TEXT(30:10)
           END-IF.
           IF WS-CARD-REASON = SPACES
               MOVE SPACES TO CRD-NOTE
           ELSE
               ADD 1 TO WS-BAD-CARD-COUNT
               MOVE SPACES TO CRD-NOTE
               STRING "** " DELIMITED BY SIZE
                   WS-CARD-REASON DELIMITED BY SIZE
                   INTO CRD-NOTE
               END-STRING
           END-IF.
           MOVE CARD-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       FIND-CARD-FIELD.
           MOVE ZERO TO WS-FOUND-FIELD.
           PERFORM CHECK-ONE-FIELD-NAME
               VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
                  OR WS-FOUND-FIELD NOT = ZERO.
           IF WS-FOUND-FIELD = ZERO
               MOVE "UNKNOWN FIELD NAME" TO WS-CARD-REASON
           END-IF.

       CHECK-ONE-FIELD-NAME.
           IF FLD-NAME(WS-FLD-IDX) = CTL-FIELD
               MOVE WS-FLD-IDX TO WS-FOUND-FIELD
           END-IF.

       APPLY-SELECT-CARD.
           PERFORM FIND-CARD-FIELD.
           EVALUATE TRUE
               WHEN WS-FOUND-FIELD = ZERO
                   CONTINUE
               WHEN CTL-OPERATOR NOT = "EQ" AND NOT = "NE"
                       AND NOT = "LT" AND NOT = "LE"
                       AND NOT = "GT" AND NOT = "GE"
                       AND NOT = "SW"
                   MOVE "UNKNOWN OPERATOR" TO WS-CARD-REASON
               WHEN WS-SELECT-COUNT >= 20
                   MOVE "MORE THAN 20 SELECT CARDS" TO WS-CARD-REASON
               WHEN OTHER
                   PERFORM ADD-SELECT-TEST
           END-EVALUATE.

       ADD-SELECT-TEST.
           MOVE "Y" TO WS-CTL-VALUE-OK.
           IF FLD-TYPE(WS-FOUND-FIELD) = "N"
                   AND CTL-VALUE NOT = SPACES
               PERFORM CONVERT-CONTROL-VALUE
           END-IF.
           EVALUATE TRUE
               WHEN WS-CTL-VALUE-OK = "N"
                   MOVE "VALUE IS NOT A NUMBER" TO WS-CARD-REASON
               WHEN WS-CTL-VALUE-OK = "L"
                   MOVE "VALUE TOO LONG FOR THE FIELD"
                       TO WS-CARD-REASON
               WHEN OTHER
                   ADD 1 TO WS-SELECT-COUNT
                   MOVE WS-FOUND-FIELD TO SEL-FIELD(WS-SELECT-COUNT)
                   MOVE CTL-OPERATOR TO SEL-OPERATOR(WS-SELECT-COUNT)
                   MOVE CTL-VALUE TO SEL-VALUE(WS-SELECT-COUNT)
                   IF FLD-TYPE(WS-FOUND-FIELD) = "N"
                           AND CTL-VALUE NOT = SPACES
                       PERFORM STORE-NUMERIC-SELECT-VALUE
                   END-IF
                   PERFORM MEASURE-SELECT-VALUE
           END-EVALUATE.

      * A numeric value is stored zero-filled to the
      * field's width so it compares the way the field
      * holds it.
       STORE-NUMERIC-SELECT-VALUE.
           MOVE SPACES TO SEL-VALUE(WS-SELECT-COUNT).
           MOVE WS-CTL-NUMBER-X(9 - FLD-LENGTH(WS-FOUND-FIELD):
               FLD-LENGTH(WS-FOUND-FIELD))
               TO SEL-VALUE(WS-SELECT-COUNT).

       MEASURE-SELECT-VALUE.
           MOVE ZERO TO SEL-VALUE-LENGTH(WS-SELECT-COUNT).
           PERFORM MEASURE-ONE-VALUE-CHAR
               VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > 30.

       MEASURE-ONE-VALUE-CHAR.
           IF SEL-VALUE(WS-SELECT-COUNT)(WS-CTL-IDX:1) NOT = SPACE
               MOVE WS-CTL-IDX TO SEL-VALUE-LENGTH(WS-SELECT-COUNT)
           END-IF.

      * Up to eight digits, ended by a space; anything
      * else in a numeric value rejects the card, and so
      * does a number too big for the field - cutting it
      * down to size would select on some other value.
       CONVERT-CONTROL-VALUE.
           MOVE ZERO TO WS-CTL-NUMBER.
           MOVE "N" TO WS-CTL-DIGITS-DONE.
           PERFORM ADD-ONE-CONTROL-DIGIT
               VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > 9
                  OR WS-CTL-DIGITS-DONE = "Y".
           IF WS-CTL-DIGITS-DONE = "N" AND WS-CTL-VALUE-OK = "Y"
               MOVE "L" TO WS-CTL-VALUE-OK
           END-IF.
           IF WS-CTL-VALUE-OK = "Y"
                   AND FLD-LENGTH(WS-FOUND-FIELD) < 8
               IF WS-CTL-NUMBER-X(1:8 - FLD-LENGTH(WS-FOUND-FIELD))
                       NOT = ZEROS
                   MOVE "L" TO WS-CTL-VALUE-OK
               END-IF
           END-IF.

       ADD-ONE-CONTROL-DIGIT.
           MOVE CTL-VALUE(WS-CTL-IDX:1) TO WS-CTL-CHAR.
           EVALUATE TRUE
               WHEN WS-CTL-CHAR IS NUMERIC
                   COMPUTE WS-CTL-NUMBER =
                       WS-CTL-NUMBER * 10 + WS-CTL-DIGIT
               WHEN WS-CTL-CHAR = SPACE
                   MOVE "Y" TO WS-CTL-DIGITS-DONE
               WHEN OTHER
                   MOVE "N" TO WS-CTL-VALUE-OK
                   MOVE "Y" TO WS-CTL-DIGITS-DONE
           END-EVALUATE.

       APPLY-FIELD-CARD.
           PERFORM FIND-CARD-FIELD.
           EVALUATE TRUE
               WHEN WS-FOUND-FIELD = ZERO
                   CONTINUE
               WHEN WS-OUTPUT-COUNT >= 20
                   MOVE "MORE THAN 20 FIELD CARDS" TO WS-CARD-REASON
               WHEN OTHER
                   ADD 1 TO WS-OUTPUT-COUNT
                   MOVE WS-FOUND-FIELD TO OUT-FIELD(WS-OUTPUT-COUNT)
           END-EVALUATE.

       APPLY-SORT-CARD.
           PERFORM FIND-CARD-FIELD.
           EVALUATE TRUE
               WHEN WS-FOUND-FIELD = ZERO
                   CONTINUE
               WHEN CTL-OPERATOR NOT = "A " AND NOT = "D "
                       AND NOT = SPACES
                   MOVE "SORT DIRECTION NOT A OR D" TO WS-CARD-REASON
               WHEN WS-SORT-COUNT >= 3
                   MOVE "MORE THAN 3 SORT CARDS" TO WS-CARD-REASON
               WHEN OTHER
                   ADD 1 TO WS-SORT-COUNT
                   MOVE WS-FOUND-FIELD TO SRK-FIELD(WS-SORT-COUNT)
                   IF CTL-OPERATOR = "D "
                       MOVE "D" TO SRK-DIRECTION(WS-SORT-COUNT)
                   ELSE
                       MOVE "A" TO SRK-DIRECTION(WS-SORT-COUNT)
                   END-IF
           END-EVALUATE.

       APPLY-FORMAT-CARD.
           EVALUATE CTL-FIELD
               WHEN "FIXED"
                   MOVE "F" TO WS-FORMAT
               WHEN "DELIMITED"
                   MOVE "D" TO WS-FORMAT
                   IF CTL-OPERATOR(1:1) NOT = SPACE
                       MOVE CTL-OPERATOR(1:1) TO WS-DELIMITER
                   END-IF
               WHEN OTHER
                   MOVE "FORMAT NOT FIXED OR DELIMITED"
                       TO WS-CARD-REASON
           END-EVALUATE.

      * A wrong ID or password is not a card error: the
      * run goes ahead with unlisted entries withheld.
       APPLY-OPERATOR-CARD.
           MOVE CTL-FIELD TO OPR-ID.
           READ OPERATOR-FILE
               INVALID KEY
               MOVE ZERO TO WS-OPERATOR-LEVEL
               NOT INVALID KEY
               IF OPR-PASSWORD = CTL-VALUE(1:10)
                   MOVE OPR-ID TO WS-OPERATOR-ID
                   MOVE OPR-LEVEL TO WS-OPERATOR-LEVEL
               ELSE
                   MOVE ZERO TO WS-OPERATOR-LEVEL
               END-IF
           END-READ.

      *----------------------------------------------
      * Pass over the master.
      *----------------------------------------------
       BUILD-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE.
           PERFORM EXTRACT-NEXT-ENTRY
               UNTIL WS-EOF-FLAG = "Y".
           CLOSE EXTRACT-FILE.

       EXTRACT-NEXT-ENTRY.
           READ PHONE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
               ADD 1 TO WS-READ-COUNT
               PERFORM EXTRACT-ONE-ENTRY
           END-READ.

       EXTRACT-ONE-ENTRY.
           IF PHONE-UNLISTED = "U" AND WS-OPERATOR-LEVEL < 2
               ADD 1 TO WS-WITHHELD-COUNT
           ELSE
               PERFORM LOAD-FIELD-VALUES
               PERFORM APPLY-SELECTION
               IF WS-SELECTED = "Y"
                   ADD 1 TO WS-SELECTED-COUNT
                   PERFORM WRITE-EXTRACT-RECORD
               END-IF
           END-IF.

       LOAD-FIELD-VALUES.
           MOVE SPACES TO WS-FIELD-VALUE-TABLE.
           MOVE PHONE-EMPLOYEE-ID TO FLD-VALUE(1).
           MOVE PHONE-LAST-NAME TO FLD-VALUE(2).
           MOVE PHONE-FIRST-NAME TO FLD-VALUE(3).
           MOVE PHONE-EXTENSION TO FLD-VALUE(4).
           MOVE PHONE-DEPARTMENT TO FLD-VALUE(5).
           MOVE PHONE-STATUS TO FLD-VALUE(6).
           MOVE PHONE-STATUS-DATE TO FLD-VALUE(7).
           MOVE PHONE-LOCATION TO FLD-VALUE(8).
           MOVE PHONE-HOME-SITE TO FLD-VALUE(9).
           MOVE PHONE-ENTRY-CLASS TO FLD-VALUE(10).
           MOVE PHONE-UNLISTED TO FLD-VALUE(11).
           MOVE PHONE-SUPERVISOR-ID TO FLD-VALUE(12).
           MOVE PHONE-SPONSOR-ID TO FLD-VALUE(24).
           MOVE PHONE-END-DATE TO FLD-VALUE(25).
           PERFORM LOAD-ONE-NUMBER-VALUE
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 4.
           IF PHONE-DEPARTMENT NOT = SPACES
               MOVE PHONE-DEPARTMENT TO DEPT-CODE
               READ DEPT-FILE
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE DEPT-NAME TO FLD-VALUE(17)
                   MOVE DEPT-MANAGER TO FLD-VALUE(18)
                   MOVE DEPT-COST-CENTER TO FLD-VALUE(19)
               END-READ
           END-IF.
           IF PHONE-LOCATION NOT = SPACES
               MOVE PHONE-LOCATION TO LOC-CODE
               READ LOCATION-FILE
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE LOC-BUILDING TO FLD-VALUE(20)
                   MOVE LOC-FLOOR TO FLD-VALUE(21)
                   MOVE LOC-DESK TO FLD-VALUE(22)
               END-READ
           END-IF.
           IF PHONE-HOME-SITE NOT = SPACES
               MOVE PHONE-HOME-SITE TO SITE-CODE
               READ SITE-MASTER-FILE
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE SITE-NAME TO FLD-VALUE(23)
               END-READ
           END-IF.

      * The first number of each type fills its field.
       LOAD-ONE-NUMBER-VALUE.
           IF PHONE-NUMBER(WS-SLOT-IDX) NOT = SPACES
               EVALUATE PHONE-NUMBER-TYPE(WS-SLOT-IDX)
                   WHEN "D"
                       MOVE 13 TO WS-FLD-IDX
                   WHEN "M"
                       MOVE 14 TO WS-FLD-IDX
                   WHEN "F"
                       MOVE 15 TO WS-FLD-IDX
                   WHEN "P"
                       MOVE 16 TO WS-FLD-IDX
                   WHEN OTHER
                       MOVE ZERO TO WS-FLD-IDX
               END-EVALUATE
               IF WS-FLD-IDX NOT = ZERO
                   IF FLD-VALUE(WS-FLD-IDX) = SPACES
                       MOVE PHONE-NUMBER(WS-SLOT-IDX)
                           TO FLD-VALUE(WS-FLD-IDX)
                   END-IF
               END-IF
           END-IF.

       APPLY-SELECTION.
           MOVE "Y" TO WS-SELECTED.
           PERFORM APPLY-ONE-SELECT-TEST
               VARYING WS-SEL-IDX FROM 1 BY 1
               UNTIL WS-SEL-IDX > WS-SELECT-COUNT
                  OR WS-SELECTED = "N".

       APPLY-ONE-SELECT-TEST.
           MOVE SEL-FIELD(WS-SEL-IDX) TO WS-FLD-IDX.
           EVALUATE SEL-OPERATOR(WS-SEL-IDX)
               WHEN "EQ"
                   IF FLD-VALUE(WS-FLD-IDX) NOT = SEL-VALUE(WS-SEL-IDX)
                       MOVE "N" TO WS-SELECTED
                   END-IF
               WHEN "NE"
                   IF FLD-VALUE(WS-FLD-IDX) = SEL-VALUE(WS-SEL-IDX)
                       MOVE "N" TO WS-SELECTED
                   END-IF
               WHEN "LT"
                   IF FLD-VALUE(WS-FLD-IDX)
                           NOT < SEL-VALUE(WS-SEL-IDX)
                       MOVE "N" TO WS-SELECTED
                   END-IF
               WHEN "LE"
                   IF FLD-VALUE(WS-FLD-IDX) > SEL-VALUE(WS-SEL-IDX)
                       MOVE "N" TO WS-SELECTED
                   END-IF
               WHEN "GT"
                   IF FLD-VALUE(WS-FLD-IDX)
                           NOT > SEL-VALUE(WS-SEL-IDX)
                       MOVE "N" TO WS-SELECTED
                   END-IF
               WHEN "GE"
                   IF FLD-VALUE(WS-FLD-IDX) < SEL-VALUE(WS-SEL-IDX)
                       MOVE "N" TO WS-SELECTED
                   END-IF
               WHEN "SW"
                   PERFORM APPLY-STARTS-WITH-TEST
           END-EVALUATE.

       APPLY-STARTS-WITH-TEST.
           IF SEL-VALUE-LENGTH(WS-SEL-IDX) = ZERO
               CONTINUE
           ELSE
               IF FLD-VALUE(WS-FLD-IDX)
                       (1:SEL-VALUE-LENGTH(WS-SEL-IDX))
                       NOT = SEL-VALUE(WS-SEL-IDX)
                       (1:SEL-VALUE-LENGTH(WS-SEL-IDX))
                   MOVE "N" TO WS-SELECTED
               END-IF
           END-IF.

       WRITE-EXTRACT-RECORD.
           MOVE SPACES TO EXTRACT-RECORD.
           PERFORM LOAD-ONE-SORT-KEY
               VARYING WS-SRK-IDX FROM 1 BY 1
               UNTIL WS-SRK-IDX > WS-SORT-COUNT.
           ADD 1 TO WS-SEQUENCE.
           MOVE WS-SEQUENCE TO EXT-SEQUENCE.
           PERFORM BUILD-OUTPUT-LINE.
           MOVE WS-OUT-LINE TO EXT-LINE.
           WRITE EXTRACT-RECORD.

       LOAD-ONE-SORT-KEY.
           MOVE FLD-VALUE(SRK-FIELD(WS-SRK-IDX))
               TO EXT-SORT-KEY(WS-SRK-IDX).
           IF SRK-DIRECTION(WS-SRK-IDX) = "D"
               INSPECT EXT-SORT-KEY(WS-SRK-IDX)
                   CONVERTING WS-ASCENDING-CHARS
                   TO WS-DESCENDING-CHARS
           END-IF.

       BUILD-OUTPUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE 1 TO WS-OUT-POINTER.
           PERFORM ADD-ONE-OUTPUT-FIELD
               VARYING WS-OUT-IDX FROM 1 BY 1
               UNTIL WS-OUT-IDX > WS-OUTPUT-COUNT.

       ADD-ONE-OUTPUT-FIELD.
           MOVE OUT-FIELD(WS-OUT-IDX) TO WS-FLD-IDX.
           MOVE FLD-LENGTH(WS-FLD-IDX) TO WS-OUT-LENGTH.
           IF FIXED-OUTPUT
               STRING FLD-VALUE(WS-FLD-IDX)(1:WS-OUT-LENGTH)
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-POINTER
               END-STRING
           ELSE
               IF WS-OUT-IDX > 1
                   STRING WS-DELIMITER DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                       WITH POINTER WS-OUT-POINTER
                   END-STRING
               END-IF
               MOVE FLD-VALUE(WS-FLD-IDX) TO WS-DLM-VALUE
               PERFORM ADD-DELIMITED-VALUE
           END-IF.

      * The value goes out trimmed, and in quotes when
      * it holds the delimiter or a quote so the file
      * still splits into the right columns.
       ADD-DELIMITED-VALUE.
           MOVE ZERO TO WS-DLM-TALLY.
           INSPECT WS-DLM-VALUE TALLYING WS-DLM-TALLY
               FOR ALL WS-DELIMITER ALL QUOTE.
           IF WS-DLM-TALLY = ZERO
               IF WS-DLM-VALUE NOT = SPACES
                   STRING FUNCTION TRIM(WS-DLM-VALUE)
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                       WITH POINTER WS-OUT-POINTER
                   END-STRING
               END-IF
           ELSE
               MOVE ZERO TO WS-DLM-FIRST
               MOVE ZERO TO WS-DLM-LAST
               PERFORM MEASURE-ONE-DELIMITED-CHAR
                   VARYING WS-DLM-IDX FROM 1 BY 1
                   UNTIL WS-DLM-IDX > 30
               STRING QUOTE DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-POINTER
               END-STRING
               PERFORM ADD-ONE-QUOTED-CHAR
                   VARYING WS-DLM-IDX FROM WS-DLM-FIRST BY 1
                   UNTIL WS-DLM-IDX > WS-DLM-LAST
               STRING QUOTE DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-POINTER
               END-STRING
           END-IF.

       MEASURE-ONE-DELIMITED-CHAR.
           IF WS-DLM-VALUE(WS-DLM-IDX:1) NOT = SPACE
               IF WS-DLM-FIRST = ZERO
                   MOVE WS-DLM-IDX TO WS-DLM-FIRST
               END-IF
               MOVE WS-DLM-IDX TO WS-DLM-LAST
           END-IF.

       ADD-ONE-QUOTED-CHAR.
           IF WS-DLM-VALUE(WS-DLM-IDX:1) = QUOTE
               STRING QUOTE DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-POINTER
               END-STRING
           END-IF.
           STRING WS-DLM-VALUE(WS-DLM-IDX:1) DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-POINTER
           END-STRING.

      *----------------------------------------------
      * Sort and write.
      *----------------------------------------------
       SORT-EXTRACT.
           SORT EXTRACT-SORT-WORK-FILE
               ON ASCENDING KEY ESW-SORT-KEY-1 ESW-SORT-KEY-2
                   ESW-SORT-KEY-3 ESW-SEQUENCE
               USING EXTRACT-FILE
               GIVING SORTED-EXTRACT-FILE.

       WRITE-OUTPUT-FILE.
           OPEN INPUT SORTED-EXTRACT-FILE.
           OPEN OUTPUT OUTPUT-FILE.
           IF DELIMITED-OUTPUT
               PERFORM WRITE-HEADING-ROW
           END-IF.
           PERFORM WRITE-NEXT-OUTPUT-RECORD
               UNTIL WS-SRT-EOF = "Y".
           CLOSE OUTPUT-FILE.
           CLOSE SORTED-EXTRACT-FILE.

       WRITE-HEADING-ROW.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE 1 TO WS-OUT-POINTER.
           PERFORM ADD-ONE-HEADING
               VARYING WS-OUT-IDX FROM 1 BY 1
               UNTIL WS-OUT-IDX > WS-OUTPUT-COUNT.
           MOVE WS-OUT-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.

       ADD-ONE-HEADING.
           MOVE OUT-FIELD(WS-OUT-IDX) TO WS-FLD-IDX.
           IF WS-OUT-IDX > 1
               STRING WS-DELIMITER DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-POINTER
               END-STRING
           END-IF.
           MOVE FLD-NAME(WS-FLD-IDX) TO WS-DLM-VALUE.
           PERFORM ADD-DELIMITED-VALUE.

       WRITE-NEXT-OUTPUT-RECORD.
           READ SORTED-EXTRACT-FILE
               AT END
               MOVE "Y" TO WS-SRT-EOF
               NOT AT END
               MOVE SRT-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
           END-READ.

       WRITE-NOTE-LINE.
           MOVE NOTE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
