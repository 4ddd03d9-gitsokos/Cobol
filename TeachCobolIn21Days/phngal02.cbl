       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNGAL02.
      *----------------------------------------------
      * Address book reconciliation.
      * Matches the mail system's own export of the
      * global address list (galexp.dat, in the
      * PHNGAL01 feed layout) against the directory
      * master by employee ID and reports:
      *   BOOK-ONLY  in the address book, not on the
      *              master at all
      *   BOOK-DUP   the same ID twice in the book
      *   SHOULD-GO  in the address book although the
      *              master would not publish it -
      *              terminated, unlisted or facility
      *   MISSING    published by the master but not
      *              in the address book
      *   MISMATCH   on both, one line per field that
      *              disagrees, showing the value here
      *              and the value in the book
      * The fields compared are the ones the feed
      * carries from the master itself: names,
      * department code, extension, desk and mobile
      * numbers, building and floor of the location,
      * and home site.  Numbers are compared as digits
      * so punctuation in the book's copy is not a
      * difference.  Descriptive names taken from the
      * department and site masters are not compared.
      * Report on phngal02.rpt; RETURN-CODE 4 when any
      * discrepancy was found.
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

           SELECT OPTIONAL BOOK-FILE
               ASSIGN TO "galexp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BOOK-SORT-WORK-FILE
               ASSIGN TO "phngal02.tmp".

           SELECT OPTIONAL SORTED-BOOK-FILE
               ASSIGN TO "phngal02.srt"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "phngal02.rpt"
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

       FD  BOOK-FILE
           LABEL RECORDS OMITTED.
       01  BOOK-RECORD.
           05  BK-EMPLOYEE-ID       PIC X(6).
           05  BK-LAST-NAME         PIC X(20).
           05  BK-FIRST-NAME        PIC X(20).
           05  BK-DEPARTMENT        PIC X(10).
           05  BK-DEPT-NAME         PIC X(30).
           05  BK-EXTENSION         PIC X(5).
           05  BK-DESK-NUMBER       PIC X(15).
           05  BK-MOBILE-NUMBER     PIC X(15).
           05  BK-BUILDING          PIC X(20).
           05  BK-FLOOR             PIC X(4).
           05  BK-SITE              PIC X(4).
           05  BK-SITE-NAME         PIC X(20).

       SD  BOOK-SORT-WORK-FILE.
       01  BOOK-SORT-WORK-RECORD.
           05  BSW-EMPLOYEE-ID      PIC X(6).
           05  BSW-LAST-NAME        PIC X(20).
           05  BSW-FIRST-NAME       PIC X(20).
           05  BSW-DEPARTMENT       PIC X(10).
           05  BSW-DEPT-NAME        PIC X(30).
           05  BSW-EXTENSION        PIC X(5).
           05  BSW-DESK-NUMBER      PIC X(15).
           05  BSW-MOBILE-NUMBER    PIC X(15).
           05  BSW-BUILDING         PIC X(20).
           05  BSW-FLOOR            PIC X(4).
           05  BSW-SITE             PIC X(4).
           05  BSW-SITE-NAME        PIC X(20).

       FD  SORTED-BOOK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-BOOK-RECORD.
           05  SBK-EMPLOYEE-ID      PIC X(6).
           05  SBK-LAST-NAME        PIC X(20).
           05  SBK-FIRST-NAME       PIC X(20).
           05  SBK-DEPARTMENT       PIC X(10).
           05  SBK-DEPT-NAME        PIC X(30).
           05  SBK-EXTENSION        PIC X(5).
           05  SBK-DESK-NUMBER      PIC X(15).
           05  SBK-MOBILE-NUMBER    PIC X(15).
           05  SBK-BUILDING         PIC X(20).
           05  SBK-FLOOR            PIC X(4).
           05  SBK-SITE             PIC X(4).
           05  SBK-SITE-NAME        PIC X(20).

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-DIR-EOF               PIC X       VALUE "N".
       01  WS-BOOK-EOF              PIC X       VALUE "N".
       01  WS-SLOT-IDX              PIC 9.

       01  WS-DIR-KEY               PIC X(6).
       01  WS-PREV-BOOK-KEY         PIC X(6)    VALUE LOW-VALUES.
       01  WS-PUBLISHED             PIC X.
       01  WS-PAIR-DIFFERS          PIC X.

       01  WS-BOOK-READ-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-DIR-READ-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-PUBLISHED-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-AGREED-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-MISMATCH-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-FIELD-DIFF-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-MISSING-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-BOOK-ONLY-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-BOOK-DUP-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-SHOULD-GO-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-BAD-BOOK-COUNT        PIC 9(6)    VALUE ZERO.

      * The master's values as the feed would publish
      * them.
       01  WS-HERE-DESK             PIC X(15).
       01  WS-HERE-MOBILE           PIC X(15).
       01  WS-HERE-BUILDING         PIC X(20).
       01  WS-HERE-FLOOR            PIC X(4).

      * One field comparison.
       01  WS-CMP-FIELD             PIC X(10).
       01  WS-CMP-HERE              PIC X(20).
       01  WS-CMP-BOOK              PIC X(20).

      * Numbers from either side are reduced to digits
      * and printed the one way before they are
      * compared.
       01  WS-CMP-NUMBER            PIC X(15).
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
           05  FILLER               PIC X(24)
               VALUE "ADDRESS BOOK RECONCILE  ".
           05  FILLER               PIC X(10) VALUE "  RUN DATE".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  HDR-RUN-MM           PIC 99.
           05  FILLER               PIC X    VALUE "/".
           05  HDR-RUN-DD           PIC 99.
           05  FILLER               PIC X    VALUE "/".
           05  HDR-RUN-YYYY         PIC 9999.

       01  DETAIL-LINE.
           05  DET-BUCKET           PIC X(10).
           05  FILLER               PIC X(5)  VALUE " EMP:".
           05  DET-EMPLOYEE-ID      PIC X(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  DET-LAST-NAME        PIC X(20).
           05  DET-FIRST-NAME       PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  DET-DETAIL           PIC X(68).

       01  FIELD-DETAIL.
           05  FLD-NAME             PIC X(10).
           05  FILLER               PIC X(7)  VALUE " HERE: ".
           05  FLD-HERE             PIC X(20).
           05  FILLER               PIC X(7)  VALUE " BOOK: ".
           05  FLD-BOOK             PIC X(20).

       01  COUNT-LINE.
           05  CNT-LABEL            PIC X(28).
           05  CNT-VALUE            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM READ-NEXT-DIRECTORY-RECORD.
           PERFORM READ-NEXT-BOOK-RECORD.
           PERFORM MATCH-THE-FILES
               UNTIL WS-DIR-EOF = "Y" AND WS-BOOK-EOF = "Y".
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           IF WS-MISMATCH-COUNT > 0 OR WS-MISSING-COUNT > 0
                   OR WS-BOOK-ONLY-COUNT > 0
                   OR WS-BOOK-DUP-COUNT > 0
                   OR WS-SHOULD-GO-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Level 2 Routines

       OPENING-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           SORT BOOK-SORT-WORK-FILE
               ON ASCENDING KEY BSW-EMPLOYEE-ID
               USING BOOK-FILE
               GIVING SORTED-BOOK-FILE.
           OPEN INPUT SORTED-BOOK-FILE.
           OPEN INPUT PHONE-FILE.
           OPEN INPUT LOCATION-FILE.
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
           MOVE "ADDRESS BOOK ROWS READ:     " TO CNT-LABEL.
           MOVE WS-BOOK-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "DIRECTORY RECORDS READ:     " TO CNT-LABEL.
           MOVE WS-DIR-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  PUBLISHED BY THE MASTER:  " TO CNT-LABEL.
           MOVE WS-PUBLISHED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "IN AGREEMENT:               " TO CNT-LABEL.
           MOVE WS-AGREED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "PEOPLE WITH DIFFERENCES:    " TO CNT-LABEL.
           MOVE WS-MISMATCH-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  FIELDS THAT DISAGREE:     " TO CNT-LABEL.
           MOVE WS-FIELD-DIFF-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "MISSING FROM ADDRESS BOOK:  " TO CNT-LABEL.
           MOVE WS-MISSING-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "IN BOOK, NOT ON MASTER:     " TO CNT-LABEL.
           MOVE WS-BOOK-ONLY-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "DUPLICATE IDS IN BOOK:      " TO CNT-LABEL.
           MOVE WS-BOOK-DUP-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "IN BOOK, NOT PUBLISHABLE:   " TO CNT-LABEL.
           MOVE WS-SHOULD-GO-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "BAD BOOK ROWS SKIPPED:      " TO CNT-LABEL.
           MOVE WS-BAD-BOOK-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           CLOSE SORTED-BOOK-FILE.
           CLOSE PHONE-FILE.
           CLOSE LOCATION-FILE.
           CLOSE REPORT-FILE.

      * Every master record takes part in the match, so
      * a book row for a terminated or unlisted entry
      * can be told apart from one the master has
      * never held.
       READ-NEXT-DIRECTORY-RECORD.
           READ PHONE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-DIR-EOF
               MOVE HIGH-VALUES TO WS-DIR-KEY
               NOT AT END
               ADD 1 TO WS-DIR-READ-COUNT
               MOVE PHONE-KEY TO WS-DIR-KEY
               PERFORM CHECK-PUBLISHED
           END-READ.

       CHECK-PUBLISHED.
           IF PHONE-UNLISTED = "U" OR PHONE-STATUS = "T"
                   OR PHONE-ENTRY-CLASS = "F"
               MOVE "N" TO WS-PUBLISHED
           ELSE
               MOVE "Y" TO WS-PUBLISHED
               ADD 1 TO WS-PUBLISHED-COUNT
           END-IF.

       READ-NEXT-BOOK-RECORD.
           PERFORM READ-ONE-BOOK-RECORD.
           PERFORM SKIP-BAD-BOOK-RECORD
               UNTIL WS-BOOK-EOF = "Y"
                  OR SBK-EMPLOYEE-ID IS NUMERIC.

       SKIP-BAD-BOOK-RECORD.
           ADD 1 TO WS-BAD-BOOK-COUNT.
           PERFORM READ-ONE-BOOK-RECORD.

       READ-ONE-BOOK-RECORD.
           IF WS-BOOK-EOF = "N"
               READ SORTED-BOOK-FILE
                   AT END
                   MOVE "Y" TO WS-BOOK-EOF
                   MOVE HIGH-VALUES TO SBK-EMPLOYEE-ID
                   NOT AT END
                   ADD 1 TO WS-BOOK-READ-COUNT
               END-READ
           END-IF.

      * A repeated book ID is reported against the row
      * before it; the directory side has already moved
      * on by then.
       MATCH-THE-FILES.
           EVALUATE TRUE
               WHEN WS-BOOK-EOF = "N"
                       AND SBK-EMPLOYEE-ID = WS-PREV-BOOK-KEY
                   PERFORM REPORT-BOOK-DUPLICATE
                   PERFORM READ-NEXT-BOOK-RECORD
               WHEN WS-DIR-EOF = "Y" AND WS-BOOK-EOF = "N"
                   PERFORM REPORT-BOOK-ONLY
                   PERFORM READ-NEXT-BOOK-RECORD
               WHEN WS-BOOK-EOF = "Y" AND WS-DIR-EOF = "N"
                   PERFORM REPORT-MISSING-FROM-BOOK
                   PERFORM READ-NEXT-DIRECTORY-RECORD
               WHEN WS-DIR-KEY < SBK-EMPLOYEE-ID
                   PERFORM REPORT-MISSING-FROM-BOOK
                   PERFORM READ-NEXT-DIRECTORY-RECORD
               WHEN WS-DIR-KEY > SBK-EMPLOYEE-ID
                   PERFORM REPORT-BOOK-ONLY
                   PERFORM READ-NEXT-BOOK-RECORD
               WHEN OTHER
                   PERFORM COMPARE-MATCHED-PAIR
                   PERFORM READ-NEXT-DIRECTORY-RECORD
                   PERFORM READ-NEXT-BOOK-RECORD
           END-EVALUATE.

       REPORT-BOOK-DUPLICATE.
           ADD 1 TO WS-BOOK-DUP-COUNT.
           MOVE "BOOK-DUP  " TO DET-BUCKET.
           PERFORM MOVE-BOOK-NAMES.
           MOVE "SAME ID MORE THAN ONCE IN THE ADDRESS BOOK"
               TO DET-DETAIL.
           PERFORM WRITE-DETAIL-LINE.

       REPORT-BOOK-ONLY.
           MOVE SBK-EMPLOYEE-ID TO WS-PREV-BOOK-KEY.
           ADD 1 TO WS-BOOK-ONLY-COUNT.
           MOVE "BOOK-ONLY " TO DET-BUCKET.
           PERFORM MOVE-BOOK-NAMES.
           MOVE "NOT ON THE DIRECTORY MASTER" TO DET-DETAIL.
           PERFORM WRITE-DETAIL-LINE.

      * Only entries the master publishes are expected
      * in the book.
       REPORT-MISSING-FROM-BOOK.
           IF WS-PUBLISHED = "Y"
               ADD 1 TO WS-MISSING-COUNT
               MOVE "MISSING   " TO DET-BUCKET
               PERFORM MOVE-DIRECTORY-NAMES
               MOVE "PUBLISHED HERE, NOT IN THE ADDRESS BOOK"
                   TO DET-DETAIL
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       COMPARE-MATCHED-PAIR.
           MOVE SBK-EMPLOYEE-ID TO WS-PREV-BOOK-KEY.
           IF WS-PUBLISHED = "N"
               PERFORM REPORT-SHOULD-GO
           ELSE
               PERFORM COMPARE-PUBLISHED-FIELDS
           END-IF.

       REPORT-SHOULD-GO.
           ADD 1 TO WS-SHOULD-GO-COUNT.
           MOVE "SHOULD-GO " TO DET-BUCKET.
           PERFORM MOVE-DIRECTORY-NAMES.
           EVALUATE TRUE
               WHEN PHONE-STATUS = "T"
                   MOVE "TERMINATED HERE - REMOVE FROM THE BOOK"
                       TO DET-DETAIL
               WHEN PHONE-UNLISTED = "U"
                   MOVE "UNLISTED HERE - REMOVE FROM THE BOOK"
                       TO DET-DETAIL
               WHEN OTHER
                   MOVE "FACILITY ENTRY HERE - NOT A PERSON"
                       TO DET-DETAIL
           END-EVALUATE.
           PERFORM WRITE-DETAIL-LINE.

       COMPARE-PUBLISHED-FIELDS.
           MOVE "N" TO WS-PAIR-DIFFERS.
           PERFORM BUILD-HERE-VALUES.
           MOVE "LAST NAME " TO WS-CMP-FIELD.
           MOVE PHONE-LAST-NAME TO WS-CMP-HERE.
           MOVE SBK-LAST-NAME TO WS-CMP-BOOK.
           PERFORM COMPARE-ONE-FIELD.
           MOVE "FIRST NAME" TO WS-CMP-FIELD.
           MOVE PHONE-FIRST-NAME TO WS-CMP-HERE.
           MOVE SBK-FIRST-NAME TO WS-CMP-BOOK.
           PERFORM COMPARE-ONE-FIELD.
           MOVE "DEPARTMENT" TO WS-CMP-FIELD.
           MOVE PHONE-DEPARTMENT TO WS-CMP-HERE.
           MOVE SBK-DEPARTMENT TO WS-CMP-BOOK.
           PERFORM COMPARE-ONE-FIELD.
           MOVE "EXTENSION " TO WS-CMP-FIELD.
           MOVE PHONE-EXTENSION TO WS-CMP-HERE.
           MOVE SBK-EXTENSION TO WS-CMP-BOOK.
           PERFORM COMPARE-ONE-FIELD.
           MOVE "DESK NO.  " TO WS-CMP-FIELD.
           MOVE WS-HERE-DESK TO WS-CMP-HERE.
           MOVE SBK-DESK-NUMBER TO WS-CMP-NUMBER.
           PERFORM PREPARE-COMPARE-NUMBER.
           MOVE WS-CMP-NUMBER TO WS-CMP-BOOK.
           PERFORM COMPARE-ONE-FIELD.
           MOVE "MOBILE NO." TO WS-CMP-FIELD.
           MOVE WS-HERE-MOBILE TO WS-CMP-HERE.
           MOVE SBK-MOBILE-NUMBER TO WS-CMP-NUMBER.
           PERFORM PREPARE-COMPARE-NUMBER.
           MOVE WS-CMP-NUMBER TO WS-CMP-BOOK.
           PERFORM COMPARE-ONE-FIELD.
           MOVE "BUILDING  " TO WS-CMP-FIELD.
           MOVE WS-HERE-BUILDING TO WS-CMP-HERE.
           MOVE SBK-BUILDING TO WS-CMP-BOOK.
           PERFORM COMPARE-ONE-FIELD.
           MOVE "FLOOR     " TO WS-CMP-FIELD.
           MOVE WS-HERE-FLOOR TO WS-CMP-HERE.
           MOVE SBK-FLOOR TO WS-CMP-BOOK.
           PERFORM COMPARE-ONE-FIELD.
           MOVE "SITE      " TO WS-CMP-FIELD.
           MOVE PHONE-HOME-SITE TO WS-CMP-HERE.
           MOVE SBK-SITE TO WS-CMP-BOOK.
           PERFORM COMPARE-ONE-FIELD.
           IF WS-PAIR-DIFFERS = "Y"
               ADD 1 TO WS-MISMATCH-COUNT
           ELSE
               ADD 1 TO WS-AGREED-COUNT
           END-IF.

      * The same first-desk / first-mobile rule and
      * location lookup as the feed.
       BUILD-HERE-VALUES.
           MOVE SPACES TO WS-HERE-DESK.
           MOVE SPACES TO WS-HERE-MOBILE.
           MOVE SPACES TO WS-HERE-BUILDING.
           MOVE SPACES TO WS-HERE-FLOOR.
           PERFORM PICK-HERE-NUMBERS
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 4.
           IF PHONE-LOCATION NOT = SPACES
               MOVE PHONE-LOCATION TO LOC-CODE
               READ LOCATION-FILE
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE LOC-BUILDING TO WS-HERE-BUILDING
                   MOVE LOC-FLOOR TO WS-HERE-FLOOR
               END-READ
           END-IF.

       PICK-HERE-NUMBERS.
           IF PHONE-NUMBER(WS-SLOT-IDX) NOT = SPACES
               MOVE PHONE-NUMBER(WS-SLOT-IDX) TO WS-CMP-NUMBER
               PERFORM PREPARE-COMPARE-NUMBER
               IF PHONE-NUMBER-TYPE(WS-SLOT-IDX) = "D"
                       AND WS-HERE-DESK = SPACES
                   MOVE WS-CMP-NUMBER TO WS-HERE-DESK
               END-IF
               IF PHONE-NUMBER-TYPE(WS-SLOT-IDX) = "M"
                       AND WS-HERE-MOBILE = SPACES
                   MOVE WS-CMP-NUMBER TO WS-HERE-MOBILE
               END-IF
           END-IF.

      * A number that reduces to 7 or 10 digits is
      * printed as (AAA) NNN-NNNN; anything else is
      * compared exactly as it stands.
       PREPARE-COMPARE-NUMBER.
           MOVE WS-CMP-NUMBER TO WS-RAW-NUMBER.
           PERFORM NORMALIZE-PHONE-NUMBER.
           IF WS-NORM-OK = "Y"
               MOVE WS-NORM-NUMBER TO WS-FMT-IN-NUMBER
               PERFORM FORMAT-PHONE-FOR-PRINT
               MOVE WS-FMT-OUT-NUMBER TO WS-CMP-NUMBER
           END-IF.

       COMPARE-ONE-FIELD.
           IF WS-CMP-HERE NOT = WS-CMP-BOOK
               MOVE "Y" TO WS-PAIR-DIFFERS
               ADD 1 TO WS-FIELD-DIFF-COUNT
               MOVE "MISMATCH  " TO DET-BUCKET
               PERFORM MOVE-DIRECTORY-NAMES
               MOVE WS-CMP-FIELD TO FLD-NAME
               MOVE WS-CMP-HERE TO FLD-HERE
               MOVE WS-CMP-BOOK TO FLD-BOOK
               MOVE FIELD-DETAIL TO DET-DETAIL
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       MOVE-DIRECTORY-NAMES.
           MOVE WS-DIR-KEY TO DET-EMPLOYEE-ID.
           MOVE PHONE-LAST-NAME TO DET-LAST-NAME.
           MOVE PHONE-FIRST-NAME TO DET-FIRST-NAME.

       MOVE-BOOK-NAMES.
           MOVE SBK-EMPLOYEE-ID TO DET-EMPLOYEE-ID.
           MOVE SBK-LAST-NAME TO DET-LAST-NAME.
           MOVE SBK-FIRST-NAME TO DET-FIRST-NAME.

       WRITE-DETAIL-LINE.
           MOVE DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

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

      * Canonical numbers print as (AAA) NNN-NNNN, or
      * NNN-NNNN with no area code.
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
