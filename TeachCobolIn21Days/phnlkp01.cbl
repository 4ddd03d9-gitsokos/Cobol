      * operators at level 2 or higher, so the help
      * desk can still reach those people while the
      * published outputs stay clean.
      * Anyone with a call cover running today (see
      * PHNCOV01) shows "calls covered by" the cover
      * and the cover's extension under their line on
      * the match list and on the detail panel, so the
      * caller can be put straight through.
      *----------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO "oncall.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COVERAGE-FILE
               ASSIGN TO "coverage.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INDEX-FILE
               ASSIGN TO "phnndx.dat"
               ORGANIZATION IS INDEXED
           05  PHONE-HOME-SITE      PIC X(4).
           05  PHONE-ENTRY-CLASS    PIC X.
           05  PHONE-UNLISTED       PIC X.
           05  PHONE-SUPERVISOR-ID  PIC 9(6).
           05  PHONE-SPONSOR-ID     PIC 9(6).
           05  PHONE-END-DATE       PIC 9(8).

       FD  ONCALL-FILE
           LABEL RECORDS OMITTED.
           05  ONC-START-DATE       PIC 9(8).
           05  ONC-END-DATE         PIC 9(8).

       FD  COVERAGE-FILE
           LABEL RECORDS OMITTED.
       01  COVERAGE-RECORD.
           05  COV-ABSENT-ID        PIC 9(6).
           05  COV-COVER-ID         PIC 9(6).
           05  COV-START-DATE       PIC 9(8).
           05  COV-END-DATE         PIC 9(8).

       FD  INDEX-FILE
           LABEL RECORDS ARE STANDARD.
       01  INDEX-RECORD.
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                  PIC 9(8).

      * Covers running today, loaded once at sign-on
      * with the cover's name and extension already
      * looked up - reading the master for them in the
      * middle of an extension or department browse
      * would lose the browse's place.
       01  WS-COV-EOF             PIC X       VALUE "N".
       01  WS-CVG-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-CVG-IDX             PIC 9(3)    VALUE ZERO.
       01  WS-CVG-TABLE.
           05  WS-CVG-ENTRY       OCCURS 200 TIMES.
               10  CVG-ABSENT-ID  PIC 9(6).
               10  CVG-COVER-ID   PIC 9(6).
               10  CVG-COVER-LAST PIC X(20).
               10  CVG-COVER-FIRST PIC X(20).
               10  CVG-COVER-EXTENSION PIC X(5).
               10  CVG-COVER-STATUS PIC X.
               10  CVG-COVER-UNLISTED PIC X.
       01  WS-CVG-FOUND           PIC X       VALUE "N".
       01  WS-COVERAGE-TEXT       PIC X(60)   VALUE SPACES.
       01  WS-DTL-COVERAGE        PIC X(60)   VALUE SPACES.

      * Soundex work fields for the phonetic name
      * search.
       01  WS-NDX-EOF             PIC X       VALUE "N".
           05  LINE 14 COLUMN 2 VALUE "Status:".
           05  LINE 14 COLUMN 16 PIC X
               FROM PHONE-STATUS.
           05  LINE 15 COLUMN 2 PIC X(60)
               FROM WS-DTL-COVERAGE.
           05  LINE 16 COLUMN 2
               VALUE "Press ENTER to return.".
           05  LINE 16 COLUMN 26 PIC X
           IF WS-SIGNON-OK = "N"
               DISPLAY "Too many failed sign-on attempts."
               MOVE "N" TO WS-SEARCH-AGAIN
           ELSE
               PERFORM LOAD-CURRENT-COVERAGE
           END-IF.

       SIGN-ON.
           MOVE PHONE-NUMBER(4) TO WS-FMT-IN-NUMBER.
           PERFORM FORMAT-PHONE-FOR-DISPLAY.
           MOVE WS-FMT-OUT-NUMBER TO WS-DTL-NUMBER-4.
           PERFORM BUILD-COVERAGE-TEXT.
           MOVE WS-COVERAGE-TEXT TO WS-DTL-COVERAGE.
           MOVE SPACE TO WS-PAUSE.
           DISPLAY DETAIL-SCREEN.
           ACCEPT DETAIL-SCREEN.
                   PHONE-LAST-NAME ", " PHONE-FIRST-NAME
                   "  " WS-FMT-OUT-NUMBER "  x" PHONE-EXTENSION
                   "  " PHONE-DEPARTMENT
               PERFORM BUILD-COVERAGE-TEXT
               IF WS-COVERAGE-TEXT NOT = SPACES
                   DISPLAY "        " WS-COVERAGE-TEXT
               END-IF
           ELSE
               ADD 1 TO WS-MATCH-OVERFLOW
           END-IF.

      * Only the covers running today are kept; the
      * cover's details come from the master as it
      * stands at sign-on.
       LOAD-CURRENT-COVERAGE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-CVG-COUNT.
           MOVE "N" TO WS-COV-EOF.
           OPEN INPUT COVERAGE-FILE.
           PERFORM LOAD-ONE-COVERAGE
               UNTIL WS-COV-EOF = "Y".
           CLOSE COVERAGE-FILE.

       LOAD-ONE-COVERAGE.
           READ COVERAGE-FILE
               AT END
               MOVE "Y" TO WS-COV-EOF
               NOT AT END
               IF COV-START-DATE <= WS-CURRENT-DATE-N
                       AND COV-END-DATE >= WS-CURRENT-DATE-N
                       AND WS-CVG-COUNT < 200
                   PERFORM STORE-CURRENT-COVERAGE
               END-IF
           END-READ.

       STORE-CURRENT-COVERAGE.
           ADD 1 TO WS-CVG-COUNT.
           MOVE COV-ABSENT-ID TO CVG-ABSENT-ID(WS-CVG-COUNT).
           MOVE COV-COVER-ID TO CVG-COVER-ID(WS-CVG-COUNT).
           MOVE COV-COVER-ID TO PHONE-EMPLOYEE-ID.
           READ PHONE-FILE
               INVALID KEY
               MOVE SPACES TO CVG-COVER-LAST(WS-CVG-COUNT)
               MOVE SPACES TO CVG-COVER-FIRST(WS-CVG-COUNT)
               MOVE SPACES TO CVG-COVER-EXTENSION(WS-CVG-COUNT)
               MOVE "T" TO CVG-COVER-STATUS(WS-CVG-COUNT)
               MOVE SPACE TO CVG-COVER-UNLISTED(WS-CVG-COUNT)
               NOT INVALID KEY
               MOVE PHONE-LAST-NAME TO CVG-COVER-LAST(WS-CVG-COUNT)
               MOVE PHONE-FIRST-NAME
                   TO CVG-COVER-FIRST(WS-CVG-COUNT)
               MOVE PHONE-EXTENSION
                   TO CVG-COVER-EXTENSION(WS-CVG-COUNT)
               MOVE PHONE-STATUS TO CVG-COVER-STATUS(WS-CVG-COUNT)
               MOVE PHONE-UNLISTED
                   TO CVG-COVER-UNLISTED(WS-CVG-COUNT)
           END-READ.

      * The unlisted rule holds for the cover too: below
      * operator level 2 an unlisted cover is not
      * named.  A cover who has since left or gone on
      * leave is flagged instead of trusted.
       BUILD-COVERAGE-TEXT.
           MOVE SPACES TO WS-COVERAGE-TEXT.
           MOVE "N" TO WS-CVG-FOUND.
           PERFORM FIND-ONE-COVERAGE
               VARYING WS-CVG-IDX FROM 1 BY 1
               UNTIL WS-CVG-IDX > WS-CVG-COUNT
                   OR WS-CVG-FOUND = "Y".
           IF WS-CVG-FOUND = "Y"
               SUBTRACT 1 FROM WS-CVG-IDX
               PERFORM FORMAT-COVERAGE-TEXT
           END-IF.

       FIND-ONE-COVERAGE.
           IF CVG-ABSENT-ID(WS-CVG-IDX) = PHONE-EMPLOYEE-ID
               MOVE "Y" TO WS-CVG-FOUND
           END-IF.

       FORMAT-COVERAGE-TEXT.
           EVALUATE TRUE
               WHEN CVG-COVER-STATUS(WS-CVG-IDX) NOT = "A"
                   STRING "calls covered by " DELIMITED BY SIZE
                       CVG-COVER-ID(WS-CVG-IDX) DELIMITED BY SIZE
                       " ** COVER NOT ACTIVE **" DELIMITED BY SIZE
                       INTO WS-COVERAGE-TEXT
                   END-STRING
               WHEN CVG-COVER-UNLISTED(WS-CVG-IDX) = "U"
                       AND WS-OPERATOR-LEVEL < 2
                   MOVE "calls covered (unlisted - ask a supervisor)"
                       TO WS-COVERAGE-TEXT
               WHEN OTHER
                   STRING "calls covered by " DELIMITED BY SIZE
                       CVG-COVER-LAST(WS-CVG-IDX) DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       CVG-COVER-FIRST(WS-CVG-IDX) DELIMITED BY "  "
                       "  x" DELIMITED BY SIZE
                       CVG-COVER-EXTENSION(WS-CVG-IDX)
                           DELIMITED BY SIZE
                       INTO WS-COVERAGE-TEXT
                   END-STRING
           END-EVALUATE.

       FORMAT-PHONE-FOR-DISPLAY.
           MOVE SPACES TO WS-FMT-OUT-NUMBER.
           EVALUATE TRUE
