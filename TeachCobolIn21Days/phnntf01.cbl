       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNNTF01.
      *----------------------------------------------
      * Emergency mass-notification export.
      * Builds the import file for the alerting service
      * (phnntf01.out) so facilities can text everyone
      * in a site, building, floor or department at
      * once.  Every active person on the master is a
      * candidate (facility entries are rooms and
      * shared lines and are left off, as on the call
      * tree).  The number sent is the first mobile in
      * the PHONE-NUMBER slots that holds a full ten
      * digit number; with no usable mobile the
      * after-hours number of the emergency contact on
      * emgcon.dat is sent instead and the row is
      * marked E.  Each row carries the home site, and
      * the building and floor of the entry's location
      * from locmst.dat.
      * Selection is by control cards (phnntf01.ctl),
      * keyword in columns 1-10 and value from column
      * 11: SITE, BUILDING, FLOOR, DEPARTMENT.  Every
      * card given must match; with no cards the whole
      * active staff is exported.  A card that cannot
      * be read stops the run and leaves the export
      * empty - a mistyped building must not turn into
      * a text to the whole company, nor let the last
      * run's file go out again.
      * Vendor format, fixed 120-byte records: an H
      * header, one D row per person, a T trailer with
      * the row count.  The rows are in site, building,
      * floor and name order.
      * The report (phnntf01.rpt) echoes the selection,
      * counts the rows by site, building and floor,
      * and lists every selected person who cannot be
      * reached by text.
      * RETURN-CODE 4 when anyone cannot be reached,
      * 8 when a control card is rejected.
      *----------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OPTIONAL CONTACT-FILE
               ASSIGN TO "emgcon.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMG-KEY.

           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "phnntf01.ctl"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXTRACT-FILE
               ASSIGN TO "phnntf01.ext"
               ORGANIZATION IS SEQUENTIAL.

           SELECT NOTIFY-SORT-WORK-FILE
               ASSIGN TO "phnntf01.tmp".

           SELECT OPTIONAL SORTED-EXTRACT-FILE
               ASSIGN TO "phnntf01.srt"
               ORGANIZATION IS SEQUENTIAL.

           SELECT NOTIFY-FILE
               ASSIGN TO "phnntf01.out"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "phnntf01.rpt"
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

       FD  CONTACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMG-RECORD.
           05  EMG-KEY.
               10  EMG-EMPLOYEE-ID  PIC 9(6).
           05  EMG-CONTACT-NAME     PIC X(25).
           05  EMG-RELATIONSHIP     PIC X(10).
           05  EMG-AFTER-HOURS      PIC X(15).

       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
       01  CONTROL-RECORD.
           05  CTL-KEYWORD          PIC X(10).
           05  CTL-VALUE            PIC X(20).

       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-RECORD.
           05  EXT-SITE             PIC X(4).
           05  EXT-BUILDING         PIC X(20).
           05  EXT-FLOOR            PIC X(4).
           05  EXT-LAST-NAME        PIC X(20).
           05  EXT-FIRST-NAME       PIC X(20).
           05  EXT-EMPLOYEE-ID      PIC 9(6).
           05  EXT-TEXT-NUMBER      PIC X(10).
           05  EXT-NUMBER-SOURCE    PIC X.
           05  EXT-DEPARTMENT       PIC X(10).
           05  EXT-EXTENSION        PIC X(5).

       SD  NOTIFY-SORT-WORK-FILE.
       01  NOTIFY-SORT-WORK-RECORD.
           05  NSW-SITE             PIC X(4).
           05  NSW-BUILDING         PIC X(20).
           05  NSW-FLOOR            PIC X(4).
           05  NSW-LAST-NAME        PIC X(20).
           05  NSW-FIRST-NAME       PIC X(20).
           05  NSW-EMPLOYEE-ID      PIC 9(6).
           05  NSW-TEXT-NUMBER      PIC X(10).
           05  NSW-NUMBER-SOURCE    PIC X.
           05  NSW-DEPARTMENT       PIC X(10).
           05  NSW-EXTENSION        PIC X(5).

       FD  SORTED-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-EXTRACT-RECORD.
           05  SRT-SITE             PIC X(4).
           05  SRT-BUILDING         PIC X(20).
           05  SRT-FLOOR            PIC X(4).
           05  SRT-LAST-NAME        PIC X(20).
           05  SRT-FIRST-NAME       PIC X(20).
           05  SRT-EMPLOYEE-ID      PIC 9(6).
           05  SRT-TEXT-NUMBER      PIC X(10).
           05  SRT-NUMBER-SOURCE    PIC X.
           05  SRT-DEPARTMENT       PIC X(10).
           05  SRT-EXTENSION        PIC X(5).

      * Alerting service import layout.  Numbers are
      * ten bare digits, area code first.
       FD  NOTIFY-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTIFY-DETAIL-RECORD.
           05  NTF-RECORD-TYPE      PIC X.
           05  NTF-CONTACT-ID       PIC 9(6).
           05  NTF-LAST-NAME        PIC X(20).
           05  NTF-FIRST-NAME       PIC X(20).
           05  NTF-TEXT-NUMBER      PIC X(10).
           05  NTF-NUMBER-SOURCE    PIC X.
           05  NTF-SITE             PIC X(4).
           05  NTF-BUILDING         PIC X(20).
           05  NTF-FLOOR            PIC X(4).
           05  NTF-DEPARTMENT       PIC X(10).
           05  NTF-EXTENSION        PIC X(5).
           05  FILLER               PIC X(19).
       01  NOTIFY-HEADER-RECORD.
           05  NTH-RECORD-TYPE      PIC X.
           05  NTH-SOURCE           PIC X(8).
           05  NTH-CREATED-DATE     PIC 9(8).
           05  FILLER               PIC X(103).
       01  NOTIFY-TRAILER-RECORD.
           05  NTT-RECORD-TYPE      PIC X.
           05  NTT-ROW-COUNT        PIC 9(7).
           05  FILLER               PIC X(112).

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG              PIC X       VALUE "N".
       01  WS-SRT-EOF               PIC X       VALUE "N".
       01  WS-CTL-EOF               PIC X       VALUE "N".
       01  WS-SLOT-IDX              PIC 9.

      * Selection from the control cards; spaces mean
      * the field is not used to select.
       01  WS-SEL-SITE              PIC X(4)    VALUE SPACES.
       01  WS-SEL-BUILDING          PIC X(20)   VALUE SPACES.
       01  WS-SEL-FLOOR             PIC X(4)    VALUE SPACES.
       01  WS-SEL-DEPARTMENT        PIC X(10)   VALUE SPACES.
       01  WS-SELECTED              PIC X.

       01  WS-BUILDING              PIC X(20).
       01  WS-FLOOR                 PIC X(4).
       01  WS-TEXT-NUMBER           PIC X(10).
       01  WS-NUMBER-SOURCE         PIC X.
       01  WS-NO-TEXT-REASON        PIC X(30).

       01  WS-CANDIDATE-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-SELECTED-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-MOBILE-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-CONTACT-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-UNREACHABLE-COUNT     PIC 9(6)    VALUE ZERO.
       01  WS-NO-LOCATION-COUNT     PIC 9(6)    VALUE ZERO.
       01  WS-ROW-COUNT             PIC 9(7)    VALUE ZERO.
       01  WS-BAD-CARD-COUNT        PIC 9(4)    VALUE ZERO.
       01  WS-GROUP-MOBILE          PIC 9(5)    VALUE ZERO.
       01  WS-GROUP-CONTACT         PIC 9(5)    VALUE ZERO.

       01  WS-PREV-SITE             PIC X(4)    VALUE LOW-VALUES.
       01  WS-PREV-BUILDING         PIC X(20)   VALUE LOW-VALUES.
       01  WS-PREV-FLOOR            PIC X(4)    VALUE LOW-VALUES.
       01  WS-FIRST-GROUP-FLAG      PIC X       VALUE "Y".

      * Numbers are reduced to bare digits before they
      * go to the vendor; only a full ten-digit number
      * can take a text.
       01  WS-RAW-NUMBER            PIC X(15).
       01  WS-NORM-NUMBER.
           05  WS-NORM-AREA         PIC X(3).
           05  WS-NORM-LOCAL        PIC X(12).
       01  WS-NORM-DIGITS           PIC X(10).
       01  WS-NORM-DIGIT-COUNT      PIC 99.
       01  WS-NORM-IDX              PIC 99.
       01  WS-NORM-CHAR             PIC X.
       01  WS-NORM-OK               PIC X.

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(24)
               VALUE "MASS NOTIFICATION EXPORT".
           05  FILLER               PIC X(10) VALUE "  RUN DATE".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  HDR-RUN-MM           PIC 99.
           05  FILLER               PIC X    VALUE "/".
           05  HDR-RUN-DD           PIC 99.
           05  FILLER               PIC X    VALUE "/".
           05  HDR-RUN-YYYY         PIC 9999.

       01  SELECTION-LINE.
           05  FILLER               PIC X(11) VALUE "SELECTION: ".
           05  SEL-KEYWORD          PIC X(11).
           05  SEL-VALUE            PIC X(20).

       01  CARD-LINE.
           05  FILLER               PIC X(21)
               VALUE "CONTROL CARD REJECTED".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  CRD-TEXT             PIC X(30).

       01  SECTION-LINE.
           05  FILLER               PIC X(4)  VALUE "--- ".
           05  SEC-TITLE            PIC X(50).

       01  GROUP-COUNT-LINE.
           05  FILLER               PIC X(6)  VALUE "SITE: ".
           05  GCT-SITE             PIC X(4).
           05  FILLER               PIC X(7)  VALUE "  BLDG:".
           05  GCT-BUILDING         PIC X(20).
           05  FILLER               PIC X(8)  VALUE "  FLOOR:".
           05  GCT-FLOOR            PIC X(4).
           05  FILLER               PIC X(9)  VALUE "  MOBILE:".
           05  GCT-MOBILE           PIC ZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE "  CONTACT:".
           05  GCT-CONTACT          PIC ZZ,ZZ9.

       01  UNREACHABLE-LINE.
           05  FILLER               PIC X(4)  VALUE "ID: ".
           05  UNR-EMPLOYEE-ID      PIC 9(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  UNR-LAST-NAME        PIC X(20).
           05  UNR-FIRST-NAME       PIC X(20).
           05  FILLER               PIC X(5)  VALUE " Dpt:".
           05  UNR-DEPARTMENT       PIC X(10).
           05  FILLER               PIC X(5)  VALUE " Xtn:".
           05  UNR-EXTENSION        PIC X(5).
           05  FILLER               PIC X     VALUE SPACE.
           05  UNR-REASON           PIC X(30).

       01  NOTE-LINE.
           05  FILLER               PIC X(6)  VALUE "NOTE: ".
           05  NOTE-TEXT            PIC X(50).

       01  COUNT-LINE.
           05  CNT-LABEL            PIC X(28).
           05  CNT-VALUE            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM READ-CONTROL-CARDS.
           IF WS-BAD-CARD-COUNT = 0
               PERFORM BUILD-NOTIFY-EXTRACT
               PERFORM SORT-NOTIFY-EXTRACT
               PERFORM WRITE-NOTIFY-FILE
           ELSE
               OPEN OUTPUT NOTIFY-FILE
               CLOSE NOTIFY-FILE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "SELECTION REJECTED - NO EXPORT WRITTEN"
                   TO NOTE-TEXT
               MOVE NOTE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           EVALUATE TRUE
               WHEN WS-BAD-CARD-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNREACHABLE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      * Level 2 Routines

       OPENING-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PHONE-FILE.
           OPEN INPUT LOCATION-FILE.
           OPEN INPUT CONTACT-FILE.
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
           MOVE "ACTIVE STAFF ON FILE:       " TO CNT-LABEL.
           MOVE WS-CANDIDATE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "SELECTED:                   " TO CNT-LABEL.
           MOVE WS-SELECTED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  SENT TO OWN MOBILE:       " TO CNT-LABEL.
           MOVE WS-MOBILE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  SENT TO EMERGENCY CONTACT:" TO CNT-LABEL.
           MOVE WS-CONTACT-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  CANNOT BE REACHED BY TEXT:" TO CNT-LABEL.
           MOVE WS-UNREACHABLE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "SELECTED WITH NO LOCATION:  " TO CNT-LABEL.
           MOVE WS-NO-LOCATION-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ROWS EXPORTED:              " TO CNT-LABEL.
           MOVE WS-ROW-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF WS-BAD-CARD-COUNT > 0
               MOVE "CONTROL CARDS REJECTED:     " TO CNT-LABEL
               MOVE WS-BAD-CARD-COUNT TO CNT-VALUE
               PERFORM WRITE-COUNT-LINE
           END-IF.
           CLOSE PHONE-FILE.
           CLOSE LOCATION-FILE.
           CLOSE CONTACT-FILE.
           CLOSE REPORT-FILE.

      *----------------------------------------------
      * Selection cards.
      *----------------------------------------------
       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-FILE.
           PERFORM READ-ONE-CONTROL-CARD
               UNTIL WS-CTL-EOF = "Y".
           CLOSE CONTROL-FILE.
           IF WS-SEL-SITE = SPACES
                   AND WS-SEL-BUILDING = SPACES
                   AND WS-SEL-FLOOR = SPACES
                   AND WS-SEL-DEPARTMENT = SPACES
                   AND WS-BAD-CARD-COUNT = 0
               MOVE "ALL       " TO SEL-KEYWORD
               MOVE "ACTIVE STAFF" TO SEL-VALUE
               MOVE SELECTION-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       READ-ONE-CONTROL-CARD.
           READ CONTROL-FILE
               AT END
               MOVE "Y" TO WS-CTL-EOF
               NOT AT END
               PERFORM APPLY-ONE-CONTROL-CARD
           END-READ.

       APPLY-ONE-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CONTROL-RECORD = SPACES
                   CONTINUE
               WHEN CTL-VALUE = SPACES
                   PERFORM REPORT-BAD-CARD
               WHEN CTL-KEYWORD = "SITE"
                   MOVE CTL-VALUE TO WS-SEL-SITE
                   PERFORM ECHO-SELECTION-CARD
               WHEN CTL-KEYWORD = "BUILDING"
                   MOVE CTL-VALUE TO WS-SEL-BUILDING
                   PERFORM ECHO-SELECTION-CARD
               WHEN CTL-KEYWORD = "FLOOR"
                   MOVE CTL-VALUE TO WS-SEL-FLOOR
                   PERFORM ECHO-SELECTION-CARD
               WHEN CTL-KEYWORD = "DEPARTMENT"
                   MOVE CTL-VALUE TO WS-SEL-DEPARTMENT
                   PERFORM ECHO-SELECTION-CARD
               WHEN OTHER
                   PERFORM REPORT-BAD-CARD
           END-EVALUATE.

       ECHO-SELECTION-CARD.
           MOVE CTL-KEYWORD TO SEL-KEYWORD.
           MOVE CTL-VALUE TO SEL-VALUE.
           MOVE SELECTION-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       REPORT-BAD-CARD.
           ADD 1 TO WS-BAD-CARD-COUNT.
           MOVE CONTROL-RECORD TO CRD-TEXT.
           MOVE CARD-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *----------------------------------------------
      * Pass over the master.  The people who cannot
      * be texted are listed as they are met.
      *----------------------------------------------
       BUILD-NOTIFY-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "CANNOT BE REACHED BY TEXT" TO SEC-TITLE.
           MOVE SECTION-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ZERO TO PHONE-EMPLOYEE-ID.
           START PHONE-FILE KEY IS NOT LESS THAN PHONE-KEY
               INVALID KEY
               MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM EXTRACT-NEXT-ENTRY
               UNTIL WS-EOF-FLAG = "Y".
           CLOSE EXTRACT-FILE.

       EXTRACT-NEXT-ENTRY.
           READ PHONE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
               IF PHONE-STATUS = "A"
                       AND PHONE-ENTRY-CLASS NOT = "F"
                   ADD 1 TO WS-CANDIDATE-COUNT
                   PERFORM EXTRACT-ONE-ENTRY
               END-IF
           END-READ.

       EXTRACT-ONE-ENTRY.
           MOVE SPACES TO WS-BUILDING.
           MOVE SPACES TO WS-FLOOR.
           IF PHONE-LOCATION NOT = SPACES
               MOVE PHONE-LOCATION TO LOC-CODE
               READ LOCATION-FILE
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE LOC-BUILDING TO WS-BUILDING
                   MOVE LOC-FLOOR TO WS-FLOOR
               END-READ
           END-IF.
           PERFORM CHECK-SELECTION.
           IF WS-SELECTED = "Y"
               ADD 1 TO WS-SELECTED-COUNT
               IF WS-BUILDING = SPACES
                   ADD 1 TO WS-NO-LOCATION-COUNT
               END-IF
               PERFORM CHOOSE-TEXT-NUMBER
               IF WS-TEXT-NUMBER = SPACES
                   PERFORM LIST-UNREACHABLE
               ELSE
                   PERFORM WRITE-EXTRACT-RECORD
               END-IF
           END-IF.

       CHECK-SELECTION.
           MOVE "Y" TO WS-SELECTED.
           IF WS-SEL-SITE NOT = SPACES
                   AND PHONE-HOME-SITE NOT = WS-SEL-SITE
               MOVE "N" TO WS-SELECTED
           END-IF.
           IF WS-SEL-BUILDING NOT = SPACES
                   AND WS-BUILDING NOT = WS-SEL-BUILDING
               MOVE "N" TO WS-SELECTED
           END-IF.
           IF WS-SEL-FLOOR NOT = SPACES
                   AND WS-FLOOR NOT = WS-SEL-FLOOR
               MOVE "N" TO WS-SELECTED
           END-IF.
           IF WS-SEL-DEPARTMENT NOT = SPACES
                   AND PHONE-DEPARTMENT NOT = WS-SEL-DEPARTMENT
               MOVE "N" TO WS-SELECTED
           END-IF.

      * Own mobile first; the emergency contact only
      * when no mobile slot holds a textable number.
       CHOOSE-TEXT-NUMBER.
           MOVE SPACES TO WS-TEXT-NUMBER.
           MOVE SPACE TO WS-NUMBER-SOURCE.
           MOVE "NO MOBILE, NO CONTACT ON FILE" TO WS-NO-TEXT-REASON.
           PERFORM CHECK-ONE-MOBILE-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 4
                  OR WS-TEXT-NUMBER NOT = SPACES.
           IF WS-TEXT-NUMBER = SPACES
               PERFORM CHECK-EMERGENCY-CONTACT
           END-IF.

       CHECK-ONE-MOBILE-SLOT.
           IF PHONE-NUMBER-TYPE(WS-SLOT-IDX) = "M"
                   AND PHONE-NUMBER(WS-SLOT-IDX) NOT = SPACES
               MOVE PHONE-NUMBER(WS-SLOT-IDX) TO WS-RAW-NUMBER
               PERFORM NORMALIZE-PHONE-NUMBER
               IF WS-NORM-OK = "Y" AND WS-NORM-DIGIT-COUNT = 10
                   MOVE WS-NORM-DIGITS TO WS-TEXT-NUMBER
                   MOVE "M" TO WS-NUMBER-SOURCE
               END-IF
           END-IF.

       CHECK-EMERGENCY-CONTACT.
           MOVE PHONE-EMPLOYEE-ID TO EMG-EMPLOYEE-ID.
           READ CONTACT-FILE
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               PERFORM USE-CONTACT-NUMBER
           END-READ.

       USE-CONTACT-NUMBER.
           IF EMG-AFTER-HOURS = SPACES
               MOVE "NO MOBILE, CONTACT HAS NO NO"
                   TO WS-NO-TEXT-REASON
           ELSE
               MOVE EMG-AFTER-HOURS TO WS-RAW-NUMBER
               PERFORM NORMALIZE-PHONE-NUMBER
               IF WS-NORM-OK = "Y" AND WS-NORM-DIGIT-COUNT = 10
                   MOVE WS-NORM-DIGITS TO WS-TEXT-NUMBER
                   MOVE "E" TO WS-NUMBER-SOURCE
               ELSE
                   MOVE "NO MOBILE, CONTACT NO UNUSABLE"
                       TO WS-NO-TEXT-REASON
               END-IF
           END-IF.

       WRITE-EXTRACT-RECORD.
           IF WS-NUMBER-SOURCE = "M"
               ADD 1 TO WS-MOBILE-COUNT
           ELSE
               ADD 1 TO WS-CONTACT-COUNT
           END-IF.
           MOVE PHONE-HOME-SITE TO EXT-SITE.
           MOVE WS-BUILDING TO EXT-BUILDING.
           MOVE WS-FLOOR TO EXT-FLOOR.
           MOVE PHONE-LAST-NAME TO EXT-LAST-NAME.
           MOVE PHONE-FIRST-NAME TO EXT-FIRST-NAME.
           MOVE PHONE-EMPLOYEE-ID TO EXT-EMPLOYEE-ID.
           MOVE WS-TEXT-NUMBER TO EXT-TEXT-NUMBER.
           MOVE WS-NUMBER-SOURCE TO EXT-NUMBER-SOURCE.
           MOVE PHONE-DEPARTMENT TO EXT-DEPARTMENT.
           MOVE PHONE-EXTENSION TO EXT-EXTENSION.
           WRITE EXTRACT-RECORD.

       LIST-UNREACHABLE.
           ADD 1 TO WS-UNREACHABLE-COUNT.
           MOVE PHONE-EMPLOYEE-ID TO UNR-EMPLOYEE-ID.
           MOVE PHONE-LAST-NAME TO UNR-LAST-NAME.
           MOVE PHONE-FIRST-NAME TO UNR-FIRST-NAME.
           MOVE PHONE-DEPARTMENT TO UNR-DEPARTMENT.
           MOVE PHONE-EXTENSION TO UNR-EXTENSION.
           MOVE WS-NO-TEXT-REASON TO UNR-REASON.
           MOVE UNREACHABLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *----------------------------------------------
      * The vendor file, in site / building / floor /
      * name order, with a count line per floor.
      *----------------------------------------------
       SORT-NOTIFY-EXTRACT.
           SORT NOTIFY-SORT-WORK-FILE
               ON ASCENDING KEY NSW-SITE NSW-BUILDING NSW-FLOOR
                   NSW-LAST-NAME NSW-FIRST-NAME NSW-EMPLOYEE-ID
               USING EXTRACT-FILE
               GIVING SORTED-EXTRACT-FILE.

       WRITE-NOTIFY-FILE.
           OPEN INPUT SORTED-EXTRACT-FILE.
           OPEN OUTPUT NOTIFY-FILE.
           MOVE SPACES TO NOTIFY-HEADER-RECORD.
           MOVE "H" TO NTH-RECORD-TYPE.
           MOVE "PHNNTF01" TO NTH-SOURCE.
           MOVE WS-CURRENT-DATE TO NTH-CREATED-DATE.
           WRITE NOTIFY-HEADER-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "ROWS EXPORTED BY SITE / BUILDING / FLOOR"
               TO SEC-TITLE.
           MOVE SECTION-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM WRITE-NEXT-NOTIFY-ROW
               UNTIL WS-SRT-EOF = "Y".
           IF WS-FIRST-GROUP-FLAG = "N"
               PERFORM PRINT-GROUP-COUNT
           END-IF.
           MOVE SPACES TO NOTIFY-TRAILER-RECORD.
           MOVE "T" TO NTT-RECORD-TYPE.
           MOVE WS-ROW-COUNT TO NTT-ROW-COUNT.
           WRITE NOTIFY-TRAILER-RECORD.
           CLOSE NOTIFY-FILE.
           CLOSE SORTED-EXTRACT-FILE.

       WRITE-NEXT-NOTIFY-ROW.
           READ SORTED-EXTRACT-FILE
               AT END
               MOVE "Y" TO WS-SRT-EOF
               NOT AT END
               PERFORM WRITE-ONE-NOTIFY-ROW
           END-READ.

       WRITE-ONE-NOTIFY-ROW.
           IF SRT-SITE NOT = WS-PREV-SITE
                   OR SRT-BUILDING NOT = WS-PREV-BUILDING
                   OR SRT-FLOOR NOT = WS-PREV-FLOOR
               IF WS-FIRST-GROUP-FLAG = "N"
                   PERFORM PRINT-GROUP-COUNT
               END-IF
               MOVE SRT-SITE TO WS-PREV-SITE
               MOVE SRT-BUILDING TO WS-PREV-BUILDING
               MOVE SRT-FLOOR TO WS-PREV-FLOOR
               MOVE "N" TO WS-FIRST-GROUP-FLAG
           END-IF.
           IF SRT-NUMBER-SOURCE = "M"
               ADD 1 TO WS-GROUP-MOBILE
           ELSE
               ADD 1 TO WS-GROUP-CONTACT
           END-IF.
           MOVE SPACES TO NOTIFY-DETAIL-RECORD.
           MOVE "D" TO NTF-RECORD-TYPE.
           MOVE SRT-EMPLOYEE-ID TO NTF-CONTACT-ID.
           MOVE SRT-LAST-NAME TO NTF-LAST-NAME.
           MOVE SRT-FIRST-NAME TO NTF-FIRST-NAME.
           MOVE SRT-TEXT-NUMBER TO NTF-TEXT-NUMBER.
           MOVE SRT-NUMBER-SOURCE TO NTF-NUMBER-SOURCE.
           MOVE SRT-SITE TO NTF-SITE.
           MOVE SRT-BUILDING TO NTF-BUILDING.
           MOVE SRT-FLOOR TO NTF-FLOOR.
           MOVE SRT-DEPARTMENT TO NTF-DEPARTMENT.
           MOVE SRT-EXTENSION TO NTF-EXTENSION.
           WRITE NOTIFY-DETAIL-RECORD.
           ADD 1 TO WS-ROW-COUNT.

       PRINT-GROUP-COUNT.
           MOVE WS-PREV-SITE TO GCT-SITE.
           MOVE WS-PREV-BUILDING TO GCT-BUILDING.
           MOVE WS-PREV-FLOOR TO GCT-FLOOR.
           MOVE WS-GROUP-MOBILE TO GCT-MOBILE.
           MOVE WS-GROUP-CONTACT TO GCT-CONTACT.
           MOVE GROUP-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ZERO TO WS-GROUP-MOBILE.
           MOVE ZERO TO WS-GROUP-CONTACT.

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
