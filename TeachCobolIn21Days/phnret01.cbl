       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNRET01.
      *----------------------------------------------
      * Personal data retention scrub.
      * PHNPRG01 keeps the full master record of every
      * purged entry in phnarch.dat, and the person's
      * emergency contact and numbers stay behind in
      * emgcon.dat and in the audit logs.  Once an
      * archived entry's termination date
      * (PHONE-STATUS-DATE) is older than the
      * retention period this job:
      *   - blanks the mobile number slots (type M)
      *     of the archive record;
      *   - deletes the person's emgcon.dat record,
      *     orphaned since the purge;
      *   - blanks the number part of the BEFORE and
      *     AFTER images of every audit record for the
      *     person, in the monthly archives PHNROL01
      *     cut (phnaudYYYYMM.log) and in phnaud01.log.
      * Employee ID, names, extension, department and
      * the actions themselves are kept, so PHNARQ01
      * can still find the person and PHNASF01 still
      * replays the history.  Audit records carry no
      * employee ID before the ID was added to the
      * log; those are matched on last and first name,
      * and only when the name is held by exactly one
      * record across phone.dat and the archive and
      * that record is a person due for scrubbing.  A
      * name-only record for a name a person due
      * shares with anyone else is left as it is and
      * counted as ambiguous, and the certificate is
      * then not complete.
      * A scrubbed audit record keeps the check value
      * it was written with and is marked SCRUBD in
      * columns 255-260, past the part the check value
      * covers.  For each sequenced record it blanks,
      * the job also adds the sequence number and a
      * second check value - the chain routine run
      * over the scrubbed record, seeded with its
      * original check value - to the scrub register
      * (phnaud01.scr).  PHNVFY01 counts a SCRUBD
      * record as scrubbed only when that second check
      * matches, and carries the chain on from it.
      * phone.dat is read to find rehires; if it
      * cannot be opened nobody is scrubbed, and an
      * entry that cannot be read is left for the next
      * run.
      * Anyone PHNARQ01 restored as a rehire is left
      * alone: an employee ID that is back on
      * phone.dat, or that is on the archive more than
      * once (restored and purged again), is listed as
      * retained and nothing of theirs is touched.
      * phnret01.rpt is the certificate: each person
      * scrubbed on this run and what was removed,
      * each rehire retained, the files rewritten, and
      * the totals.  A person already scrubbed on an
      * earlier run is counted, not listed again.
      * Run it from the nightly stream calendar after
      * the month-end purge, while the batch lock is
      * held and nothing else is writing the log.
      *
      * Control record (phnret01.ctl), optional:
      *   cols 1-4   retention days (default 0730)
      *   cols 6-11  first archive month YYYYMM to
      *              scrub (default ten years back)
      * RETURN-CODE 8 on a bad control record (nothing
      * is touched) or a file error, 4 when archive
      * records had bad dates, the person table
      * filled - the rest are picked up next run - or
      * audit records were left as ambiguous.
      *----------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN TO "phnarch.dat"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ARCHIVE-HOLD-FILE
               ASSIGN TO "phnret01.ahd"
               ORGANIZATION IS SEQUENTIAL.

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

           SELECT OPTIONAL CONTACT-FILE
               ASSIGN TO "emgcon.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMG-KEY
               FILE STATUS IS WS-EMG-FILE-STATUS.

           SELECT OPTIONAL LOG-FILE
               ASSIGN TO WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT LOG-HOLD-FILE
               ASSIGN TO "phnret01.lhd"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "phnret01.ctl"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "phnret01.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SCRUB-REGISTER-FILE
               ASSIGN TO "phnaud01.scr"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD.
           05  ARC-KEY.
               10  ARC-EMPLOYEE-ID  PIC 9(6).
           05  ARC-LAST-NAME        PIC X(20).
           05  ARC-FIRST-NAME       PIC X(20).
           05  ARC-NUMBERS.
               10  ARC-NUMBER-SLOT OCCURS 4 TIMES.
                   15  ARC-NUMBER-TYPE PIC X.
                   15  ARC-NUMBER   PIC X(15).
           05  ARC-EXTENSION        PIC X(5).
           05  ARC-DEPARTMENT       PIC X(10).
           05  ARC-STATUS           PIC X.
           05  ARC-STATUS-DATE      PIC 9(8).
           05  ARC-LOCATION         PIC X(8).
           05  ARC-HOME-SITE        PIC X(4).
           05  ARC-ENTRY-CLASS      PIC X.
           05  ARC-UNLISTED         PIC X.
           05  ARC-SUPERVISOR-ID    PIC 9(6).
           05  ARC-SPONSOR-ID       PIC 9(6).
           05  ARC-END-DATE         PIC 9(8).

       FD  ARCHIVE-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-HOLD-RECORD      PIC X(168).

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

       FD  CONTACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMG-RECORD.
           05  EMG-KEY.
               10  EMG-EMPLOYEE-ID  PIC 9(6).
           05  EMG-CONTACT-NAME     PIC X(25).
           05  EMG-RELATIONSHIP     PIC X(10).
           05  EMG-AFTER-HOURS      PIC X(15).

       FD  LOG-FILE
           LABEL RECORDS OMITTED.
       01  LOG-RECORD               PIC X(260).

       FD  LOG-HOLD-FILE
           LABEL RECORDS OMITTED.
       01  LOG-HOLD-RECORD          PIC X(260).

       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
       01  CONTROL-RECORD.
           05  CTL-RETENTION-DAYS   PIC X(4).
           05  FILLER               PIC X.
           05  CTL-START-MONTH      PIC X(6).
           05  FILLER               PIC X(69).

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       FD  SCRUB-REGISTER-FILE
           LABEL RECORDS OMITTED.
       01  SCRUB-REGISTER-RECORD.
           05  SCR-SEQUENCE         PIC 9(8).
           05  FILLER               PIC X.
           05  SCR-CHECK            PIC 9(9).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS           PIC XX.
       01  WS-EMG-FILE-STATUS       PIC XX.
       01  WS-LOG-STATUS            PIC XX      VALUE "00".
       01  WS-LOG-NAME              PIC X(16)   VALUE SPACES.
       01  WS-ARC-EOF               PIC X       VALUE "N".
       01  WS-LOG-EOF               PIC X       VALUE "N".
       01  WS-CONTROL-OK            PIC X       VALUE "Y".
       01  WS-PHONE-FILE-OK         PIC X       VALUE "Y".

       01  WS-RETENTION-DAYS        PIC 9(4)    VALUE 0730.
       01  WS-CUTOFF-INTEGER        PIC 9(8)    VALUE ZERO.
       01  WS-STATUS-INTEGER        PIC 9(8)    VALUE ZERO.

       01  WS-SCAN-MONTH.
           05  WS-SCAN-YYYY         PIC 9999.
           05  WS-SCAN-MM           PIC 99.
       01  WS-SCAN-MONTH-N REDEFINES WS-SCAN-MONTH
                                    PIC 9(6).
       01  WS-LAST-MONTH-N          PIC 9(6)    VALUE ZERO.

       01  WS-ARCHIVE-READ-COUNT    PIC 9(6)    VALUE ZERO.
       01  WS-PAST-RETENTION-COUNT  PIC 9(6)    VALUE ZERO.
       01  WS-BAD-DATE-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-REHIRE-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-UNCHECKED-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-REGISTER-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-SCRUBBED-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-EARLIER-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-MOBILE-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-CONTACT-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-AUDIT-BLANKED-COUNT   PIC 9(6)    VALUE ZERO.
       01  WS-NAME-MATCHED-COUNT    PIC 9(6)    VALUE ZERO.
       01  WS-AMBIGUOUS-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-LOG-FILE-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-REWRITTEN-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(6)    VALUE ZERO.
       01  WS-ARCHIVE-CHANGED       PIC 9(6)    VALUE ZERO.
       01  WS-FILE-CHANGED          PIC 9(6)    VALUE ZERO.

      * Everyone on the archive past the retention
      * period.  CND-HOLD is D when the employee ID is
      * back on the directory and A when it is on the
      * archive again - both are rehires and are left
      * alone - and E when phone.dat could not be read
      * for it.  The counts are what this run removed.
       01  WS-CND-COUNT             PIC 9(4)    VALUE ZERO.
       01  WS-CND-OVERFLOW          PIC 9(6)    VALUE ZERO.
       01  WS-CANDIDATE-TABLE.
           05  WS-CANDIDATE         OCCURS 2000 TIMES.
               10  CND-EMPLOYEE-ID  PIC 9(6).
               10  CND-LAST-NAME    PIC X(20).
               10  CND-FIRST-NAME   PIC X(20).
               10  CND-STATUS-DATE  PIC 9(8).
               10  CND-HOLD         PIC X.
               10  CND-MOBILES      PIC 9.
               10  CND-CONTACT      PIC X.
               10  CND-AUDIT-COUNT  PIC 9(5).
       01  WS-CND-IDX               PIC 9(4)    VALUE ZERO.
       01  WS-CND-FOUND             PIC 9(4)    VALUE ZERO.
       01  WS-NAME-MATCHES          PIC 9(4)    VALUE ZERO.
       01  WS-FIND-ID               PIC 9(6)    VALUE ZERO.
       01  WS-FIND-LAST-NAME        PIC X(20)   VALUE SPACES.
       01  WS-FIND-FIRST-NAME       PIC X(20)   VALUE SPACES.
       01  WS-SLOT-IDX              PIC 9       VALUE ZERO.

      * The names of the people due, each with the
      * number of phone.dat and archive records that
      * carry it.  A name-only audit record is scrubbed
      * only when its name is held by just one record.
      * WS-NAMES-OK is N when phone.dat could not be
      * read through, and then no record is matched by
      * name at all.
       01  WS-NMC-COUNT             PIC 9(4)    VALUE ZERO.
       01  WS-NAME-COUNT-TABLE.
           05  WS-NAME-COUNT-ENTRY  OCCURS 2000 TIMES.
               10  NMC-LAST-NAME    PIC X(20).
               10  NMC-FIRST-NAME   PIC X(20).
               10  NMC-HOLDERS      PIC 9(4).
       01  WS-NMC-IDX               PIC 9(4)    VALUE ZERO.
       01  WS-NMC-FOUND             PIC 9(4)    VALUE ZERO.
       01  WS-NAMES-OK              PIC X       VALUE "Y".
       01  WS-PHONE-EOF             PIC X       VALUE "N".

      * The audit record being scrubbed.  The log has
      * two layouts (see PHNBAL01): the original
      * MM/DD/YY date puts everything after it two
      * columns to the left of the MM/DD/YYYY layout,
      * which also carries the employee ID.
       01  WS-LOG-FORMAT            PIC X       VALUE SPACE.
       01  WS-LAST-NAME-POS         PIC 999     VALUE ZERO.
       01  WS-FIRST-NAME-POS        PIC 999     VALUE ZERO.
       01  WS-BEFORE-NUMBER-POS     PIC 999     VALUE ZERO.
       01  WS-AFTER-NUMBER-POS      PIC 999     VALUE ZERO.
       01  WS-AUD-EMPLOYEE-ID       PIC X(6)    VALUE SPACES.
       01  WS-AUD-EMPLOYEE-ID-N REDEFINES WS-AUD-EMPLOYEE-ID
                                    PIC 9(6).
       01  WS-RECORD-BLANKED        PIC X       VALUE "N".
       01  WS-MATCHED-BY-NAME       PIC X       VALUE "N".

       01  WS-AUDIT-RECORD          PIC X(260).

      * The second check value for the scrub register,
      * worked the same way as the audit chain.
       01  WS-CHAIN-CHECK           PIC 9(9)    VALUE ZERO.
       01  WS-CHAIN-WORK            PIC 9(11)   VALUE ZERO.
       01  WS-CHAIN-IDX             PIC 999     VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                    PIC 9(8).

       01  WS-EDIT-DATE.
           05  WS-EDIT-YYYY         PIC 9999.
           05  WS-EDIT-MM           PIC 99.
           05  WS-EDIT-DD           PIC 99.
       01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE
                                    PIC 9(8).
       01  WS-PRINT-DATE            PIC X(10).

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(30)
               VALUE "PERSONAL DATA RETENTION SCRUB ".
           05  FILLER               PIC X(10) VALUE "  RUN DATE".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  HDR-RUN-MM           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-DD           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-YYYY         PIC 9999.

       01  RETENTION-LINE.
           05  FILLER               PIC X(11) VALUE "RETENTION: ".
           05  RTN-DAYS             PIC ZZZ9.
           05  FILLER               PIC X(30)
               VALUE " DAYS - TERMINATED BEFORE     ".
           05  RTN-CUTOFF           PIC X(10).

       01  SCRUBBED-LINE.
           05  FILLER               PIC X(10) VALUE "SCRUBBED: ".
           05  SCL-EMPLOYEE-ID      PIC 9(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  SCL-LAST-NAME        PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  SCL-FIRST-NAME       PIC X(20).
           05  FILLER               PIC X(9)  VALUE " TERM ON:".
           05  SCL-TERM-DATE        PIC X(10).
           05  FILLER               PIC X(8)  VALUE " MOBILE:".
           05  SCL-MOBILES          PIC Z9.
           05  FILLER               PIC X(9)  VALUE " CONTACT:".
           05  SCL-CONTACT          PIC X(7).
           05  FILLER               PIC X(7)  VALUE " AUDIT:".
           05  SCL-AUDIT-COUNT      PIC ZZ,ZZ9.

       01  RETAINED-LINE.
           05  FILLER               PIC X(10) VALUE "RETAINED: ".
           05  RTL-EMPLOYEE-ID      PIC 9(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  RTL-LAST-NAME        PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  RTL-FIRST-NAME       PIC X(20).
           05  FILLER               PIC X(9)  VALUE " TERM ON:".
           05  RTL-TERM-DATE        PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RTL-REASON           PIC X(40).

       01  FILE-LINE.
           05  FILLER               PIC X(6)  VALUE "FILE: ".
           05  FLN-NAME             PIC X(16).
           05  FILLER               PIC X(10) VALUE " RECORDS: ".
           05  FLN-COUNT            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE " BLANKED: ".
           05  FLN-CHANGED          PIC ZZZ,ZZ9.

       01  WS-FILE-RECORDS          PIC 9(6)    VALUE ZERO.

       01  RESULT-LINE.
           05  RSL-TEXT             PIC X(132).

       01  COUNT-LINE.
           05  CNT-LABEL            PIC X(28).
           05  CNT-VALUE            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           IF WS-CONTROL-OK = "Y"
               PERFORM LOAD-CANDIDATES
               PERFORM COUNT-ARCHIVE-NAMES
               PERFORM CHECK-FOR-REHIRES
               IF WS-PHONE-FILE-OK = "Y"
                   PERFORM SCRUB-THE-ARCHIVE
                   PERFORM DELETE-CONTACTS
                   OPEN EXTEND SCRUB-REGISTER-FILE
                   PERFORM SCRUB-ONE-ARCHIVE-LOG
                       UNTIL WS-SCAN-MONTH-N > WS-LAST-MONTH-N
                   MOVE "phnaud01.log" TO WS-LOG-NAME
                   PERFORM SCRUB-ONE-LOG-FILE
                   CLOSE SCRUB-REGISTER-FILE
               END-IF
               PERFORM PRINT-CERTIFICATE
           END-IF.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           EVALUATE TRUE
               WHEN WS-CONTROL-OK = "N"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BAD-DATE-COUNT > 0 OR WS-CND-OVERFLOW > 0
                       OR WS-AMBIGUOUS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      * Level 2 Routines

       OPENING-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CUR-YYYY TO WS-SCAN-YYYY.
           MOVE WS-CUR-MM TO WS-SCAN-MM.
           MOVE WS-SCAN-MONTH-N TO WS-LAST-MONTH-N.
           SUBTRACT 10 FROM WS-SCAN-YYYY.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-CUR-MM TO HDR-RUN-MM.
           MOVE WS-CUR-DD TO HDR-RUN-DD.
           MOVE WS-CUR-YYYY TO HDR-RUN-YYYY.
           MOVE REPORT-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM READ-CONTROL-RECORD.
           IF WS-CONTROL-OK = "Y"
               COMPUTE WS-CUTOFF-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-N)
                   - WS-RETENTION-DAYS
               COMPUTE WS-EDIT-DATE-N =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
               PERFORM FORMAT-EDIT-DATE
               MOVE WS-RETENTION-DAYS TO RTN-DAYS
               MOVE WS-PRINT-DATE TO RTN-CUTOFF
               MOVE RETENTION-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       CLOSING-PROCEDURE.
           IF WS-CONTROL-OK = "Y"
               PERFORM PRINT-TOTALS
           END-IF.
           CLOSE REPORT-FILE.

      * A retention of zero would scrub people the day
      * they are purged, so it is refused with the
      * other bad values rather than taken literally.
       READ-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END
               CONTINUE
               NOT AT END
               PERFORM APPLY-CONTROL-RECORD
           END-READ.
           CLOSE CONTROL-FILE.
           IF WS-CONTROL-OK = "N"
               MOVE "*** BAD CONTROL RECORD - RETENTION DAYS 0001-9999"
                   TO RSL-TEXT
               PERFORM WRITE-RESULT-LINE
               MOVE "    AND START MONTH YYYYMM - NOTHING SCRUBBED"
                   TO RSL-TEXT
               PERFORM WRITE-RESULT-LINE
               DISPLAY "PHNRET01: bad control record in"
                   " phnret01.ctl."
           END-IF.

       APPLY-CONTROL-RECORD.
           IF CTL-RETENTION-DAYS NOT = SPACES
               IF CTL-RETENTION-DAYS IS NUMERIC
                       AND CTL-RETENTION-DAYS NOT = "0000"
                   MOVE CTL-RETENTION-DAYS TO WS-RETENTION-DAYS
               ELSE
                   MOVE "N" TO WS-CONTROL-OK
               END-IF
           END-IF.
           IF CTL-START-MONTH NOT = SPACES
               IF CTL-START-MONTH IS NUMERIC
                       AND CTL-START-MONTH(5:2) >= "01"
                       AND CTL-START-MONTH(5:2) <= "12"
                   MOVE CTL-START-MONTH TO WS-SCAN-MONTH-N
               ELSE
                   MOVE "N" TO WS-CONTROL-OK
               END-IF
           END-IF.

       FORMAT-EDIT-DATE.
           MOVE SPACES TO WS-PRINT-DATE.
           STRING WS-EDIT-MM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-EDIT-DD DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-EDIT-YYYY DELIMITED BY SIZE
               INTO WS-PRINT-DATE
           END-STRING.

      *----------------------------------------------
      * Who is due.  The archive is appended in purge
      * order, so a second record for an employee ID
      * already on the table is a later purge of the
      * same person - restored in between.
      *----------------------------------------------
       LOAD-CANDIDATES.
           MOVE "N" TO WS-ARC-EOF.
           OPEN INPUT ARCHIVE-FILE.
           PERFORM READ-NEXT-CANDIDATE
               UNTIL WS-ARC-EOF = "Y".
           CLOSE ARCHIVE-FILE.

       READ-NEXT-CANDIDATE.
           READ ARCHIVE-FILE
               AT END
               MOVE "Y" TO WS-ARC-EOF
               NOT AT END
               ADD 1 TO WS-ARCHIVE-READ-COUNT
               PERFORM CHECK-ONE-ARCHIVED-ENTRY
           END-READ.

       CHECK-ONE-ARCHIVED-ENTRY.
           MOVE ARC-EMPLOYEE-ID TO WS-FIND-ID.
           PERFORM FIND-CANDIDATE-BY-ID.
           IF WS-CND-FOUND > 0
               MOVE "A" TO CND-HOLD(WS-CND-FOUND)
           ELSE
               IF ARC-STATUS-DATE IS NOT NUMERIC
                       OR ARC-STATUS-DATE < 19000101
                       OR ARC-STATUS-DATE > 29991231
                   ADD 1 TO WS-BAD-DATE-COUNT
               ELSE
                   COMPUTE WS-STATUS-INTEGER =
                       FUNCTION INTEGER-OF-DATE(ARC-STATUS-DATE)
                   IF WS-STATUS-INTEGER < WS-CUTOFF-INTEGER
                       PERFORM ADD-CANDIDATE
                   END-IF
               END-IF
           END-IF.

       ADD-CANDIDATE.
           ADD 1 TO WS-PAST-RETENTION-COUNT.
           IF WS-CND-COUNT < 2000
               ADD 1 TO WS-CND-COUNT
               MOVE ARC-EMPLOYEE-ID TO CND-EMPLOYEE-ID(WS-CND-COUNT)
               MOVE ARC-LAST-NAME TO CND-LAST-NAME(WS-CND-COUNT)
               MOVE ARC-FIRST-NAME TO CND-FIRST-NAME(WS-CND-COUNT)
               MOVE ARC-STATUS-DATE TO CND-STATUS-DATE(WS-CND-COUNT)
               MOVE SPACE TO CND-HOLD(WS-CND-COUNT)
               MOVE ZERO TO CND-MOBILES(WS-CND-COUNT)
               MOVE "N" TO CND-CONTACT(WS-CND-COUNT)
               MOVE ZERO TO CND-AUDIT-COUNT(WS-CND-COUNT)
           ELSE
               ADD 1 TO WS-CND-OVERFLOW
           END-IF.

       FIND-CANDIDATE-BY-ID.
           MOVE ZERO TO WS-CND-FOUND.
           PERFORM CHECK-CANDIDATE-ID
               VARYING WS-CND-IDX FROM 1 BY 1
               UNTIL WS-CND-IDX > WS-CND-COUNT
                   OR WS-CND-FOUND > 0.

       CHECK-CANDIDATE-ID.
           IF CND-EMPLOYEE-ID(WS-CND-IDX) = WS-FIND-ID
               MOVE WS-CND-IDX TO WS-CND-FOUND
           END-IF.

       FIND-CANDIDATE-BY-NAME.
           MOVE ZERO TO WS-CND-FOUND.
           MOVE ZERO TO WS-NAME-MATCHES.
           PERFORM CHECK-CANDIDATE-NAME
               VARYING WS-CND-IDX FROM 1 BY 1
               UNTIL WS-CND-IDX > WS-CND-COUNT.

       CHECK-CANDIDATE-NAME.
           IF CND-LAST-NAME(WS-CND-IDX) = WS-FIND-LAST-NAME
                   AND CND-FIRST-NAME(WS-CND-IDX) = WS-FIND-FIRST-NAME
               ADD 1 TO WS-NAME-MATCHES
               MOVE WS-CND-IDX TO WS-CND-FOUND
           END-IF.

      *----------------------------------------------
      * Who else holds each name due.  The names go on
      * the table once each, then every archive record
      * and every phone.dat record adds one to its
      * name.  A rehire is counted on both files, so
      * a name-only record is never matched to them.
      *----------------------------------------------
       COUNT-ARCHIVE-NAMES.
           PERFORM ADD-CANDIDATE-NAME
               VARYING WS-CND-IDX FROM 1 BY 1
               UNTIL WS-CND-IDX > WS-CND-COUNT.
           MOVE "N" TO WS-ARC-EOF.
           OPEN INPUT ARCHIVE-FILE.
           PERFORM COUNT-NEXT-ARCHIVE-NAME
               UNTIL WS-ARC-EOF = "Y".
           CLOSE ARCHIVE-FILE.

       ADD-CANDIDATE-NAME.
           MOVE CND-LAST-NAME(WS-CND-IDX) TO WS-FIND-LAST-NAME.
           MOVE CND-FIRST-NAME(WS-CND-IDX) TO WS-FIND-FIRST-NAME.
           PERFORM FIND-NAME-COUNT.
           IF WS-NMC-FOUND = ZERO
               ADD 1 TO WS-NMC-COUNT
               MOVE WS-FIND-LAST-NAME TO NMC-LAST-NAME(WS-NMC-COUNT)
               MOVE WS-FIND-FIRST-NAME
                   TO NMC-FIRST-NAME(WS-NMC-COUNT)
               MOVE ZERO TO NMC-HOLDERS(WS-NMC-COUNT)
           END-IF.

       COUNT-NEXT-ARCHIVE-NAME.
           READ ARCHIVE-FILE
               AT END
               MOVE "Y" TO WS-ARC-EOF
               NOT AT END
               MOVE ARC-LAST-NAME TO WS-FIND-LAST-NAME
               MOVE ARC-FIRST-NAME TO WS-FIND-FIRST-NAME
               PERFORM COUNT-NAME-HOLDER
           END-READ.

       COUNT-DIRECTORY-NAMES.
           MOVE "N" TO WS-PHONE-EOF.
           MOVE ZEROS TO PHONE-EMPLOYEE-ID.
           START PHONE-FILE KEY NOT < PHONE-KEY
               INVALID KEY
               MOVE "Y" TO WS-PHONE-EOF
           END-START.
           PERFORM COUNT-NEXT-DIRECTORY-NAME
               UNTIL WS-PHONE-EOF = "Y".

       COUNT-NEXT-DIRECTORY-NAME.
           READ PHONE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-PHONE-EOF
               NOT AT END
               MOVE PHONE-LAST-NAME TO WS-FIND-LAST-NAME
               MOVE PHONE-FIRST-NAME TO WS-FIND-FIRST-NAME
               PERFORM COUNT-NAME-HOLDER
           END-READ.
           IF WS-FILE-STATUS NOT = "00"
                   AND WS-FILE-STATUS NOT = "02"
                   AND WS-FILE-STATUS NOT = "10"
               DISPLAY "PHNRET01: could not read through phone.dat"
                   " status " WS-FILE-STATUS
                   " - no audit record matched by name"
               ADD 1 TO WS-ERROR-COUNT
               MOVE "N" TO WS-NAMES-OK
               MOVE "Y" TO WS-PHONE-EOF
           END-IF.

       COUNT-NAME-HOLDER.
           PERFORM FIND-NAME-COUNT.
           IF WS-NMC-FOUND > 0
               ADD 1 TO NMC-HOLDERS(WS-NMC-FOUND)
           END-IF.

       FIND-NAME-COUNT.
           MOVE ZERO TO WS-NMC-FOUND.
           PERFORM CHECK-NAME-COUNT
               VARYING WS-NMC-IDX FROM 1 BY 1
               UNTIL WS-NMC-IDX > WS-NMC-COUNT
                   OR WS-NMC-FOUND > 0.

       CHECK-NAME-COUNT.
           IF NMC-LAST-NAME(WS-NMC-IDX) = WS-FIND-LAST-NAME
                   AND NMC-FIRST-NAME(WS-NMC-IDX) = WS-FIND-FIRST-NAME
               MOVE WS-NMC-IDX TO WS-NMC-FOUND
           END-IF.

      * Without the master there is no telling who has
      * been rehired, so nobody is scrubbed at all.
       CHECK-FOR-REHIRES.
           MOVE "Y" TO WS-PHONE-FILE-OK.
           OPEN INPUT PHONE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "PHNRET01: could not open phone.dat"
                   " status " WS-FILE-STATUS " - nothing scrubbed"
               ADD 1 TO WS-ERROR-COUNT
               MOVE "N" TO WS-PHONE-FILE-OK
               PERFORM HOLD-ONE-UNCHECKED
                   VARYING WS-CND-IDX FROM 1 BY 1
                   UNTIL WS-CND-IDX > WS-CND-COUNT
           ELSE
               PERFORM CHECK-ONE-REHIRE
                   VARYING WS-CND-IDX FROM 1 BY 1
                   UNTIL WS-CND-IDX > WS-CND-COUNT
               PERFORM COUNT-DIRECTORY-NAMES
               CLOSE PHONE-FILE
           END-IF.

       CHECK-ONE-REHIRE.
           MOVE CND-EMPLOYEE-ID(WS-CND-IDX) TO PHONE-EMPLOYEE-ID.
           READ PHONE-FILE
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               MOVE "D" TO CND-HOLD(WS-CND-IDX)
           END-READ.
           IF WS-FILE-STATUS NOT = "00"
                   AND WS-FILE-STATUS NOT = "23"
               DISPLAY "PHNRET01: could not read phone.dat for "
                   PHONE-EMPLOYEE-ID " status " WS-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
               PERFORM HOLD-ONE-UNCHECKED
           ELSE
               IF CND-HOLD(WS-CND-IDX) NOT = SPACE
                   ADD 1 TO WS-REHIRE-COUNT
               END-IF
           END-IF.

       HOLD-ONE-UNCHECKED.
           MOVE "E" TO CND-HOLD(WS-CND-IDX).
           ADD 1 TO WS-UNCHECKED-COUNT.

      *----------------------------------------------
      * The archive.  Records are written through a
      * hold file and copied back, as PHNPRG01 does
      * for the group file, only when one changed.
      *----------------------------------------------
       SCRUB-THE-ARCHIVE.
           MOVE ZERO TO WS-ARCHIVE-CHANGED.
           MOVE "N" TO WS-ARC-EOF.
           OPEN INPUT ARCHIVE-FILE.
           OPEN OUTPUT ARCHIVE-HOLD-FILE.
           PERFORM SCRUB-NEXT-ARCHIVE-RECORD
               UNTIL WS-ARC-EOF = "Y".
           CLOSE ARCHIVE-FILE.
           CLOSE ARCHIVE-HOLD-FILE.
           IF WS-ARCHIVE-CHANGED > 0
               PERFORM COPY-ARCHIVE-BACK
           END-IF.
           MOVE "phnarch.dat" TO FLN-NAME.
           MOVE WS-ARCHIVE-READ-COUNT TO FLN-COUNT.
           MOVE WS-ARCHIVE-CHANGED TO FLN-CHANGED.
           MOVE FILE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       SCRUB-NEXT-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
               MOVE "Y" TO WS-ARC-EOF
               NOT AT END
               MOVE ARC-EMPLOYEE-ID TO WS-FIND-ID
               PERFORM FIND-CANDIDATE-BY-ID
               IF WS-CND-FOUND > 0
                   IF CND-HOLD(WS-CND-FOUND) = SPACE
                       PERFORM BLANK-MOBILE-SLOTS
                   END-IF
               END-IF
               MOVE ARCHIVE-RECORD TO ARCHIVE-HOLD-RECORD
               WRITE ARCHIVE-HOLD-RECORD
           END-READ.

       BLANK-MOBILE-SLOTS.
           PERFORM BLANK-ONE-MOBILE-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 4.
           IF CND-MOBILES(WS-CND-FOUND) > 0
               ADD 1 TO WS-ARCHIVE-CHANGED
           END-IF.

       BLANK-ONE-MOBILE-SLOT.
           IF ARC-NUMBER-TYPE(WS-SLOT-IDX) = "M"
               MOVE SPACES TO ARC-NUMBER-SLOT(WS-SLOT-IDX)
               ADD 1 TO CND-MOBILES(WS-CND-FOUND)
               ADD 1 TO WS-MOBILE-COUNT
           END-IF.

       COPY-ARCHIVE-BACK.
           MOVE "N" TO WS-ARC-EOF.
           OPEN INPUT ARCHIVE-HOLD-FILE.
           OPEN OUTPUT ARCHIVE-FILE.
           PERFORM COPY-NEXT-ARCHIVE-RECORD
               UNTIL WS-ARC-EOF = "Y".
           CLOSE ARCHIVE-HOLD-FILE.
           CLOSE ARCHIVE-FILE.
           ADD 1 TO WS-REWRITTEN-COUNT.

       COPY-NEXT-ARCHIVE-RECORD.
           READ ARCHIVE-HOLD-FILE
               AT END
               MOVE "Y" TO WS-ARC-EOF
               NOT AT END
               MOVE ARCHIVE-HOLD-RECORD TO ARCHIVE-RECORD
               WRITE ARCHIVE-RECORD
           END-READ.

      *----------------------------------------------
      * Emergency contacts.
      *----------------------------------------------
       DELETE-CONTACTS.
           OPEN I-O CONTACT-FILE.
           PERFORM DELETE-ONE-CONTACT
               VARYING WS-CND-IDX FROM 1 BY 1
               UNTIL WS-CND-IDX > WS-CND-COUNT.
           CLOSE CONTACT-FILE.

       DELETE-ONE-CONTACT.
           IF CND-HOLD(WS-CND-IDX) = SPACE
               MOVE CND-EMPLOYEE-ID(WS-CND-IDX) TO EMG-EMPLOYEE-ID
               READ CONTACT-FILE
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   PERFORM DELETE-THE-CONTACT
               END-READ
           END-IF.

       DELETE-THE-CONTACT.
           DELETE CONTACT-FILE
               INVALID KEY
               DISPLAY "PHNRET01: could not delete contact for "
                   EMG-EMPLOYEE-ID " status " WS-EMG-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
               MOVE "Y" TO CND-CONTACT(WS-CND-IDX)
               ADD 1 TO WS-CONTACT-COUNT
           END-DELETE.

      *----------------------------------------------
      * The audit logs - the archives oldest first,
      * then the live log.  A month with no archive is
      * passed over.
      *----------------------------------------------
       SCRUB-ONE-ARCHIVE-LOG.
           MOVE SPACES TO WS-LOG-NAME.
           STRING "phnaud" DELIMITED BY SIZE
               WS-SCAN-YYYY DELIMITED BY SIZE
               WS-SCAN-MM DELIMITED BY SIZE
               ".log" DELIMITED BY SIZE
               INTO WS-LOG-NAME
           END-STRING.
           PERFORM SCRUB-ONE-LOG-FILE.
           ADD 1 TO WS-SCAN-MM.
           IF WS-SCAN-MM > 12
               MOVE 1 TO WS-SCAN-MM
               ADD 1 TO WS-SCAN-YYYY
           END-IF.

       SCRUB-ONE-LOG-FILE.
           MOVE ZERO TO WS-FILE-RECORDS.
           MOVE ZERO TO WS-FILE-CHANGED.
           MOVE "N" TO WS-LOG-EOF.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS = "00"
               ADD 1 TO WS-LOG-FILE-COUNT
               OPEN OUTPUT LOG-HOLD-FILE
               PERFORM SCRUB-NEXT-LOG-RECORD
                   UNTIL WS-LOG-EOF = "Y"
               CLOSE LOG-HOLD-FILE
           END-IF.
           CLOSE LOG-FILE.
           IF WS-FILE-CHANGED > 0
               PERFORM COPY-LOG-BACK
           END-IF.
           IF WS-FILE-RECORDS > 0
               MOVE WS-LOG-NAME TO FLN-NAME
               MOVE WS-FILE-RECORDS TO FLN-COUNT
               MOVE WS-FILE-CHANGED TO FLN-CHANGED
               MOVE FILE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       SCRUB-NEXT-LOG-RECORD.
           READ LOG-FILE
               AT END
               MOVE "Y" TO WS-LOG-EOF
               NOT AT END
               ADD 1 TO WS-FILE-RECORDS
               MOVE LOG-RECORD TO WS-AUDIT-RECORD
               PERFORM SCRUB-ONE-AUDIT-RECORD
               MOVE WS-AUDIT-RECORD TO LOG-HOLD-RECORD
               WRITE LOG-HOLD-RECORD
           END-READ.

       COPY-LOG-BACK.
           MOVE "N" TO WS-LOG-EOF.
           OPEN INPUT LOG-HOLD-FILE.
           OPEN OUTPUT LOG-FILE.
           PERFORM COPY-NEXT-LOG-RECORD
               UNTIL WS-LOG-EOF = "Y".
           CLOSE LOG-HOLD-FILE.
           CLOSE LOG-FILE.
           ADD 1 TO WS-REWRITTEN-COUNT.

       COPY-NEXT-LOG-RECORD.
           READ LOG-HOLD-FILE
               AT END
               MOVE "Y" TO WS-LOG-EOF
               NOT AT END
               MOVE LOG-HOLD-RECORD TO LOG-RECORD
               WRITE LOG-RECORD
           END-READ.

      * Records already marked are left as they are.
      * The tag-blanked records written before the tag
      * repair are recognized by their date and time
      * punctuation, as in PHNBAL01.
       SCRUB-ONE-AUDIT-RECORD.
           MOVE SPACE TO WS-LOG-FORMAT.
           EVALUATE TRUE
               WHEN WS-AUDIT-RECORD(255:6) = "SCRUBD"
                   CONTINUE
               WHEN WS-AUDIT-RECORD(1:4) = "OPR:"
                       AND WS-AUDIT-RECORD(28:5) = " TME:"
                   MOVE "O" TO WS-LOG-FORMAT
               WHEN WS-AUDIT-RECORD(1:4) = "OPR:"
                       AND WS-AUDIT-RECORD(30:5) = " TME:"
                   MOVE "N" TO WS-LOG-FORMAT
               WHEN WS-AUDIT-RECORD(1:4) = SPACES
                       AND WS-AUDIT-RECORD(22:1) = "/"
                       AND WS-AUDIT-RECORD(25:1) = "/"
                       AND WS-AUDIT-RECORD(35:1) = ":"
                   MOVE "O" TO WS-LOG-FORMAT
               WHEN WS-AUDIT-RECORD(1:4) = SPACES
                       AND WS-AUDIT-RECORD(22:1) = "/"
                       AND WS-AUDIT-RECORD(25:1) = "/"
                       AND WS-AUDIT-RECORD(37:1) = ":"
                   MOVE "N" TO WS-LOG-FORMAT
           END-EVALUATE.
           IF WS-LOG-FORMAT NOT = SPACE
               PERFORM SET-FIELD-POSITIONS
               PERFORM FIND-AUDIT-CANDIDATE
               IF WS-CND-FOUND > 0
                   PERFORM BLANK-AUDIT-NUMBERS
               END-IF
           END-IF.

       SET-FIELD-POSITIONS.
           MOVE SPACES TO WS-AUD-EMPLOYEE-ID.
           IF WS-LOG-FORMAT = "N"
               MOVE 60 TO WS-LAST-NAME-POS
               MOVE 85 TO WS-FIRST-NAME-POS
               MOVE 116 TO WS-BEFORE-NUMBER-POS
               MOVE 164 TO WS-AFTER-NUMBER-POS
               MOVE WS-AUDIT-RECORD(207:6) TO WS-AUD-EMPLOYEE-ID
           ELSE
               MOVE 58 TO WS-LAST-NAME-POS
               MOVE 83 TO WS-FIRST-NAME-POS
               MOVE 114 TO WS-BEFORE-NUMBER-POS
               MOVE 162 TO WS-AFTER-NUMBER-POS
           END-IF.

      * By employee ID where the record has one, else
      * by name when one record on the two files holds
      * it and that record is a person due.
       FIND-AUDIT-CANDIDATE.
           MOVE "N" TO WS-MATCHED-BY-NAME.
           IF WS-AUD-EMPLOYEE-ID IS NUMERIC
                   AND WS-AUD-EMPLOYEE-ID-N NOT = ZERO
               MOVE WS-AUD-EMPLOYEE-ID-N TO WS-FIND-ID
               PERFORM FIND-CANDIDATE-BY-ID
           ELSE
               MOVE WS-AUDIT-RECORD(WS-LAST-NAME-POS:20)
                   TO WS-FIND-LAST-NAME
               MOVE WS-AUDIT-RECORD(WS-FIRST-NAME-POS:20)
                   TO WS-FIND-FIRST-NAME
               PERFORM FIND-CANDIDATE-BY-NAME
               PERFORM FIND-NAME-COUNT
               IF WS-NAME-MATCHES = 1
                       AND WS-NMC-FOUND > 0
                       AND NMC-HOLDERS(WS-NMC-FOUND) = 1
                       AND WS-NAMES-OK = "Y"
                   MOVE "Y" TO WS-MATCHED-BY-NAME
               ELSE
                   IF WS-NAME-MATCHES > 0
                       PERFORM COUNT-AMBIGUOUS-RECORD
                   END-IF
                   MOVE ZERO TO WS-CND-FOUND
               END-IF
           END-IF.
           IF WS-CND-FOUND > 0
               IF CND-HOLD(WS-CND-FOUND) NOT = SPACE
                   MOVE ZERO TO WS-CND-FOUND
               END-IF
           END-IF.

      * Only a record that still holds a number counts;
      * one for a rehire or an unchecked person is
      * retained on the certificate already.
       COUNT-AMBIGUOUS-RECORD.
           IF CND-HOLD(WS-CND-FOUND) = SPACE
               IF WS-AUDIT-RECORD(WS-BEFORE-NUMBER-POS:15)
                       NOT = SPACES
                   OR WS-AUDIT-RECORD(WS-AFTER-NUMBER-POS:15)
                       NOT = SPACES
                   ADD 1 TO WS-AMBIGUOUS-COUNT
               END-IF
           END-IF.

       BLANK-AUDIT-NUMBERS.
           MOVE "N" TO WS-RECORD-BLANKED.
           IF WS-AUDIT-RECORD(WS-BEFORE-NUMBER-POS:15) NOT = SPACES
               MOVE SPACES TO WS-AUDIT-RECORD(WS-BEFORE-NUMBER-POS:15)
               MOVE "Y" TO WS-RECORD-BLANKED
           END-IF.
           IF WS-AUDIT-RECORD(WS-AFTER-NUMBER-POS:15) NOT = SPACES
               MOVE SPACES TO WS-AUDIT-RECORD(WS-AFTER-NUMBER-POS:15)
               MOVE "Y" TO WS-RECORD-BLANKED
           END-IF.
           IF WS-RECORD-BLANKED = "Y"
               MOVE "SCRUBD" TO WS-AUDIT-RECORD(255:6)
               PERFORM REGISTER-SCRUBBED-RECORD
               ADD 1 TO WS-FILE-CHANGED
               ADD 1 TO WS-AUDIT-BLANKED-COUNT
               ADD 1 TO CND-AUDIT-COUNT(WS-CND-FOUND)
               IF WS-MATCHED-BY-NAME = "Y"
                   ADD 1 TO WS-NAME-MATCHED-COUNT
               END-IF
           END-IF.

      * Only records on the audit chain (sequence and
      * check value in place) are registered; PHNVFY01
      * does not check the lines written before it.
       REGISTER-SCRUBBED-RECORD.
           IF WS-AUDIT-RECORD(228:5) = " SEQ:"
                   AND WS-AUDIT-RECORD(233:8) IS NUMERIC
                   AND WS-AUDIT-RECORD(241:5) = " CHK:"
                   AND WS-AUDIT-RECORD(246:9) IS NUMERIC
               MOVE WS-AUDIT-RECORD(246:9) TO WS-CHAIN-CHECK
               PERFORM ADD-CHAIN-CHARACTER
                   VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX > 240
               MOVE SPACES TO SCRUB-REGISTER-RECORD
               MOVE WS-AUDIT-RECORD(233:8) TO SCR-SEQUENCE
               MOVE WS-CHAIN-CHECK TO SCR-CHECK
               WRITE SCRUB-REGISTER-RECORD
               ADD 1 TO WS-REGISTER-COUNT
           END-IF.

       ADD-CHAIN-CHARACTER.
           COMPUTE WS-CHAIN-WORK = WS-CHAIN-CHECK * 31
               + FUNCTION ORD(WS-AUDIT-RECORD(WS-CHAIN-IDX:1)).
           COMPUTE WS-CHAIN-CHECK =
               FUNCTION MOD(WS-CHAIN-WORK, 999999937).

      *----------------------------------------------
      * The certificate.
      *----------------------------------------------
       PRINT-CERTIFICATE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM PRINT-ONE-CANDIDATE
               VARYING WS-CND-IDX FROM 1 BY 1
               UNTIL WS-CND-IDX > WS-CND-COUNT.

       PRINT-ONE-CANDIDATE.
           MOVE CND-STATUS-DATE(WS-CND-IDX) TO WS-EDIT-DATE-N.
           PERFORM FORMAT-EDIT-DATE.
           EVALUATE TRUE
               WHEN CND-HOLD(WS-CND-IDX) NOT = SPACE
                   PERFORM PRINT-RETAINED-LINE
               WHEN CND-MOBILES(WS-CND-IDX) > 0
                       OR CND-CONTACT(WS-CND-IDX) = "Y"
                       OR CND-AUDIT-COUNT(WS-CND-IDX) > 0
                   ADD 1 TO WS-SCRUBBED-COUNT
                   PERFORM PRINT-SCRUBBED-LINE
               WHEN OTHER
                   ADD 1 TO WS-EARLIER-COUNT
           END-EVALUATE.

       PRINT-SCRUBBED-LINE.
           MOVE CND-EMPLOYEE-ID(WS-CND-IDX) TO SCL-EMPLOYEE-ID.
           MOVE CND-LAST-NAME(WS-CND-IDX) TO SCL-LAST-NAME.
           MOVE CND-FIRST-NAME(WS-CND-IDX) TO SCL-FIRST-NAME.
           MOVE WS-PRINT-DATE TO SCL-TERM-DATE.
           MOVE CND-MOBILES(WS-CND-IDX) TO SCL-MOBILES.
           IF CND-CONTACT(WS-CND-IDX) = "Y"
               MOVE "DELETED" TO SCL-CONTACT
           ELSE
               MOVE "NONE" TO SCL-CONTACT
           END-IF.
           MOVE CND-AUDIT-COUNT(WS-CND-IDX) TO SCL-AUDIT-COUNT.
           MOVE SCRUBBED-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       PRINT-RETAINED-LINE.
           MOVE CND-EMPLOYEE-ID(WS-CND-IDX) TO RTL-EMPLOYEE-ID.
           MOVE CND-LAST-NAME(WS-CND-IDX) TO RTL-LAST-NAME.
           MOVE CND-FIRST-NAME(WS-CND-IDX) TO RTL-FIRST-NAME.
           MOVE WS-PRINT-DATE TO RTL-TERM-DATE.
           EVALUATE CND-HOLD(WS-CND-IDX)
               WHEN "D"
                   MOVE "REHIRE - BACK ON THE DIRECTORY"
                       TO RTL-REASON
               WHEN "E"
                   MOVE "NOT CHECKED - PHONE.DAT UNREADABLE"
                       TO RTL-REASON
               WHEN OTHER
                   MOVE "REHIRE - ARCHIVED AGAIN AFTER A RESTORE"
                       TO RTL-REASON
           END-EVALUATE.
           MOVE RETAINED-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       PRINT-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "ARCHIVE RECORDS READ:       " TO CNT-LABEL.
           MOVE WS-ARCHIVE-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  PAST RETENTION:           " TO CNT-LABEL.
           MOVE WS-PAST-RETENTION-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  BAD STATUS DATES SKIPPED: " TO CNT-LABEL.
           MOVE WS-BAD-DATE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "REHIRES RETAINED:           " TO CNT-LABEL.
           MOVE WS-REHIRE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF WS-UNCHECKED-COUNT > 0
               MOVE "LEFT FOR NEXT RUN - MASTER: " TO CNT-LABEL
               MOVE WS-UNCHECKED-COUNT TO CNT-VALUE
               PERFORM WRITE-COUNT-LINE
           END-IF.
           MOVE "PEOPLE SCRUBBED THIS RUN:   " TO CNT-LABEL.
           MOVE WS-SCRUBBED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  SCRUBBED ON EARLIER RUNS: " TO CNT-LABEL.
           MOVE WS-EARLIER-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "MOBILE NUMBERS BLANKED:     " TO CNT-LABEL.
           MOVE WS-MOBILE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "EMERGENCY CONTACTS DELETED: " TO CNT-LABEL.
           MOVE WS-CONTACT-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "AUDIT LOGS READ:            " TO CNT-LABEL.
           MOVE WS-LOG-FILE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "AUDIT RECORDS BLANKED:      " TO CNT-LABEL.
           MOVE WS-AUDIT-BLANKED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  MATCHED BY NAME:          " TO CNT-LABEL.
           MOVE WS-NAME-MATCHED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  LEFT - NAME AMBIGUOUS:    " TO CNT-LABEL.
           MOVE WS-AMBIGUOUS-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  ADDED TO SCRUB REGISTER:  " TO CNT-LABEL.
           MOVE WS-REGISTER-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "FILES REWRITTEN:            " TO CNT-LABEL.
           MOVE WS-REWRITTEN-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF WS-CND-OVERFLOW > 0
               MOVE "LEFT FOR NEXT RUN - TABLE:  " TO CNT-LABEL
               MOVE WS-CND-OVERFLOW TO CNT-VALUE
               PERFORM WRITE-COUNT-LINE
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE "*** ERRORS DURING THE RUN - SEE THE CONSOLE"
                       TO RSL-TEXT
                   PERFORM WRITE-RESULT-LINE
                   MOVE "    THIS IS NOT A COMPLETE CERTIFICATE."
                       TO RSL-TEXT
                   PERFORM WRITE-RESULT-LINE
               WHEN WS-CND-OVERFLOW > 0 OR WS-BAD-DATE-COUNT > 0
                       OR WS-AMBIGUOUS-COUNT > 0
                   MOVE "*** ENTRIES LEFT UNCHECKED - SEE THE COUNTS"
                       TO RSL-TEXT
                   PERFORM WRITE-RESULT-LINE
                   MOVE "    THIS IS NOT A COMPLETE CERTIFICATE."
                       TO RSL-TEXT
                   PERFORM WRITE-RESULT-LINE
               WHEN OTHER
                   PERFORM WRITE-CERTIFICATION
           END-EVALUATE.

       WRITE-CERTIFICATION.
           MOVE SPACES TO RSL-TEXT.
           STRING "CERTIFIED: NO PERSONAL NUMBER OR EMERGENCY"
                   DELIMITED BY SIZE
               " CONTACT IS HELD FOR ANY ARCHIVED ENTRY"
                   DELIMITED BY SIZE
               " TERMINATED BEFORE " DELIMITED BY SIZE
               RTN-CUTOFF DELIMITED BY SIZE
               INTO RSL-TEXT
           END-STRING.
           PERFORM WRITE-RESULT-LINE.
           MOVE "           OTHER THAN THE REHIRES RETAINED ABOVE."
               TO RSL-TEXT.
           PERFORM WRITE-RESULT-LINE.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-RESULT-LINE.
           MOVE RESULT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
