       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNVFY01.
      *----------------------------------------------
      * Audit chain verification.
      * Every program that writes phnaud01.log stamps
      * each record with the next running sequence
      * number and a check value chained from the
      * record before it (see CHAIN-AUDIT-LINE).  This
      * job walks the monthly archives PHNROL01 cut
      * (phnaudYYYYMM.log, oldest first, from the
      * month in columns 1-6 of phnvfy01.ctl - default
      * two years back) and then the live log, redoes
      * the chain and reports:
      *   SEQUENCE GAP    records missing between two
      *                   sequence numbers
      *   ALTERED         a record whose check value no
      *                   longer matches its contents
      *   BROKEN CHAIN    sequence numbers out of order
      *                   or repeated, unsequenced lines
      *                   after the chain began, and a
      *                   log that ends short of the
      *                   last record phnaud01.chn says
      *                   was written
      * Lines written before the chain was introduced
      * (no sequence number) are counted, not flagged.
      * Records PHNRET01 has scrubbed under the
      * retention policy keep their original check
      * value and carry SCRUBD in columns 255-260;
      * their contents no longer match it.  PHNRET01
      * records a second check value for each one on
      * the scrub register (phnaud01.scr) - the chain
      * routine over the scrubbed record, seeded with
      * the check value it holds.  The register is
      * sorted into sequence order and walked with the
      * logs; a SCRUBD record whose second check is on
      * the register and matches is counted as
      * scrubbed, anything else is ALTERED, and either
      * way the chain is carried on from the check
      * value the record holds.
      * RETURN-CODE 8 on any exception, so the nightly
      * stream halts before the delta extract sends a
      * tampered log to the sites.
      *----------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "phnaud01.log"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVE-LOG-FILE
               ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPTIONAL CHAIN-FILE
               ASSIGN TO "phnaud01.chn"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "phnvfy01.ctl"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "phnvfy01.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SCRUB-REGISTER-FILE
               ASSIGN TO "phnaud01.scr"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-SORT-WORK-FILE
               ASSIGN TO "phnvfy01.tmp".

           SELECT OPTIONAL SORTED-REGISTER-FILE
               ASSIGN TO "phnvfy01.srt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           LABEL RECORDS OMITTED.
       01  AUDIT-RECORD             PIC X(260).

       FD  ARCHIVE-LOG-FILE
           LABEL RECORDS OMITTED.
       01  ARCHIVE-LOG-RECORD       PIC X(260).

       FD  CHAIN-FILE
           LABEL RECORDS OMITTED.
       01  CHAIN-RECORD.
           05  CHN-LAST-SEQUENCE    PIC 9(8).
           05  FILLER               PIC X.
           05  CHN-LAST-CHECK       PIC 9(9).

       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
       01  CONTROL-RECORD.
           05  CTL-START-MONTH      PIC X(6).
           05  FILLER               PIC X(74).

       FD  REPORT-FILE
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       FD  SCRUB-REGISTER-FILE
           LABEL RECORDS OMITTED.
       01  SCRUB-REGISTER-RECORD    PIC X(18).

       SD  REGISTER-SORT-WORK-FILE.
       01  REGISTER-SORT-WORK-RECORD.
           05  RSW-SEQUENCE         PIC 9(8).
           05  FILLER               PIC X.
           05  RSW-CHECK            PIC 9(9).

       FD  SORTED-REGISTER-FILE
           LABEL RECORDS OMITTED.
       01  SORTED-REGISTER-RECORD.
           05  SRG-SEQUENCE         PIC 9(8).
           05  FILLER               PIC X.
           05  SRG-CHECK            PIC 9(9).

       WORKING-STORAGE SECTION.

       01  WS-LOG-EOF               PIC X       VALUE "N".
       01  WS-SRG-EOF               PIC X       VALUE "N".
       01  WS-ARCHIVE-STATUS        PIC XX      VALUE "00".
       01  WS-ARCHIVE-NAME          PIC X(16)   VALUE SPACES.
       01  WS-FILE-NAME             PIC X(16)   VALUE SPACES.
       01  WS-FILE-LINE             PIC 9(6)    VALUE ZERO.

       01  WS-SCAN-MONTH.
           05  WS-SCAN-YYYY         PIC 9999.
           05  WS-SCAN-MM           PIC 99.
       01  WS-SCAN-MONTH-N REDEFINES WS-SCAN-MONTH
                                    PIC 9(6).
       01  WS-LAST-MONTH-N          PIC 9(6)    VALUE ZERO.

       01  WS-CHAIN-STARTED         PIC X       VALUE "N".
       01  WS-LAST-SEQUENCE         PIC 9(8)    VALUE ZERO.
       01  WS-LAST-CHECK            PIC 9(9)    VALUE ZERO.
       01  WS-EXPECTED-SEQUENCE     PIC 9(8)    VALUE ZERO.
       01  WS-MISSING-COUNT         PIC 9(8)    VALUE ZERO.

       01  WS-ARCHIVE-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-RECORD-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-LEGACY-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-SEQUENCED-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-GAP-COUNT             PIC 9(6)    VALUE ZERO.
       01  WS-ALTERED-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-BROKEN-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-SCRUBBED-COUNT        PIC 9(6)    VALUE ZERO.

      * Audit chain, worked the same way as in the
      * programs that write the log.
       01  WS-CHAIN-SEQUENCE        PIC 9(8)    VALUE ZERO.
       01  WS-CHAIN-CHECK           PIC 9(9)    VALUE ZERO.
       01  WS-CHAIN-WORK            PIC 9(11)   VALUE ZERO.
       01  WS-CHAIN-IDX             PIC 999     VALUE ZERO.

      * The log record as read.  Only the chain fields
      * at the end are broken out; the check value
      * covers bytes 1-240, up to and including the
      * sequence number.
       01  AUDIT-LINE.
           05  AUD-OPERATOR-TAG     PIC X(4).
           05  AUD-OPERATOR         PIC X(10).
           05  FILLER               PIC X(213).
           05  AUD-SEQUENCE-TAG     PIC X(5).
           05  AUD-SEQUENCE-X       PIC X(8).
           05  AUD-SEQUENCE REDEFINES AUD-SEQUENCE-X
                                    PIC 9(8).
           05  AUD-CHECK-TAG        PIC X(5).
           05  AUD-CHECK-X          PIC X(9).
           05  AUD-CHECK REDEFINES AUD-CHECK-X
                                    PIC 9(9).
           05  AUD-SCRUB-MARK       PIC X(6).

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                    PIC 9(8).

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(30)
               VALUE "AUDIT LOG CHAIN VERIFICATION  ".
           05  FILLER               PIC X(10) VALUE "  RUN DATE".
           05  FILLER               PIC X(2)  VALUE ": ".
           05  HDR-RUN-MM           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-DD           PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  HDR-RUN-YYYY         PIC 9999.

       01  FILE-LINE.
           05  FILLER               PIC X(6)  VALUE "FILE: ".
           05  FLN-NAME             PIC X(16).
           05  FILLER               PIC X(10) VALUE " RECORDS: ".
           05  FLN-COUNT            PIC ZZZ,ZZ9.

       01  DETAIL-LINE.
           05  DET-FILE-NAME        PIC X(16).
           05  FILLER               PIC X(6)  VALUE " LINE:".
           05  DET-LINE             PIC ZZZ,ZZ9.
           05  FILLER               PIC X(5)  VALUE " SEQ:".
           05  DET-SEQUENCE         PIC X(8).
           05  FILLER               PIC X(5)  VALUE " OPR:".
           05  DET-OPERATOR         PIC X(10).
           05  FILLER               PIC X     VALUE SPACE.
           05  DET-CATEGORY         PIC X(13).
           05  DET-PROBLEM          PIC X(50).

       01  WS-PROBLEM-COUNT         PIC Z(7)9.

       01  RESULT-LINE.
           05  RSL-TEXT             PIC X(60).

       01  COUNT-LINE.
           05  CNT-LABEL            PIC X(28).
           05  CNT-VALUE            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM VERIFY-ONE-ARCHIVE
               UNTIL WS-SCAN-MONTH-N > WS-LAST-MONTH-N.
           PERFORM VERIFY-LIVE-LOG.
           PERFORM CHECK-CHAIN-STATE.
           CLOSE SORTED-REGISTER-FILE.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           IF WS-GAP-COUNT > 0
                   OR WS-ALTERED-COUNT > 0
                   OR WS-BROKEN-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Level 2 Routines

       OPENING-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CUR-YYYY TO WS-SCAN-YYYY.
           MOVE WS-CUR-MM TO WS-SCAN-MM.
           MOVE WS-SCAN-MONTH-N TO WS-LAST-MONTH-N.
           SUBTRACT 2 FROM WS-SCAN-YYYY.
           PERFORM READ-CONTROL-RECORD.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-CUR-MM TO HDR-RUN-MM.
           MOVE WS-CUR-DD TO HDR-RUN-DD.
           MOVE WS-CUR-YYYY TO HDR-RUN-YYYY.
           MOVE REPORT-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM SORT-SCRUB-REGISTER.
           OPEN INPUT SORTED-REGISTER-FILE.
           PERFORM READ-NEXT-REGISTER-ENTRY.

       CLOSING-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "ARCHIVES READ:              " TO CNT-LABEL.
           MOVE WS-ARCHIVE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "LOG RECORDS READ:           " TO CNT-LABEL.
           MOVE WS-RECORD-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  WRITTEN BEFORE THE CHAIN: " TO CNT-LABEL.
           MOVE WS-LEGACY-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  SEQUENCED:                " TO CNT-LABEL.
           MOVE WS-SEQUENCED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  SCRUBBED FOR RETENTION:   " TO CNT-LABEL.
           MOVE WS-SCRUBBED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "SEQUENCE GAPS:              " TO CNT-LABEL.
           MOVE WS-GAP-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ALTERED RECORDS:            " TO CNT-LABEL.
           MOVE WS-ALTERED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "BROKEN CHAINS:              " TO CNT-LABEL.
           MOVE WS-BROKEN-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF WS-GAP-COUNT > 0
                   OR WS-ALTERED-COUNT > 0
                   OR WS-BROKEN-COUNT > 0
               MOVE "*** AUDIT LOG FAILED VERIFICATION" TO RSL-TEXT
               DISPLAY "PHNVFY01: audit log failed verification"
                   " - see phnvfy01.rpt."
           ELSE
               MOVE "AUDIT LOG VERIFIED" TO RSL-TEXT
           END-IF.
           MOVE RESULT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

       READ-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END
               CONTINUE
               NOT AT END
               IF CTL-START-MONTH IS NUMERIC
                   MOVE CTL-START-MONTH TO WS-SCAN-MONTH-N
               END-IF
           END-READ.
           CLOSE CONTROL-FILE.

      * Months with no archive are passed over; the
      * chain itself shows whether anything is missing.
       VERIFY-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "phnaud" DELIMITED BY SIZE
               WS-SCAN-YYYY DELIMITED BY SIZE
               WS-SCAN-MM DELIMITED BY SIZE
               ".log" DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           END-STRING.
           OPEN INPUT ARCHIVE-LOG-FILE.
           IF WS-ARCHIVE-STATUS = "00"
               ADD 1 TO WS-ARCHIVE-COUNT
               MOVE WS-ARCHIVE-NAME TO WS-FILE-NAME
               MOVE ZERO TO WS-FILE-LINE
               MOVE "N" TO WS-LOG-EOF
               PERFORM READ-NEXT-ARCHIVE-RECORD
               PERFORM VERIFY-ARCHIVE-RECORDS
                   UNTIL WS-LOG-EOF = "Y"
               PERFORM WRITE-FILE-LINE
           END-IF.
           CLOSE ARCHIVE-LOG-FILE.
           ADD 1 TO WS-SCAN-MM.
           IF WS-SCAN-MM > 12
               MOVE 1 TO WS-SCAN-MM
               ADD 1 TO WS-SCAN-YYYY
           END-IF.

       READ-NEXT-ARCHIVE-RECORD.
           READ ARCHIVE-LOG-FILE
               AT END
               MOVE "Y" TO WS-LOG-EOF
           END-READ.

       VERIFY-ARCHIVE-RECORDS.
           MOVE ARCHIVE-LOG-RECORD TO AUDIT-LINE.
           PERFORM VERIFY-ONE-RECORD.
           PERFORM READ-NEXT-ARCHIVE-RECORD.

       VERIFY-LIVE-LOG.
           MOVE "phnaud01.log" TO WS-FILE-NAME.
           MOVE ZERO TO WS-FILE-LINE.
           MOVE "N" TO WS-LOG-EOF.
           OPEN INPUT AUDIT-FILE.
           PERFORM READ-NEXT-AUDIT-RECORD.
           PERFORM VERIFY-AUDIT-RECORDS
               UNTIL WS-LOG-EOF = "Y".
           CLOSE AUDIT-FILE.
           PERFORM WRITE-FILE-LINE.

       READ-NEXT-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
               MOVE "Y" TO WS-LOG-EOF
           END-READ.

       VERIFY-AUDIT-RECORDS.
           MOVE AUDIT-RECORD TO AUDIT-LINE.
           PERFORM VERIFY-ONE-RECORD.
           PERFORM READ-NEXT-AUDIT-RECORD.

       WRITE-FILE-LINE.
           MOVE WS-FILE-NAME TO FLN-NAME.
           MOVE WS-FILE-LINE TO FLN-COUNT.
           MOVE FILE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      * Lines with no sequence number are only allowed
      * ahead of the first sequenced record.
       VERIFY-ONE-RECORD.
           ADD 1 TO WS-FILE-LINE.
           ADD 1 TO WS-RECORD-COUNT.
           IF AUD-SEQUENCE-TAG NOT = " SEQ:"
                   OR AUD-SEQUENCE-X IS NOT NUMERIC
               IF WS-CHAIN-STARTED = "N"
                   ADD 1 TO WS-LEGACY-COUNT
               ELSE
                   ADD 1 TO WS-BROKEN-COUNT
                   MOVE "BROKEN CHAIN" TO DET-CATEGORY
                   MOVE "UNSEQUENCED LINE AFTER THE CHAIN BEGAN"
                       TO DET-PROBLEM
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           ELSE
               ADD 1 TO WS-SEQUENCED-COUNT
               PERFORM VERIFY-SEQUENCED-RECORD
           END-IF.

      * The first sequenced record anchors the chain.
      * Sequence 1 is checked from a zero seed; a later
      * number means the scan began after the chain did
      * (the start month is too recent), so its check
      * value is taken as read.
       VERIFY-SEQUENCED-RECORD.
           IF WS-CHAIN-STARTED = "N"
               MOVE "Y" TO WS-CHAIN-STARTED
               IF AUD-SEQUENCE NOT = 1
                   MOVE "CHAIN PICKED UP PART WAY - SCAN BEGAN AFTER IT"
                       TO RSL-TEXT
                   MOVE RESULT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   PERFORM RESYNC-THE-CHAIN
               ELSE
                   MOVE ZERO TO WS-LAST-SEQUENCE
                   MOVE ZERO TO WS-LAST-CHECK
                   PERFORM VERIFY-CHAINED-RECORD
               END-IF
           ELSE
               PERFORM VERIFY-CHAINED-RECORD
           END-IF.

      * After any exception the chain is picked up
      * again from the record in hand, so one bad line
      * is reported once rather than everything after
      * it.
       VERIFY-CHAINED-RECORD.
           ADD 1 TO WS-LAST-SEQUENCE GIVING WS-EXPECTED-SEQUENCE.
           EVALUATE TRUE
               WHEN AUD-SEQUENCE > WS-EXPECTED-SEQUENCE
                   ADD 1 TO WS-GAP-COUNT
                   COMPUTE WS-MISSING-COUNT =
                       AUD-SEQUENCE - WS-EXPECTED-SEQUENCE
                   MOVE WS-MISSING-COUNT TO WS-PROBLEM-COUNT
                   MOVE "SEQUENCE GAP" TO DET-CATEGORY
                   MOVE SPACES TO DET-PROBLEM
                   STRING WS-PROBLEM-COUNT DELIMITED BY SIZE
                       " RECORD(S) MISSING BEFORE THIS ONE"
                           DELIMITED BY SIZE
                       INTO DET-PROBLEM
                   END-STRING
                   PERFORM WRITE-EXCEPTION-LINE
                   PERFORM RESYNC-THE-CHAIN
               WHEN AUD-SEQUENCE < WS-EXPECTED-SEQUENCE
                   ADD 1 TO WS-BROKEN-COUNT
                   MOVE "BROKEN CHAIN" TO DET-CATEGORY
                   MOVE "SEQUENCE NUMBER REPEATED OR OUT OF ORDER"
                       TO DET-PROBLEM
                   PERFORM WRITE-EXCEPTION-LINE
                   PERFORM RESYNC-THE-CHAIN
               WHEN OTHER
                   MOVE WS-LAST-CHECK TO WS-CHAIN-CHECK
                   PERFORM ADD-CHAIN-CHARACTER
                       VARYING WS-CHAIN-IDX FROM 1 BY 1
                       UNTIL WS-CHAIN-IDX > 240
                   IF AUD-CHECK-TAG NOT = " CHK:"
                           OR AUD-CHECK-X IS NOT NUMERIC
                           OR AUD-CHECK NOT = WS-CHAIN-CHECK
                       PERFORM CHECK-SCRUBBED-RECORD
                   ELSE
                       MOVE AUD-SEQUENCE TO WS-LAST-SEQUENCE
                       MOVE WS-CHAIN-CHECK TO WS-LAST-CHECK
                   END-IF
           END-EVALUATE.

      * A scrubbed record still needs its own check
      * value, and its scrubbed contents must match the
      * second check the scrub registered for it.
       CHECK-SCRUBBED-RECORD.
           IF AUD-SCRUB-MARK = "SCRUBD"
                   AND AUD-CHECK-TAG = " CHK:"
                   AND AUD-CHECK-X IS NUMERIC
               PERFORM CHECK-SCRUB-REGISTER
           ELSE
               ADD 1 TO WS-ALTERED-COUNT
               MOVE "ALTERED" TO DET-CATEGORY
               MOVE "CHECK VALUE DOES NOT MATCH THE RECORD"
                   TO DET-PROBLEM
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM RESYNC-THE-CHAIN
           END-IF.

       CHECK-SCRUB-REGISTER.
           MOVE AUD-CHECK TO WS-CHAIN-CHECK.
           PERFORM ADD-CHAIN-CHARACTER
               VARYING WS-CHAIN-IDX FROM 1 BY 1
               UNTIL WS-CHAIN-IDX > 240.
           PERFORM READ-NEXT-REGISTER-ENTRY
               UNTIL WS-SRG-EOF = "Y"
                   OR SRG-SEQUENCE NOT < AUD-SEQUENCE.
           IF WS-SRG-EOF = "N"
                   AND SRG-SEQUENCE = AUD-SEQUENCE
                   AND SRG-CHECK = WS-CHAIN-CHECK
               ADD 1 TO WS-SCRUBBED-COUNT
           ELSE
               ADD 1 TO WS-ALTERED-COUNT
               MOVE "ALTERED" TO DET-CATEGORY
               MOVE "MARKED SCRUBBED BUT NOT AS THE SCRUB LEFT IT"
                   TO DET-PROBLEM
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           PERFORM RESYNC-THE-CHAIN.

      * The register is appended to run by run, so it
      * is put into sequence order to be walked with
      * the logs.
       SORT-SCRUB-REGISTER.
           SORT REGISTER-SORT-WORK-FILE
               ON ASCENDING KEY RSW-SEQUENCE
               USING SCRUB-REGISTER-FILE
               GIVING SORTED-REGISTER-FILE.

       READ-NEXT-REGISTER-ENTRY.
           READ SORTED-REGISTER-FILE
               AT END
               MOVE "Y" TO WS-SRG-EOF
           END-READ.
           IF WS-SRG-EOF = "N"
                   AND (SRG-SEQUENCE IS NOT NUMERIC
                       OR SRG-CHECK IS NOT NUMERIC)
               MOVE ZERO TO SRG-SEQUENCE
               MOVE ZERO TO SRG-CHECK
           END-IF.

       RESYNC-THE-CHAIN.
           MOVE AUD-SEQUENCE TO WS-LAST-SEQUENCE.
           IF AUD-CHECK-X IS NUMERIC
               MOVE AUD-CHECK TO WS-LAST-CHECK
           ELSE
               MOVE ZERO TO WS-LAST-CHECK
           END-IF.

      * phnaud01.chn holds the last sequence and check
      * the writers handed out.  A log that stops short
      * of it has lost records off the end, which the
      * chain alone cannot show.
       CHECK-CHAIN-STATE.
           OPEN INPUT CHAIN-FILE.
           READ CHAIN-FILE
               AT END
               MOVE ZERO TO CHN-LAST-SEQUENCE
               MOVE ZERO TO CHN-LAST-CHECK
           END-READ.
           CLOSE CHAIN-FILE.
           IF CHN-LAST-SEQUENCE IS NOT NUMERIC
                   OR CHN-LAST-CHECK IS NOT NUMERIC
               MOVE ZERO TO CHN-LAST-SEQUENCE
               MOVE ZERO TO CHN-LAST-CHECK
           END-IF.
           IF CHN-LAST-SEQUENCE NOT = WS-LAST-SEQUENCE
                   OR CHN-LAST-CHECK NOT = WS-LAST-CHECK
               ADD 1 TO WS-BROKEN-COUNT
               MOVE "phnaud01.chn" TO DET-FILE-NAME
               MOVE ZERO TO DET-LINE
               MOVE CHN-LAST-SEQUENCE TO DET-SEQUENCE
               MOVE SPACES TO DET-OPERATOR
               MOVE "BROKEN CHAIN" TO DET-CATEGORY
               MOVE "LOG DOES NOT END ON THE LAST RECORD WRITTEN"
                   TO DET-PROBLEM
               MOVE DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       WRITE-EXCEPTION-LINE.
           MOVE WS-FILE-NAME TO DET-FILE-NAME.
           MOVE WS-FILE-LINE TO DET-LINE.
           MOVE AUD-SEQUENCE-X TO DET-SEQUENCE.
           MOVE AUD-OPERATOR TO DET-OPERATOR.
           MOVE DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      * The check value runs over the record up to and
      * including its sequence number, seeded with the
      * check value of the record before it - the same
      * routine the writers use.
       ADD-CHAIN-CHARACTER.
           COMPUTE WS-CHAIN-WORK = WS-CHAIN-CHECK * 31
               + FUNCTION ORD(AUDIT-LINE(WS-CHAIN-IDX:1)).
           COMPUTE WS-CHAIN-CHECK =
               FUNCTION MOD(WS-CHAIN-WORK, 999999937).
