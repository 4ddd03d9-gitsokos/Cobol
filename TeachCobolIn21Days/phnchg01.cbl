      * numbers that match no directory entry go to the
      * unmatched-numbers exception section so the
      * total still proves back to the carrier bill.
      * The same totals go to the ledger as a balanced
      * journal (phnchg01.gl): a header carrying the
      * period, one debit per cost center, the
      * unallocated amount debited to suspense, a credit
      * of the carrier total to telecom expense, and a
      * trailer carrying the line count, the debit and
      * credit totals and a hash of the cost centers.
      * Calls whose department has no cost center on
      * the department master go to suspense as well.
      * Each posting is added to the register
      * (phnchg01.reg) and a period already on the
      * register is refused - the report still prints
      * but no journal is written.
      * phnchg01.ctl, all optional:
      *   columns  1-6   period YYYYMM (default the
      *                  month before the run date)
      *   columns  8-17  telecom expense account
      *   columns 19-28  chargeback debit account
      *                  (default the expense account)
      *   columns 30-39  suspense account
      * RETURN-CODE 4 when any call went unmatched, 8
      * when the journal was refused.
      *----------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "phnchg01.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "phnchg01.ctl"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO "phnchg01.gl"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-REGISTER-FILE
               ASSIGN TO "phnchg01.reg"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PHONE-FILE
           05  PHONE-HOME-SITE      PIC X(4).
           05  PHONE-ENTRY-CLASS    PIC X.
           05  PHONE-UNLISTED       PIC X.
           05  PHONE-SUPERVISOR-ID  PIC 9(6).
           05  PHONE-SPONSOR-ID     PIC 9(6).
           05  PHONE-END-DATE       PIC 9(8).

       FD  DEPT-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS OMITTED.
       01  REPORT-RECORD            PIC X(132).

       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
       01  CONTROL-RECORD.
           05  CTL-PERIOD           PIC X(6).
           05  FILLER               PIC X.
           05  CTL-EXPENSE-ACCOUNT  PIC X(10).
           05  FILLER               PIC X.
           05  CTL-DEBIT-ACCOUNT    PIC X(10).
           05  FILLER               PIC X.
           05  CTL-SUSPENSE-ACCOUNT PIC X(10).
           05  FILLER               PIC X(41).

      * Journal header, detail and trailer share the
      * one record area.
       FD  GL-JOURNAL-FILE
           LABEL RECORDS OMITTED.
       01  GL-HEADER-RECORD.
           05  GLH-RECORD-TYPE      PIC X.
           05  GLH-SOURCE           PIC X(8).
           05  GLH-PERIOD           PIC 9(6).
           05  GLH-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(57).
       01  GL-DETAIL-RECORD.
           05  GLD-RECORD-TYPE      PIC X.
           05  GLD-SEQUENCE         PIC 9(5).
           05  GLD-ACCOUNT          PIC X(10).
           05  GLD-COST-CENTER      PIC X(6).
           05  GLD-DR-CR            PIC X.
           05  GLD-AMOUNT           PIC 9(9)V99.
           05  GLD-PERIOD           PIC 9(6).
           05  GLD-DESCRIPTION      PIC X(30).
           05  FILLER               PIC X(10).
       01  GL-TRAILER-RECORD.
           05  GLT-RECORD-TYPE      PIC X.
           05  GLT-PERIOD           PIC 9(6).
           05  GLT-RECORD-COUNT     PIC 9(6).
           05  GLT-DEBIT-TOTAL      PIC 9(9)V99.
           05  GLT-CREDIT-TOTAL     PIC 9(9)V99.
           05  GLT-HASH-TOTAL       PIC 9(12).
           05  FILLER               PIC X(33).

       FD  GL-REGISTER-FILE
           LABEL RECORDS OMITTED.
       01  GL-REGISTER-RECORD.
           05  REG-PERIOD           PIC 9(6).
           05  REG-POSTED-DATE      PIC 9(8).
           05  REG-RECORD-COUNT     PIC 9(6).
           05  REG-DEBIT-TOTAL      PIC 9(9)V99.
           05  REG-CREDIT-TOTAL     PIC 9(9)V99.
           05  REG-SUSPENSE-TOTAL   PIC 9(9)V99.
           05  REG-HASH-TOTAL       PIC 9(12).

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG              PIC X       VALUE "N".
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                    PIC 9(8).

      * Ledger posting.  The accounts are defaulted
      * here and may be overridden on the control card.
       01  WS-GL-PERIOD.
           05  WS-GL-YYYY           PIC 9999.
           05  WS-GL-MM             PIC 99.
       01  WS-GL-PERIOD-N REDEFINES WS-GL-PERIOD
                                    PIC 9(6).
       01  WS-GL-EXPENSE-ACCOUNT    PIC X(10)   VALUE "640500".
       01  WS-GL-DEBIT-ACCOUNT      PIC X(10)   VALUE SPACES.
       01  WS-GL-SUSPENSE-ACCOUNT   PIC X(10)   VALUE "199900".
       01  WS-GL-POST-FLAG          PIC X       VALUE "Y".
       01  WS-GL-REFUSED            PIC X       VALUE "N".
       01  WS-GL-REASON             PIC X(60)   VALUE SPACES.
       01  WS-REG-EOF               PIC X       VALUE "N".
       01  WS-REG-POSTED-DATE       PIC 9(8)    VALUE ZERO.
       01  WS-GL-LINE-COUNT         PIC 9(5)    VALUE ZERO.
       01  WS-GL-DEBIT-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  WS-GL-CREDIT-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01  WS-GL-SUSPENSE-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01  WS-GL-HASH-TOTAL         PIC 9(12)   VALUE ZERO.
       01  WS-GL-CC-NUMERIC         PIC 9(6).

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(24)
               VALUE "COST UNALLOCATED:           ".
           05  FOOTER-UNMATCH-COST  PIC Z,ZZZ,ZZ9.99.

       01  GL-TITLE-LINE.
           05  FILLER               PIC X(26)
               VALUE "GL JOURNAL REGISTER PERIOD".
           05  FILLER               PIC X     VALUE SPACE.
           05  GTL-PERIOD           PIC 9(6).

       01  GL-REGISTER-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  GRL-SEQUENCE         PIC ZZZZ9.
           05  FILLER               PIC X(7)  VALUE "  ACCT:".
           05  GRL-ACCOUNT          PIC X(10).
           05  FILLER               PIC X(5)  VALUE "  CC:".
           05  GRL-COST-CENTER      PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  GRL-DR-CR            PIC X(2).
           05  GRL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  GRL-DESCRIPTION      PIC X(30).

       01  GL-TOTAL-LINE.
           05  GTT-LABEL            PIC X(28).
           05  GTT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

       01  GL-COUNT-LINE.
           05  FILLER               PIC X(28)
               VALUE "JOURNAL LINES:              ".
           05  GCL-COUNT            PIC ZZ,ZZ9.

       01  GL-NOTE-LINE.
           05  FILLER               PIC X(6)  VALUE "NOTE: ".
           05  GNL-TEXT             PIC X(60).

       01  GL-POSTED-LINE.
           05  FILLER               PIC X(28)
               VALUE "PERIOD FIRST POSTED ON:     ".
           05  GPL-POSTED-DATE      PIC 9(8).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM PROCESS-CALL-DETAIL.
           PERFORM ROLL-UP-COST-CENTERS.
           PERFORM PRINT-CHARGEBACK-REPORT.
           PERFORM POST-GL-JOURNAL.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           IF WS-UNMATCHED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-GL-REFUSED = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Level 2 Routines
           MOVE WS-CUR-YYYY TO HDR-RUN-YYYY.
           MOVE REPORT-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM READ-CONTROL-RECORD.
           PERFORM CHECK-PERIOD-NOT-POSTED.

       CLOSING-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
               WHEN OTHER
                   MOVE "N" TO WS-NORM-OK
           END-EVALUATE.

      *----------------------------------------------
      * Ledger journal.
      *----------------------------------------------
       READ-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END
               MOVE SPACES TO CONTROL-RECORD
           END-READ.
           CLOSE CONTROL-FILE.
           IF CTL-PERIOD = SPACES
               PERFORM DEFAULT-GL-PERIOD
           ELSE
               IF CTL-PERIOD IS NUMERIC
                   MOVE CTL-PERIOD TO WS-GL-PERIOD
               ELSE
                   MOVE ZERO TO WS-GL-PERIOD-N
               END-IF
               IF WS-GL-MM < 1 OR WS-GL-MM > 12
                   MOVE "N" TO WS-GL-POST-FLAG
                   MOVE "Y" TO WS-GL-REFUSED
                   MOVE "PERIOD ON CONTROL CARD IS NOT A VALID YYYYMM"
                       TO WS-GL-REASON
               END-IF
           END-IF.
           IF CTL-EXPENSE-ACCOUNT NOT = SPACES
               MOVE CTL-EXPENSE-ACCOUNT TO WS-GL-EXPENSE-ACCOUNT
           END-IF.
           IF CTL-DEBIT-ACCOUNT NOT = SPACES
               MOVE CTL-DEBIT-ACCOUNT TO WS-GL-DEBIT-ACCOUNT
           ELSE
               MOVE WS-GL-EXPENSE-ACCOUNT TO WS-GL-DEBIT-ACCOUNT
           END-IF.
           IF CTL-SUSPENSE-ACCOUNT NOT = SPACES
               MOVE CTL-SUSPENSE-ACCOUNT TO WS-GL-SUSPENSE-ACCOUNT
           END-IF.

      * The carrier bill arrives after the month closes,
      * so the run charges back the month before.
       DEFAULT-GL-PERIOD.
           IF WS-CUR-MM = 1
               COMPUTE WS-GL-YYYY = WS-CUR-YYYY - 1
               MOVE 12 TO WS-GL-MM
           ELSE
               MOVE WS-CUR-YYYY TO WS-GL-YYYY
               COMPUTE WS-GL-MM = WS-CUR-MM - 1
           END-IF.

       CHECK-PERIOD-NOT-POSTED.
           IF WS-GL-POST-FLAG = "Y"
               OPEN INPUT GL-REGISTER-FILE
               PERFORM CHECK-ONE-REGISTER-ENTRY
                   UNTIL WS-REG-EOF = "Y"
               CLOSE GL-REGISTER-FILE
           END-IF.

       CHECK-ONE-REGISTER-ENTRY.
           READ GL-REGISTER-FILE
               AT END
               MOVE "Y" TO WS-REG-EOF
               NOT AT END
               IF REG-PERIOD = WS-GL-PERIOD-N
                   MOVE "N" TO WS-GL-POST-FLAG
                   MOVE "Y" TO WS-GL-REFUSED
                   MOVE REG-POSTED-DATE TO WS-REG-POSTED-DATE
                   MOVE "Y" TO WS-REG-EOF
                   MOVE "PERIOD ALREADY POSTED - NO JOURNAL WRITTEN"
                       TO WS-GL-REASON
               END-IF
           END-READ.

       POST-GL-JOURNAL.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-GL-PERIOD-N TO GTL-PERIOD.
           MOVE GL-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-GL-POST-FLAG = "Y" AND WS-TOTAL-COST = ZERO
               MOVE "N" TO WS-GL-POST-FLAG
               MOVE "NO CALL COST ON FILE - NOTHING TO POST"
                   TO WS-GL-REASON
           END-IF.
           IF WS-GL-POST-FLAG = "Y"
               PERFORM WRITE-GL-JOURNAL
           ELSE
               MOVE WS-GL-REASON TO GNL-TEXT
               MOVE GL-NOTE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               IF WS-REG-POSTED-DATE NOT = ZERO
                   MOVE WS-REG-POSTED-DATE TO GPL-POSTED-DATE
                   MOVE GL-POSTED-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF.

       WRITE-GL-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE.
           MOVE SPACES TO GL-HEADER-RECORD.
           MOVE "H" TO GLH-RECORD-TYPE.
           MOVE "PHNCHG01" TO GLH-SOURCE.
           MOVE WS-GL-PERIOD-N TO GLH-PERIOD.
           MOVE WS-CURRENT-DATE-N TO GLH-RUN-DATE.
           WRITE GL-HEADER-RECORD.
           PERFORM WRITE-ONE-COST-CENTER-DEBIT
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT.
      *    Suspense takes whatever the cost centers did
      *    not, so the journal balances to the carrier
      *    total even when a table overflowed.
           COMPUTE WS-GL-SUSPENSE-TOTAL =
               WS-TOTAL-COST - WS-GL-DEBIT-TOTAL.
           IF WS-GL-SUSPENSE-TOTAL > ZERO
               MOVE WS-GL-SUSPENSE-ACCOUNT TO GLD-ACCOUNT
               MOVE SPACES TO GLD-COST-CENTER
               MOVE "D" TO GLD-DR-CR
               MOVE WS-GL-SUSPENSE-TOTAL TO GLD-AMOUNT
               MOVE "TELECOM UNALLOCATED - SUSPENSE"
                   TO GLD-DESCRIPTION
               PERFORM WRITE-GL-DETAIL
               ADD WS-GL-SUSPENSE-TOTAL TO WS-GL-DEBIT-TOTAL
           END-IF.
           MOVE WS-GL-EXPENSE-ACCOUNT TO GLD-ACCOUNT.
           MOVE SPACES TO GLD-COST-CENTER.
           MOVE "C" TO GLD-DR-CR.
           MOVE WS-TOTAL-COST TO GLD-AMOUNT.
           MOVE "TELECOM CARRIER BILL" TO GLD-DESCRIPTION.
           PERFORM WRITE-GL-DETAIL.
           MOVE WS-TOTAL-COST TO WS-GL-CREDIT-TOTAL.
           MOVE SPACES TO GL-TRAILER-RECORD.
           MOVE "T" TO GLT-RECORD-TYPE.
           MOVE WS-GL-PERIOD-N TO GLT-PERIOD.
           MOVE WS-GL-LINE-COUNT TO GLT-RECORD-COUNT.
           MOVE WS-GL-DEBIT-TOTAL TO GLT-DEBIT-TOTAL.
           MOVE WS-GL-CREDIT-TOTAL TO GLT-CREDIT-TOTAL.
           MOVE WS-GL-HASH-TOTAL TO GLT-HASH-TOTAL.
           WRITE GL-TRAILER-RECORD.
           CLOSE GL-JOURNAL-FILE.
           PERFORM ADD-REGISTER-ENTRY.
           PERFORM PRINT-GL-TOTALS.

      * Cost center ?????? is a department missing from
      * the department master; the ledger cannot take
      * it, so its amount is left to the suspense line.
       WRITE-ONE-COST-CENTER-DEBIT.
           IF CC-COST(WS-CC-IDX) > ZERO
                   AND CC-CENTER(WS-CC-IDX) NOT = "??????"
                   AND CC-CENTER(WS-CC-IDX) NOT = SPACES
               MOVE WS-GL-DEBIT-ACCOUNT TO GLD-ACCOUNT
               MOVE CC-CENTER(WS-CC-IDX) TO GLD-COST-CENTER
               MOVE "D" TO GLD-DR-CR
               MOVE CC-COST(WS-CC-IDX) TO GLD-AMOUNT
               MOVE "TELECOM CHARGEBACK" TO GLD-DESCRIPTION
               PERFORM WRITE-GL-DETAIL
               ADD CC-COST(WS-CC-IDX) TO WS-GL-DEBIT-TOTAL
               IF CC-CENTER(WS-CC-IDX) IS NUMERIC
                   MOVE CC-CENTER(WS-CC-IDX) TO WS-GL-CC-NUMERIC
                   ADD WS-GL-CC-NUMERIC TO WS-GL-HASH-TOTAL
               END-IF
           END-IF.

       WRITE-GL-DETAIL.
           ADD 1 TO WS-GL-LINE-COUNT.
           MOVE "D" TO GLD-RECORD-TYPE.
           MOVE WS-GL-LINE-COUNT TO GLD-SEQUENCE.
           MOVE WS-GL-PERIOD-N TO GLD-PERIOD.
           MOVE SPACES TO GL-DETAIL-RECORD(71:10).
           WRITE GL-DETAIL-RECORD.
           MOVE GLD-SEQUENCE TO GRL-SEQUENCE.
           MOVE GLD-ACCOUNT TO GRL-ACCOUNT.
           MOVE GLD-COST-CENTER TO GRL-COST-CENTER.
           IF GLD-DR-CR = "D"
               MOVE "DR" TO GRL-DR-CR
           ELSE
               MOVE "CR" TO GRL-DR-CR
           END-IF.
           MOVE GLD-AMOUNT TO GRL-AMOUNT.
           MOVE GLD-DESCRIPTION TO GRL-DESCRIPTION.
           MOVE GL-REGISTER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       ADD-REGISTER-ENTRY.
           OPEN EXTEND GL-REGISTER-FILE.
           MOVE WS-GL-PERIOD-N TO REG-PERIOD.
           MOVE WS-CURRENT-DATE-N TO REG-POSTED-DATE.
           MOVE WS-GL-LINE-COUNT TO REG-RECORD-COUNT.
           MOVE WS-GL-DEBIT-TOTAL TO REG-DEBIT-TOTAL.
           MOVE WS-GL-CREDIT-TOTAL TO REG-CREDIT-TOTAL.
           MOVE WS-GL-SUSPENSE-TOTAL TO REG-SUSPENSE-TOTAL.
           MOVE WS-GL-HASH-TOTAL TO REG-HASH-TOTAL.
           WRITE GL-REGISTER-RECORD.
           CLOSE GL-REGISTER-FILE.

       PRINT-GL-TOTALS.
           MOVE WS-GL-LINE-COUNT TO GCL-COUNT.
           MOVE GL-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "TOTAL DEBITS:               " TO GTT-LABEL.
           MOVE WS-GL-DEBIT-TOTAL TO GTT-AMOUNT.
           MOVE GL-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "TOTAL CREDITS:              " TO GTT-LABEL.
           MOVE WS-GL-CREDIT-TOTAL TO GTT-AMOUNT.
           MOVE GL-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "  OF WHICH SUSPENSE:        " TO GTT-LABEL.
           MOVE WS-GL-SUSPENSE-TOTAL TO GTT-AMOUNT.
           MOVE GL-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
