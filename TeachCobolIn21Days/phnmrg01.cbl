000190     SELECT AUDIT-FILE
000200         ASSIGN TO "phnaud01.log"
000210         ORGANIZATION IS LINE SEQUENTIAL.
000212
000213     SELECT OPTIONAL CHAIN-LOCK-FILE
000214         ASSIGN TO "phnaud01.clk"
000215         ORGANIZATION IS LINE SEQUENTIAL
000216         LOCK MODE IS EXCLUSIVE
000217         FILE STATUS IS WS-CHAIN-LOCK-STATUS.
000220
000222     SELECT OPTIONAL CHAIN-FILE
000224         ASSIGN TO "phnaud01.chn"
000226         ORGANIZATION IS LINE SEQUENTIAL.
000228
000230     SELECT MASTER-SORT-WORK-FILE
000240         ASSIGN TO "phnmrg01.tm1".
000250
000817     05  PHONE-HOME-SITE      PIC X(4).
000819     05  PHONE-ENTRY-CLASS    PIC X.
000821     05  PHONE-UNLISTED       PIC X.
000822     05  PHONE-SUPERVISOR-ID  PIC 9(6).
000823     05  PHONE-SPONSOR-ID     PIC 9(6).
000824     05  PHONE-END-DATE       PIC 9(8).
000825
000830 SD  MASTER-SORT-WORK-FILE.
000840 01  MASTER-SORT-WORK-RECORD.
000850     05  MSW-EMPLOYEE-ID      PIC 9(6).
000947     05  MSW-HOME-SITE        PIC X(4).
000949     05  MSW-ENTRY-CLASS      PIC X.
000951     05  MSW-UNLISTED         PIC X.
000952     05  MSW-SUPERVISOR-ID    PIC 9(6).
000953     05  MSW-SPONSOR-ID       PIC 9(6).
000954     05  MSW-END-DATE         PIC 9(8).
000955
000960 FD  SORTED-OLD-MASTER-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  OLD-MASTER-RECORD.
001097     05  OLD-HOME-SITE        PIC X(4).
001099     05  OLD-ENTRY-CLASS      PIC X.
001101     05  OLD-UNLISTED         PIC X.
001102     05  OLD-SUPERVISOR-ID    PIC 9(6).
001103     05  OLD-SPONSOR-ID       PIC 9(6).
001104     05  OLD-END-DATE         PIC 9(8).
001105
001110* The site master drives how many offices the
001120* merge consumes: one inbound file per site
001130* record, opened by the name the master carries.
001540
001550 FD  AUDIT-FILE
001560     LABEL RECORDS OMITTED.
001570 01  AUDIT-RECORD             PIC X(260).

001571 FD  CHAIN-FILE
001572     LABEL RECORDS OMITTED.
001573 01  CHAIN-RECORD.
001574     05  CHN-LAST-SEQUENCE    PIC 9(8).
001575     05  FILLER               PIC X.
001576     05  CHN-LAST-CHECK       PIC 9(9).

001577 FD  CHAIN-LOCK-FILE
001578     LABEL RECORDS OMITTED.
001579 01  CHAIN-LOCK-RECORD        PIC X(10).

001580 FD  SUMMARY-FILE
001590     LABEL RECORDS OMITTED.

001610 FD  SNAPSHOT-FILE
001620     LABEL RECORDS ARE STANDARD.
001630 01  SNAPSHOT-RECORD          PIC X(168).
001640 01  SNAPSHOT-TRAILER-RECORD REDEFINES SNAPSHOT-RECORD.
001650     05  SNP-TRAILER-ID       PIC 9(6).
001660     05  SNP-TRAILER-TAG      PIC X(8).
001670     05  SNP-TRAILER-COUNT    PIC 9(6).
001680     05  FILLER               PIC X(148).
001690
001700 FD  DEPT-FILE
001710     LABEL RECORDS ARE STANDARD.
002780     05  AUD-AFT-DEPARTMENT   PIC X(10)   VALUE SPACES.
002790
002800 01  WS-AUDIT-ACTION          PIC X(6)    VALUE SPACES.
002801
002802* phnaud01.clk is held open exclusively while the
002803* next sequence is handed out and the record is
002804* written, so no two jobs take the same one.
002805 01  WS-CHAIN-LOCK-STATUS     PIC XX      VALUE SPACES.
002806 01  WS-CHAIN-LOCK-TRIES      PIC 99      VALUE ZERO.
002807 01  WS-CHAIN-LOCK-WAIT       PIC 9       VALUE 1.
002810
002811* Audit chain.  Every audit record carries the
002812* next running sequence number and a check value
002813* chained from the record before it, so an edited,
002814* inserted or deleted line shows up in PHNVFY01.
002815 01  WS-CHAIN-SEQUENCE        PIC 9(8)    VALUE ZERO.
002816 01  WS-CHAIN-CHECK           PIC 9(9)    VALUE ZERO.
002817 01  WS-CHAIN-WORK            PIC 9(11)   VALUE ZERO.
002818 01  WS-CHAIN-IDX             PIC 999     VALUE ZERO.
002819
002820 01  AUDIT-LINE.
002830     05  FILLER               PIC X(4)  VALUE "OPR:".
002840     05  AUD-OPERATOR         PIC X(10).
002980     05  AUD-AFTER            PIC X(41).
002990     05  FILLER               PIC X(5)  VALUE " EMP:".
003000     05  AUD-EMPLOYEE-ID      PIC 9(6).
003002     05  FILLER               PIC X(5)  VALUE " APR:".
003004     05  AUD-APPROVER         PIC X(10) VALUE SPACES.
003005     05  FILLER               PIC X(5)  VALUE " SEQ:".
003006     05  AUD-SEQUENCE         PIC 9(8).
003007     05  FILLER               PIC X(5)  VALUE " CHK:".
003008     05  AUD-CHECK            PIC 9(9).
003010
003020 PROCEDURE DIVISION.
003030 PROGRAM-BEGIN.
003590
003600 OPENING-PROCEDURE.
003610     OPEN OUTPUT RECONCILE-FILE.
003630     MOVE RECON-HEADER-LINE TO RECONCILE-RECORD.
003640     WRITE RECONCILE-RECORD.
003650     MOVE SPACES TO RECONCILE-RECORD.
005353         MOVE "P" TO PHONE-ENTRY-CLASS
005354     END-IF.
005355     MOVE SPACE TO PHONE-UNLISTED.
005356     MOVE ZERO TO PHONE-SUPERVISOR-ID.
005357     MOVE ZERO TO PHONE-SPONSOR-ID.
005358     MOVE ZERO TO PHONE-END-DATE.
005359     WRITE PHONE-RECORD
005360         INVALID KEY
005370         DISPLAY "Merge: could not add " MRG-LAST-NAME
005380         ADD 1 TO WS-ERROR-COUNT
005890     CLOSE SORTED-OLD-MASTER-FILE.
005900     CLOSE PHONE-FILE.
005910     CLOSE DEPT-FILE.
005930     MOVE SPACES TO RECONCILE-RECORD.
005940     WRITE RECONCILE-RECORD.
005950     MOVE WS-NEW-COUNT TO FOOTER-NEW-COUNT.
006960         AUD-AFT-DEPARTMENT DELIMITED BY SIZE
006970         INTO AUD-AFTER
006980     END-STRING.
006983     PERFORM TAKE-CHAIN-LOCK.
006984     OPEN EXTEND AUDIT-FILE.
006985     PERFORM CHAIN-AUDIT-LINE.
006990     MOVE AUDIT-LINE TO AUDIT-RECORD.
007000     WRITE AUDIT-RECORD.
007005     PERFORM SAVE-AUDIT-CHAIN.
007006     CLOSE AUDIT-FILE.
007007     PERFORM RELEASE-CHAIN-LOCK.
007008
007010* The check value runs over the record up to and
007020* including its sequence number, seeded with the
007030* check value of the record before it.  The
007040* routine is the same in every program that
007050* writes the log, and in PHNVFY01.
007060 CHAIN-AUDIT-LINE.
007070     MOVE ZERO TO WS-CHAIN-SEQUENCE.
007080     MOVE ZERO TO WS-CHAIN-CHECK.
007090     OPEN INPUT CHAIN-FILE.
007100     READ CHAIN-FILE
007110         AT END
007120         CONTINUE
007130         NOT AT END
007140         IF CHN-LAST-SEQUENCE IS NUMERIC
007150                 AND CHN-LAST-CHECK IS NUMERIC
007160             MOVE CHN-LAST-SEQUENCE TO WS-CHAIN-SEQUENCE
007170             MOVE CHN-LAST-CHECK TO WS-CHAIN-CHECK
007180         END-IF
007190     END-READ.
007200     CLOSE CHAIN-FILE.
007210     ADD 1 TO WS-CHAIN-SEQUENCE.
007220     MOVE WS-CHAIN-SEQUENCE TO AUD-SEQUENCE.
007230     PERFORM ADD-CHAIN-CHARACTER
007240         VARYING WS-CHAIN-IDX FROM 1 BY 1
007250         UNTIL WS-CHAIN-IDX > 240.
007260     MOVE WS-CHAIN-CHECK TO AUD-CHECK.
007265
007270 ADD-CHAIN-CHARACTER.
007280     COMPUTE WS-CHAIN-WORK = WS-CHAIN-CHECK * 31
007290         + FUNCTION ORD(AUDIT-LINE(WS-CHAIN-IDX:1)).
007300     COMPUTE WS-CHAIN-CHECK =
007310         FUNCTION MOD(WS-CHAIN-WORK, 999999937).
007315
007320 SAVE-AUDIT-CHAIN.
007330     OPEN OUTPUT CHAIN-FILE.
007340     MOVE SPACES TO CHAIN-RECORD.
007350     MOVE WS-CHAIN-SEQUENCE TO CHN-LAST-SEQUENCE.
007360     MOVE WS-CHAIN-CHECK TO CHN-LAST-CHECK.
007370     WRITE CHAIN-RECORD.
007380     CLOSE CHAIN-FILE.
007390
007400* A job holding the lock lets it go in well under
007410* a second.  After 30 tries the record is written
007420* without it rather than lost; PHNVFY01 shows any
007430* break that causes.
007440 TAKE-CHAIN-LOCK.
007450     MOVE ZERO TO WS-CHAIN-LOCK-TRIES.
007460     OPEN EXTEND CHAIN-LOCK-FILE.
007470     PERFORM WAIT-FOR-CHAIN-LOCK
007480         UNTIL WS-CHAIN-LOCK-STATUS(1:1) = "0"
007490             OR WS-CHAIN-LOCK-TRIES >= 30.
007500     IF WS-CHAIN-LOCK-STATUS(1:1) NOT = "0"
007510         DISPLAY "Audit chain lock not obtained, status "
007520             WS-CHAIN-LOCK-STATUS " - record written"
007530             " without it."
007540     END-IF.
007550
007560 WAIT-FOR-CHAIN-LOCK.
007570     ADD 1 TO WS-CHAIN-LOCK-TRIES.
007580     CALL "C$SLEEP" USING WS-CHAIN-LOCK-WAIT.
007590     OPEN EXTEND CHAIN-LOCK-FILE.
007600
007610 RELEASE-CHAIN-LOCK.
007620     IF WS-CHAIN-LOCK-STATUS(1:1) = "0"
007630         CLOSE CHAIN-LOCK-FILE
007640     END-IF.
