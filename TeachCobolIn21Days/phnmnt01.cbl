000200     SELECT AUDIT-FILE
000210         ASSIGN TO "phnaud01.log"
000220         ORGANIZATION IS LINE SEQUENTIAL.
000221     SELECT OPTIONAL CHAIN-FILE
000222         ASSIGN TO "phnaud01.chn"
000223         ORGANIZATION IS LINE SEQUENTIAL.
000224     SELECT OPTIONAL CHAIN-LOCK-FILE
000225         ASSIGN TO "phnaud01.clk"
000226         ORGANIZATION IS LINE SEQUENTIAL
000227         LOCK MODE IS EXCLUSIVE
000228         FILE STATUS IS WS-CHAIN-LOCK-STATUS.
000230     SELECT DEPT-FILE
000240         ASSIGN TO "deptmst.dat"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS DEPT-KEY
000280         FILE STATUS IS WS-DEPT-FILE-STATUS.
000282     SELECT OPTIONAL APPROVAL-FILE
000284         ASSIGN TO "phnapr01.dat"
000286         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT BATCH-LOCK-FILE
000300         ASSIGN TO "phnbatch.lck"
000310         ORGANIZATION IS LINE SEQUENTIAL
000570     05  PHONE-STATUS-DATE    PIC 9(8).
000572     05  PHONE-LOCATION       PIC X(8).
000574     05  PHONE-HOME-SITE      PIC X(4).
000575     05  PHONE-ENTRY-CLASS    PIC X.
000576     05  PHONE-UNLISTED       PIC X.
000577     05  PHONE-SUPERVISOR-ID  PIC 9(6).
000578     05  PHONE-SPONSOR-ID     PIC 9(6).
000579     05  PHONE-END-DATE       PIC 9(8).

000580 FD  AUDIT-FILE
000590     LABEL RECORDS OMITTED.
000600 01  AUDIT-RECORD             PIC X(260).

000601 FD  CHAIN-FILE
000602     LABEL RECORDS OMITTED.
000603 01  CHAIN-RECORD.
000604     05  CHN-LAST-SEQUENCE    PIC 9(8).
000605     05  FILLER               PIC X.
000606     05  CHN-LAST-CHECK       PIC 9(9).

000607 FD  CHAIN-LOCK-FILE
000608     LABEL RECORDS OMITTED.
000609 01  CHAIN-LOCK-RECORD        PIC X(10).

000610 FD  DEPT-FILE
000620     LABEL RECORDS ARE STANDARD.
000690     05  DEPT-EXT-RANGE-LOW   PIC X(5).
000700     05  DEPT-EXT-RANGE-HIGH  PIC X(5).

000702 FD  APPROVAL-FILE
000704     LABEL RECORDS OMITTED.
000706 01  APPROVAL-RECORD          PIC X(104).

000710 FD  BATCH-LOCK-FILE
000720     LABEL RECORDS OMITTED.
000730 01  BATCH-LOCK-RECORD        PIC X(17).

000731 FD  LOCATION-FILE
000732     LABEL RECORDS ARE STANDARD.
000733 01  LOC-RECORD.
000734     05  LOC-KEY.
000735         10  LOC-CODE         PIC X(8).
000736     05  LOC-BUILDING         PIC X(20).
000737     05  LOC-FLOOR            PIC X(4).
000738     05  LOC-DESK             PIC X(8).
000739     05  LOC-SITE             PIC X(4).

000740 FD  OPERATOR-FILE
000750     LABEL RECORDS ARE STANDARD.
000900 01  WS-DEPT-VALID-FLAG       PIC X       VALUE "N".
000902 01  WS-LOC-FILE-STATUS       PIC XX.
000903 01  WS-SITE-FILE-STATUS      PIC XX.

000904* Four-eyes control.  A termination is queued on
000905* the pending-approval file under this operator
000906* and applied by a second level-3 operator.
000907 01  WS-APR-EOF               PIC X       VALUE "N".
000908 01  WS-APR-ALREADY-PENDING   PIC X       VALUE "N".
000909 01  APPROVAL-ITEM.
000910     05  APR-TYPE             PIC X.
000911     05  APR-STATUS           PIC X.
000912     05  APR-REQUESTED-BY     PIC X(10).
000913     05  APR-REQUEST-DATE     PIC 9(8).
000914     05  APR-REQUEST-TIME     PIC 9(6).
000915     05  APR-DECIDED-BY       PIC X(10).
000916     05  APR-DECISION-DATE    PIC 9(8).
000917     05  APR-EMPLOYEE-ID      PIC 9(6).
000918     05  APR-LAST-NAME        PIC X(20).
000919     05  APR-FIRST-NAME       PIC X(20).
000920     05  FILLER               PIC X(14).
000921 01  WS-SITE-MST-OPEN         PIC X       VALUE "N".

000922* Phonetic name index upkeep.  The index row is
001145 01  WS-SCR-LOCATION          PIC X(8)    VALUE SPACES.
001146 01  WS-SCR-HOME-SITE         PIC X(4)    VALUE SPACES.
001147 01  WS-SCR-UNLISTED          PIC X       VALUE SPACE.
001148 01  WS-SCR-SUPERVISOR-ID     PIC X(6)    VALUE SPACES.
001150 01  WS-SAVE-EXTENSION        PIC X(5)    VALUE SPACES.
001151 01  WS-SAVE-STATUS           PIC X       VALUE SPACE.
001152 01  WS-SCR-SPONSOR-ID        PIC X(6)    VALUE SPACES.
001154 01  WS-SCR-END-DATE          PIC X(8)    VALUE SPACES.

001160 01  WS-OPERATOR-ID           PIC X(10)   VALUE SPACES.

001790 01  WS-EXT-OK                PIC X.
001800 01  WS-EXT-OWNER-ID          PIC 9(6).
001810 01  WS-EXT-OWNER-NAME        PIC X(20).
001820 01  WS-SAVE-PHONE-RECORD     PIC X(168).

001821* Reporting line.  The supervisor keyed on the
001822* panel must be on file and not terminated, and
001823* must not already report - directly or further
001824* up the line - to the entry being maintained.
001825 01  WS-SUPERVISOR-ID         PIC 9(6)    VALUE ZERO.
001826 01  WS-SUPERVISOR-LEVELS     PIC 99      VALUE ZERO.
001827 01  WS-SUPERVISOR-DONE       PIC X       VALUE "N".
001828 01  WS-SUPERVISOR-LOOP       PIC X       VALUE "N".

001830 01  WS-CURRENT-TIME.
001840     05  WS-CUR-HH            PIC 99.
001860     05  WS-CUR-SEC           PIC 99.
001870     05  WS-CUR-HSEC          PIC 99.

001871* Contractor entries (class C): a sponsoring
001872* employee and the last day of the contract.
001873 01  WS-SPONSOR-ID            PIC 9(6)    VALUE ZERO.
001874 01  WS-END-DATE              PIC 9(8)    VALUE ZERO.
001875 01  WS-END-DATE-PARTS REDEFINES WS-END-DATE.
001876     05  WS-END-YYYY          PIC 9(4).
001877     05  WS-END-MM            PIC 99.
001878     05  WS-END-DD            PIC 99.

001880 01  WS-AUDIT-BEFORE.
001890     05  AUD-BEF-NUMBER       PIC X(15)   VALUE SPACES.
001900     05  AUD-BEF-EXTENSION    PIC X(5)    VALUE SPACES.
001940     05  AUD-AFT-EXTENSION    PIC X(5)    VALUE SPACES.
001950     05  AUD-AFT-DEPARTMENT   PIC X(10)   VALUE SPACES.

001952* phnaud01.clk is held open exclusively while the
001953* next sequence is handed out and the record is
001954* written, so no two jobs take the same one.
001955 01  WS-CHAIN-LOCK-STATUS     PIC XX      VALUE SPACES.
001956 01  WS-CHAIN-LOCK-TRIES      PIC 99      VALUE ZERO.
001957 01  WS-CHAIN-LOCK-WAIT       PIC 9       VALUE 1.

001960 01  WS-AUDIT-ACTION          PIC X(6)    VALUE SPACES.

001961* Audit chain.  Every audit record carries the
001962* next running sequence number and a check value
001963* chained from the record before it, so an edited,
001964* inserted or deleted line shows up in PHNVFY01.
001965* phnaud01.chn holds the last sequence and check.
001966 01  WS-CHAIN-SEQUENCE        PIC 9(8)    VALUE ZERO.
001967 01  WS-CHAIN-CHECK           PIC 9(9)    VALUE ZERO.
001968 01  WS-CHAIN-WORK            PIC 9(11)   VALUE ZERO.
001969 01  WS-CHAIN-IDX             PIC 999     VALUE ZERO.

001970 01  AUDIT-LINE.
001980     05  FILLER               PIC X(4)  VALUE "OPR:".
001990     05  AUD-OPERATOR         PIC X(10).
002130     05  AUD-AFTER            PIC X(41).
002140     05  FILLER               PIC X(5)  VALUE " EMP:".
002150     05  AUD-EMPLOYEE-ID      PIC 9(6).
002152     05  FILLER               PIC X(5)  VALUE " APR:".
002154     05  AUD-APPROVER         PIC X(10) VALUE SPACES.
002155     05  FILLER               PIC X(5)  VALUE " SEQ:".
002156     05  AUD-SEQUENCE         PIC 9(8).
002157     05  FILLER               PIC X(5)  VALUE " CHK:".
002158     05  AUD-CHECK            PIC 9(9).

002160 SCREEN SECTION.
002170 01  MAINT-SCREEN.
002601     05  LINE 16 COLUMN 44 VALUE "Unlisted (U):".
002602     05  LINE 16 COLUMN 58 PIC X
002603         USING WS-SCR-UNLISTED.
002604     05  LINE 17 COLUMN 2 VALUE "Supervisor:".
002605     05  LINE 17 COLUMN 16 PIC X(6)
002606         USING WS-SCR-SUPERVISOR-ID.
002607     05  LINE 17 COLUMN 26 VALUE "Sponsor:".
002608     05  LINE 17 COLUMN 36 PIC X(6)
002609         USING WS-SCR-SPONSOR-ID.
002611     05  LINE 17 COLUMN 44 VALUE "Contract end:".
002612     05  LINE 17 COLUMN 58 PIC X(8)
002613         USING WS-SCR-END-DATE.
002614     05  LINE 18 COLUMN 2
002615         VALUE "ENTER = accept    Esc = cancel".

002620 PROCEDURE DIVISION.
002630 MAIN-LOGIC SECTION.
002775         OPEN INPUT LOCATION-FILE
002777         PERFORM OPEN-SITE-MASTER
002780         OPEN INPUT OPERATOR-FILE
002792         OPEN I-O INDEX-FILE
002794         IF WS-NDX-FILE-STATUS = "35"
002795             OPEN OUTPUT INDEX-FILE
003058             CLOSE SITE-MASTER-FILE
003059         END-IF
003060         CLOSE OPERATOR-FILE
003075         CLOSE INDEX-FILE
003080     END-IF.

003980         WS-SCR-TYPE-4 WS-SCR-EXTENSION WS-SCR-DEPARTMENT
003985         WS-SCR-LOCATION WS-SCR-HOME-SITE
003986         WS-SCR-UNLISTED.
003988     MOVE SPACES TO WS-SCR-SUPERVISOR-ID.
003989     MOVE SPACES TO WS-SCR-SPONSOR-ID WS-SCR-END-DATE.
003990     MOVE "D" TO WS-SCR-TYPE-1.
004000     MOVE "A" TO WS-SCR-STATUS.
004010     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004020     MOVE WS-CURRENT-DATE-N TO WS-SCR-STATUS-DATE.
004030     MOVE SPACES TO WS-SAVE-EXTENSION.
004035     MOVE SPACE TO WS-SAVE-STATUS.
004040     PERFORM EDIT-MAINT-PANEL.
004050     IF WS-SCREEN-CANCELLED = "Y"
004060         DISPLAY "Add cancelled."
004070     ELSE
004080         PERFORM BUILD-RECORD-FROM-SCREEN
004085         PERFORM BUILD-CONTRACT-FROM-SCREEN
004090         PERFORM WRITE-NEW-RECORD
004100     END-IF.


004760 VALIDATE-MAINT-SCREEN.
004770     MOVE "N" TO WS-PANEL-ERROR.
004775     PERFORM EDIT-SCREEN-STATUS.
004780     MOVE WS-SCR-DEPARTMENT TO DEPT-CODE.
004790     READ DEPT-FILE
004800         INVALID KEY
004870     END-IF.
004880     IF WS-PANEL-ERROR = "N"
004890         PERFORM NORMALIZE-SCREEN-NUMBERS
004892     END-IF.
004894     IF WS-PANEL-ERROR = "N"
004896         PERFORM EDIT-SCREEN-SUPERVISOR
004900     END-IF.
004901     PERFORM EDIT-SCREEN-CONTRACT.

004902* A blank location is allowed while the seating
004903* records are still being filled in; anything
005617         MOVE SPACE TO WS-SCR-UNLISTED
005618     END-IF.
005619     MOVE WS-SCR-UNLISTED TO PHONE-UNLISTED.
005620     IF WS-SCR-SUPERVISOR-ID IS NUMERIC
005621         MOVE WS-SCR-SUPERVISOR-ID TO PHONE-SUPERVISOR-ID
005622     ELSE
005623         MOVE ZERO TO PHONE-SUPERVISOR-ID
005624     END-IF.

005625 CONFIRM-EXTENSION-OVERRIDE.
005626     DISPLAY "** WARNING - extension " WS-ENTERED-EXT
005630         " is already assigned to " WS-EXT-OWNER-NAME.
005640     MOVE SPACES TO WS-YES-NO.
005650     PERFORM UNTIL WS-YES-NO = "Y" OR WS-YES-NO = "y"
006580         " 1st:" PHONE-FIRST-NAME.
006590     DISPLAY "  Xtn:" PHONE-EXTENSION
006600         " Dpt:" PHONE-DEPARTMENT
006605         " Loc:" PHONE-LOCATION
006607         " Sup:" PHONE-SUPERVISOR-ID.
006608     PERFORM DISPLAY-CONTRACT-LINE.
006610     PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
006620             UNTIL WS-SLOT-IDX > 4
006630         IF PHONE-NUMBER(WS-SLOT-IDX) NOT = SPACES
006900     MOVE PHONE-EXTENSION TO WS-SAVE-EXTENSION.
006910     MOVE PHONE-DEPARTMENT TO WS-SCR-DEPARTMENT.
006920     MOVE PHONE-STATUS TO WS-SCR-STATUS.
006925     MOVE PHONE-STATUS TO WS-SAVE-STATUS.
006930     MOVE PHONE-STATUS-DATE TO WS-SCR-STATUS-DATE.
006935     MOVE PHONE-LOCATION TO WS-SCR-LOCATION.
006937     MOVE PHONE-HOME-SITE TO WS-SCR-HOME-SITE.
006939     MOVE PHONE-UNLISTED TO WS-SCR-UNLISTED.
006940     IF PHONE-SUPERVISOR-ID IS NUMERIC
006941             AND PHONE-SUPERVISOR-ID NOT = ZERO
006942         MOVE PHONE-SUPERVISOR-ID TO WS-SCR-SUPERVISOR-ID
006943     ELSE
006944         MOVE SPACES TO WS-SCR-SUPERVISOR-ID
006945     END-IF.
006946     PERFORM CONTRACT-TO-SCREEN.
006948     PERFORM EDIT-MAINT-PANEL.
006950     IF WS-SCREEN-CANCELLED = "Y"
006960         DISPLAY "Change cancelled."
006970     ELSE
006980         PERFORM BUILD-RECORD-FROM-SCREEN
006985         PERFORM BUILD-CONTRACT-FROM-SCREEN
006990         PERFORM REWRITE-CHANGED-RECORD
007000     END-IF.

007140* Terminations no longer remove the record - the
007150* entry is marked terminated and the end-of-month
007160* purge (PHNPRG01) archives it after the retention
007170* period has passed.  A termination keyed here
007172* is only queued; a second level-3 operator
007174* applies it from the pending-approval file.
007180 DELETE-RECORD.
007190     PERFORM FIND-RECORD.
007200     IF WS-FOUND-FLAG = "Y"
007320         END-IF
007330     END-PERFORM.
007340     IF WS-YES-NO = "Y" OR WS-YES-NO = "y"
007350         PERFORM QUEUE-TERMINATION
007360     ELSE
007370         DISPLAY "Terminate cancelled."
007380     END-IF.

007390* The termination is not applied here.  It goes
007392* to the pending-approval file tagged with this
007394* operator and takes effect only when a different
007396* level-3 operator approves it through PHNAPR01.
007400 QUEUE-TERMINATION.
007402     PERFORM CHECK-PENDING-TERMINATION.
007404     IF WS-APR-ALREADY-PENDING = "Y"
007406         DISPLAY "A termination for this entry is already"
007408             " waiting for approval."
007410     ELSE
007412         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
007414         ACCEPT WS-CURRENT-TIME FROM TIME
007416         MOVE SPACES TO APPROVAL-ITEM
007418         MOVE "T" TO APR-TYPE
007420         MOVE "P" TO APR-STATUS
007422         MOVE WS-OPERATOR-ID TO APR-REQUESTED-BY
007424         MOVE WS-CURRENT-DATE-N TO APR-REQUEST-DATE
007426         MOVE WS-CURRENT-TIME(1:6) TO APR-REQUEST-TIME
007428         MOVE ZERO TO APR-DECISION-DATE
007430         MOVE PHONE-EMPLOYEE-ID TO APR-EMPLOYEE-ID
007432         MOVE PHONE-LAST-NAME TO APR-LAST-NAME
007434         MOVE PHONE-FIRST-NAME TO APR-FIRST-NAME
007436         OPEN EXTEND APPROVAL-FILE
007438         WRITE APPROVAL-RECORD FROM APPROVAL-ITEM
007440         CLOSE APPROVAL-FILE
007442         DISPLAY "Termination queued - it takes effect when"
007444             " a second level-3 operator approves it."
007446     END-IF.

007450 CHECK-PENDING-TERMINATION.
007452     MOVE "N" TO WS-APR-ALREADY-PENDING.
007454     MOVE "N" TO WS-APR-EOF.
007456     OPEN INPUT APPROVAL-FILE.
007458     PERFORM CHECK-NEXT-APPROVAL-ITEM
007460         UNTIL WS-APR-EOF = "Y".
007462     CLOSE APPROVAL-FILE.

007470 CHECK-NEXT-APPROVAL-ITEM.
007472     READ APPROVAL-FILE INTO APPROVAL-ITEM
007474         AT END
007476         MOVE "Y" TO WS-APR-EOF
007478         NOT AT END
007480         IF APR-TYPE = "T"
007482                 AND APR-STATUS = "P"
007484                 AND APR-EMPLOYEE-ID = PHONE-EMPLOYEE-ID
007486             MOVE "Y" TO WS-APR-ALREADY-PENDING
007488         END-IF
007490     END-READ.

007540 NUMBER-MAINTENANCE.
007550     PERFORM FIND-RECORD.
008930         AUD-AFT-DEPARTMENT DELIMITED BY SIZE
008940         INTO AUD-AFTER
008950     END-STRING.
008955     PERFORM TAKE-CHAIN-LOCK.
008956     OPEN EXTEND AUDIT-FILE.
008957     PERFORM CHAIN-AUDIT-LINE.
008960     MOVE AUDIT-LINE TO AUDIT-RECORD.
008970     WRITE AUDIT-RECORD.
008975     PERFORM SAVE-AUDIT-CHAIN.
008980     CLOSE AUDIT-FILE.
008985     PERFORM RELEASE-CHAIN-LOCK.

009000* Name index upkeep.  An add writes the row for
009010* the new entry; a change whose last name moved
009870         WHEN OTHER
009880             MOVE "0" TO WS-SDX-DIGIT
009890     END-EVALUATE.

009900* The check value runs over the record up to and
009905* including its sequence number, seeded with the
009910* check value of the record before it.  The
009915* routine is the same in every program that
009920* writes the log, and in PHNVFY01.
009925 CHAIN-AUDIT-LINE.
009930     MOVE ZERO TO WS-CHAIN-SEQUENCE.
009935     MOVE ZERO TO WS-CHAIN-CHECK.
009940     OPEN INPUT CHAIN-FILE.
009945     READ CHAIN-FILE
009950         AT END
009955         CONTINUE
009960         NOT AT END
009965         IF CHN-LAST-SEQUENCE IS NUMERIC
009970                 AND CHN-LAST-CHECK IS NUMERIC
009975             MOVE CHN-LAST-SEQUENCE TO WS-CHAIN-SEQUENCE
009980             MOVE CHN-LAST-CHECK TO WS-CHAIN-CHECK
009985         END-IF
009990     END-READ.
009995     CLOSE CHAIN-FILE.
010000     ADD 1 TO WS-CHAIN-SEQUENCE.
010005     MOVE WS-CHAIN-SEQUENCE TO AUD-SEQUENCE.
010010     PERFORM ADD-CHAIN-CHARACTER
010015         VARYING WS-CHAIN-IDX FROM 1 BY 1
010020         UNTIL WS-CHAIN-IDX > 240.
010025     MOVE WS-CHAIN-CHECK TO AUD-CHECK.

010030 ADD-CHAIN-CHARACTER.
010035     COMPUTE WS-CHAIN-WORK = WS-CHAIN-CHECK * 31
010040         + FUNCTION ORD(AUDIT-LINE(WS-CHAIN-IDX:1)).
010045     COMPUTE WS-CHAIN-CHECK =
010050         FUNCTION MOD(WS-CHAIN-WORK, 999999937).

010055 SAVE-AUDIT-CHAIN.
010060     OPEN OUTPUT CHAIN-FILE.
010065     MOVE SPACES TO CHAIN-RECORD.
010070     MOVE WS-CHAIN-SEQUENCE TO CHN-LAST-SEQUENCE.
010075     MOVE WS-CHAIN-CHECK TO CHN-LAST-CHECK.
010080     WRITE CHAIN-RECORD.
010085     CLOSE CHAIN-FILE.

010090* A job holding the lock lets it go in well under
010095* a second.  After 30 tries the record is written
010100* without it rather than lost; PHNVFY01 shows any
010105* break that causes.
010110 TAKE-CHAIN-LOCK.
010115     MOVE ZERO TO WS-CHAIN-LOCK-TRIES.
010120     OPEN EXTEND CHAIN-LOCK-FILE.
010125     PERFORM WAIT-FOR-CHAIN-LOCK
010130         UNTIL WS-CHAIN-LOCK-STATUS(1:1) = "0"
010135             OR WS-CHAIN-LOCK-TRIES >= 30.
010140     IF WS-CHAIN-LOCK-STATUS(1:1) NOT = "0"
010145         DISPLAY "Audit chain lock not obtained, status "
010150             WS-CHAIN-LOCK-STATUS " - record written"
010155             " without it."
010160     END-IF.

010165 WAIT-FOR-CHAIN-LOCK.
010170     ADD 1 TO WS-CHAIN-LOCK-TRIES.
010175     CALL "C$SLEEP" USING WS-CHAIN-LOCK-WAIT.
010180     OPEN EXTEND CHAIN-LOCK-FILE.

010185 RELEASE-CHAIN-LOCK.
010190     IF WS-CHAIN-LOCK-STATUS(1:1) = "0"
010195         CLOSE CHAIN-LOCK-FILE
010200     END-IF.

010280* A blank supervisor is allowed - the top of the
010290* tree, or not known yet.  A keyed one must be an
010300* active or on-leave person other than this one,
010310* and climbing its reporting line must not come
010320* back round to this entry.
010330 EDIT-SCREEN-SUPERVISOR.
010340     IF WS-SCR-SUPERVISOR-ID NOT = SPACES
010350         IF WS-SCR-SUPERVISOR-ID IS NOT NUMERIC
010360             DISPLAY "Supervisor must be a 6-digit employee"
010370                 " ID - try again."
010380             MOVE "Y" TO WS-PANEL-ERROR
010390         ELSE
010400             MOVE WS-SCR-SUPERVISOR-ID TO WS-SUPERVISOR-ID
010410             PERFORM CHECK-SCREEN-SUPERVISOR
010420         END-IF
010430     END-IF.

010440 CHECK-SCREEN-SUPERVISOR.
010450     EVALUATE TRUE
010460         WHEN WS-SUPERVISOR-ID = ZERO
010470             MOVE SPACES TO WS-SCR-SUPERVISOR-ID
010480         WHEN WS-SUPERVISOR-ID = WS-SCR-EMPLOYEE-ID
010490             DISPLAY "An entry cannot report to itself"
010500                 " - try again."
010510             MOVE "Y" TO WS-PANEL-ERROR
010520         WHEN OTHER
010530             MOVE PHONE-RECORD TO WS-SAVE-PHONE-RECORD
010540             MOVE WS-SUPERVISOR-ID TO PHONE-EMPLOYEE-ID
010550             READ PHONE-FILE
010560                 INVALID KEY
010570                 DISPLAY "That supervisor is not on file"
010580                     " - try again."
010590                 MOVE "Y" TO WS-PANEL-ERROR
010600                 NOT INVALID KEY
010610                 PERFORM CHECK-SUPERVISOR-ENTRY
010620             END-READ
010630             MOVE WS-SAVE-PHONE-RECORD TO PHONE-RECORD
010640     END-EVALUATE.

010650 CHECK-SUPERVISOR-ENTRY.
010660     EVALUATE TRUE
010670         WHEN PHONE-STATUS = "T"
010680             DISPLAY "That supervisor is terminated"
010682                 " - try again."
010684             MOVE "Y" TO WS-PANEL-ERROR
010686         WHEN PHONE-ENTRY-CLASS = "F"
010688             DISPLAY "The supervisor must be a person, not a"
010690                 " facility entry - try again."
010692             MOVE "Y" TO WS-PANEL-ERROR
010700         WHEN OTHER
010710             MOVE ZERO TO WS-SUPERVISOR-LEVELS
010720             MOVE "N" TO WS-SUPERVISOR-DONE
010730             MOVE "N" TO WS-SUPERVISOR-LOOP
010740             PERFORM CLIMB-ONE-SUPERVISOR-LEVEL
010750                 UNTIL WS-SUPERVISOR-DONE = "Y"
010760             IF WS-SUPERVISOR-LOOP = "Y"
010770                 DISPLAY "That supervisor already reports to"
010780                     " this entry - it would make a loop."
010790                 MOVE "Y" TO WS-PANEL-ERROR
010800             END-IF
010810     END-EVALUATE.

010820* PHONE-RECORD holds the last supervisor read;
010830* step up to its own supervisor.  The climb stops
010840* at the top of the tree, at a break in the line
010850* (the org chart reports those), or after 50
010860* levels.
010870 CLIMB-ONE-SUPERVISOR-LEVEL.
010880     ADD 1 TO WS-SUPERVISOR-LEVELS.
010890     EVALUATE TRUE
010900         WHEN PHONE-SUPERVISOR-ID IS NOT NUMERIC
010910             MOVE "Y" TO WS-SUPERVISOR-DONE
010920         WHEN PHONE-SUPERVISOR-ID = ZERO
010930             MOVE "Y" TO WS-SUPERVISOR-DONE
010940         WHEN PHONE-SUPERVISOR-ID = WS-SCR-EMPLOYEE-ID
010950             MOVE "Y" TO WS-SUPERVISOR-LOOP
010960             MOVE "Y" TO WS-SUPERVISOR-DONE
010970         WHEN WS-SUPERVISOR-LEVELS > 50
010980             MOVE "Y" TO WS-SUPERVISOR-DONE
010990         WHEN OTHER
011000             MOVE PHONE-SUPERVISOR-ID TO PHONE-EMPLOYEE-ID
011010             READ PHONE-FILE
011020                 INVALID KEY
011030                 MOVE "Y" TO WS-SUPERVISOR-DONE
011040             END-READ
011050     END-EVALUATE.

011060* A sponsor and a contract end date together make
011070* the entry a contractor (class C).  The sponsor
011080* must be a person entry on file - not a facility,
011090* not another contractor, not terminated - and the
011100* end date may not already be past (a terminated
011110* entry is left as it was).  Clearing both makes
011120* a contractor an ordinary person entry again.
011130* The nightly expiry sweep (PHNCTR01) terminates
011140* the entry after its end date.
011150 EDIT-SCREEN-CONTRACT.
011160     IF WS-PANEL-ERROR = "N"
011170         IF WS-SCR-SPONSOR-ID NOT = SPACES
011180                 OR WS-SCR-END-DATE NOT = SPACES
011190             PERFORM CHECK-SCREEN-CONTRACT
011200         END-IF
011210     END-IF.

011220 CHECK-SCREEN-CONTRACT.
011230     EVALUATE TRUE
011240         WHEN WS-SCR-EMPLOYEE-ID >= 900000
011250                 AND WS-SCR-EMPLOYEE-ID <= 999998
011260             DISPLAY "A facility entry cannot be a contractor"
011270                 " - clear the sponsor and end date."
011280             MOVE "Y" TO WS-PANEL-ERROR
011290         WHEN WS-SCR-SPONSOR-ID = SPACES
011300                 OR WS-SCR-END-DATE = SPACES
011310             DISPLAY "A contractor needs both a sponsor and"
011320                 " a contract end date - try again."
011330             MOVE "Y" TO WS-PANEL-ERROR
011340         WHEN OTHER
011350             PERFORM EDIT-SCREEN-END-DATE
011360             IF WS-PANEL-ERROR = "N"
011370                 PERFORM EDIT-SCREEN-SPONSOR
011380             END-IF
011390     END-EVALUATE.

011400 EDIT-SCREEN-END-DATE.
011410     IF WS-SCR-END-DATE IS NOT NUMERIC
011420         DISPLAY "Contract end must be a date, YYYYMMDD"
011430             " - try again."
011440         MOVE "Y" TO WS-PANEL-ERROR
011450     ELSE
011460         MOVE WS-SCR-END-DATE TO WS-END-DATE
011470         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
011480         EVALUATE TRUE
011490             WHEN WS-END-MM < 1 OR WS-END-MM > 12
011500             WHEN WS-END-DD < 1 OR WS-END-DD > 31
011510                 DISPLAY "Contract end must be a date,"
011520                     " YYYYMMDD - try again."
011530                 MOVE "Y" TO WS-PANEL-ERROR
011540             WHEN WS-END-DATE < WS-CURRENT-DATE-N
011550                     AND WS-SCR-STATUS NOT = "T"
011560                     AND WS-SCR-STATUS NOT = "t"
011570                 DISPLAY "That contract end date is already"
011580                     " past - try again."
011590                 MOVE "Y" TO WS-PANEL-ERROR
011600         END-EVALUATE
011610     END-IF.

011620 EDIT-SCREEN-SPONSOR.
011630     IF WS-SCR-SPONSOR-ID IS NOT NUMERIC
011640         DISPLAY "Sponsor must be a 6-digit employee"
011650             " ID - try again."
011660         MOVE "Y" TO WS-PANEL-ERROR
011670     ELSE
011680         MOVE WS-SCR-SPONSOR-ID TO WS-SPONSOR-ID
011690         IF WS-SPONSOR-ID = WS-SCR-EMPLOYEE-ID
011700             DISPLAY "An entry cannot sponsor itself"
011710                 " - try again."
011720             MOVE "Y" TO WS-PANEL-ERROR
011730         ELSE
011740             PERFORM CHECK-SCREEN-SPONSOR
011750         END-IF
011760     END-IF.

011770 CHECK-SCREEN-SPONSOR.
011780     MOVE PHONE-RECORD TO WS-SAVE-PHONE-RECORD.
011790     MOVE WS-SPONSOR-ID TO PHONE-EMPLOYEE-ID.
011800     READ PHONE-FILE
011810         INVALID KEY
011820         DISPLAY "That sponsor is not on file"
011830             " - try again."
011840         MOVE "Y" TO WS-PANEL-ERROR
011850         NOT INVALID KEY
011860         PERFORM CHECK-SPONSOR-ENTRY
011870     END-READ.
011880     MOVE WS-SAVE-PHONE-RECORD TO PHONE-RECORD.

011890 CHECK-SPONSOR-ENTRY.
011900     EVALUATE TRUE
011910         WHEN PHONE-STATUS = "T"
011920             DISPLAY "That sponsor is terminated"
011930                 " - try again."
011940             MOVE "Y" TO WS-PANEL-ERROR
011950         WHEN PHONE-ENTRY-CLASS = "C"
011960                 OR PHONE-ENTRY-CLASS = "F"
011970             DISPLAY "The sponsor must be an employee, not"
011980                 " a contractor or facility - try again."
011990             MOVE "Y" TO WS-PANEL-ERROR
012000     END-EVALUATE.

012010* BUILD-RECORD-FROM-SCREEN has set the class from
012020* the ID range; a sponsor makes it a contractor.
012030 BUILD-CONTRACT-FROM-SCREEN.
012040     IF WS-SCR-SPONSOR-ID IS NUMERIC
012050             AND WS-SCR-END-DATE IS NUMERIC
012060         MOVE "C" TO PHONE-ENTRY-CLASS
012070         MOVE WS-SCR-SPONSOR-ID TO PHONE-SPONSOR-ID
012080         MOVE WS-SCR-END-DATE TO PHONE-END-DATE
012090     ELSE
012100         MOVE ZERO TO PHONE-SPONSOR-ID
012110         MOVE ZERO TO PHONE-END-DATE
012120     END-IF.

012130 CONTRACT-TO-SCREEN.
012140     IF PHONE-ENTRY-CLASS = "C"
012150         MOVE PHONE-SPONSOR-ID TO WS-SCR-SPONSOR-ID
012160         MOVE PHONE-END-DATE TO WS-SCR-END-DATE
012170     ELSE
012180         MOVE SPACES TO WS-SCR-SPONSOR-ID WS-SCR-END-DATE
012190     END-IF.

012200 DISPLAY-CONTRACT-LINE.
012210     IF PHONE-ENTRY-CLASS = "C"
012220         DISPLAY "  Contractor - sponsor:" PHONE-SPONSOR-ID
012230             " contract ends:" PHONE-END-DATE
012240     END-IF.

012250* Terminating an entry takes a second operator's
012260* approval (QUEUE-TERMINATION), so the panel will
012270* not set status T; an entry already terminated
012280* keeps it.
012290 EDIT-SCREEN-STATUS.
012300     MOVE FUNCTION UPPER-CASE(WS-SCR-STATUS)
012310         TO WS-SCR-STATUS.
012320     IF WS-SCR-STATUS = "T"
012330             AND WS-SAVE-STATUS NOT = "T"
012340         DISPLAY "Use Terminate to end an entry."
012350         MOVE "Y" TO WS-PANEL-ERROR
012360     END-IF.
