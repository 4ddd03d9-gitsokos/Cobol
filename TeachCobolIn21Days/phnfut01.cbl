      * on the master, department, location and home
      * site checked against their masters when keyed,
      * and the effective date must be today or later.
      * A terminate is not applied on its date either:
      * PHNREL01 queues it then for second-operator
      * approval through PHNAPR01, as PHNMNT01 does,
      * under the operator who keyed it.  The session
      * starts with an operator sign-on against
      * oprmst.dat (level 2 or higher), and every
      * entry carries the operator's ID.
      *----------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS SITE-KEY
               FILE STATUS IS WS-SITE-FILE-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO "oprmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-KEY
               FILE STATUS IS WS-OPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE
               10  PND-DEPARTMENT   PIC X(10).
               10  PND-LOCATION     PIC X(8).
               10  PND-HOME-SITE    PIC X(4).
           05  PND-KEYED-BY         PIC X(10).

       FD  PHONE-FILE
           LABEL RECORDS ARE STANDARD.
           05  PHONE-HOME-SITE      PIC X(4).
           05  PHONE-ENTRY-CLASS    PIC X.
           05  PHONE-UNLISTED       PIC X.
           05  PHONE-SUPERVISOR-ID  PIC 9(6).
           05  PHONE-SPONSOR-ID     PIC 9(6).
           05  PHONE-END-DATE       PIC 9(8).

       FD  DEPT-FILE
           LABEL RECORDS ARE STANDARD.
           05  LOC-BUILDING         PIC X(20).
           05  LOC-FLOOR            PIC X(4).
           05  LOC-DESK             PIC X(8).
           05  LOC-SITE             PIC X(4).

       FD  SITE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           05  SITE-OUTBOUND-FILE   PIC X(12).
           05  SITE-CONTACT         PIC X(25).

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-RECORD.
           05  OPR-KEY.
               10  OPR-ID           PIC X(10).
           05  OPR-PASSWORD         PIC X(10).
           05  OPR-LEVEL            PIC 9.

       WORKING-STORAGE SECTION.

       01  WS-DONE-FLAG             PIC X       VALUE "N".
       01  WS-SITE-MST-OPEN         PIC X       VALUE "N".
       01  WS-CANCEL-PICK           PIC 9(3).

       01  WS-OPR-FILE-STATUS       PIC XX.
       01  WS-OPERATOR-ID           PIC X(10)   VALUE SPACES.
       01  WS-OPERATOR-PASSWORD     PIC X(10)   VALUE SPACES.
       01  WS-OPERATOR-LEVEL        PIC 9       VALUE ZERO.
       01  WS-SIGNON-TRIES          PIC 9       VALUE ZERO.
       01  WS-SIGNON-OK             PIC X       VALUE "N".

      * Pending entries are small in number - a week or
      * two of announced moves - so the whole file is
      * held in a table for listing and cancelling.
       01  WS-PND-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-PND-IDX               PIC 9(3)    VALUE ZERO.
       01  WS-PND-TABLE.
           05  WS-PND-ENTRY         PIC X(107)  OCCURS 200 TIMES.
       01  WS-PND-OVERFLOW          PIC 9(3)    VALUE ZERO.

      * Employee ID check-digit validation.  The check
           OPEN INPUT LOCATION-FILE.
           PERFORM OPEN-SITE-MASTER.
           PERFORM LOAD-PENDING-TABLE.
           OPEN INPUT OPERATOR-FILE.
           PERFORM SIGN-ON
               UNTIL WS-SIGNON-OK = "Y"
                   OR WS-SIGNON-TRIES > 2.
           IF WS-SIGNON-OK = "N"
               DISPLAY "Too many failed sign-on attempts."
               MOVE "Y" TO WS-DONE-FLAG
           ELSE
               IF WS-OPERATOR-LEVEL < 2
                   DISPLAY "Future-dated changes take a level 2"
                       " operator."
                   MOVE "Y" TO WS-DONE-FLAG
               END-IF
           END-IF.

       CLOSING-PROCEDURE.
           CLOSE OPERATOR-FILE.
           CLOSE PHONE-FILE.
           CLOSE DEPT-FILE.
           CLOSE LOCATION-FILE.
               CLOSE SITE-MASTER-FILE
           END-IF.

       SIGN-ON.
           DISPLAY "Enter your operator ID:".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "Enter your password:".
           ACCEPT WS-OPERATOR-PASSWORD.
           MOVE WS-OPERATOR-ID TO OPR-ID.
           READ OPERATOR-FILE
               INVALID KEY
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "Operator ID or password not recognized."
               NOT INVALID KEY
               IF OPR-PASSWORD = WS-OPERATOR-PASSWORD
                   MOVE "Y" TO WS-SIGNON-OK
                   MOVE OPR-LEVEL TO WS-OPERATOR-LEVEL
               ELSE
                   ADD 1 TO WS-SIGNON-TRIES
                   DISPLAY "Operator ID or password not recognized."
               END-IF
           END-READ.

      * The site master only exists once PHNSIT01 has
      * built it; until then entry still runs, but a
      * keyed home site cannot be validated and is
       ACCEPT-PENDING-FIELDS.
           MOVE "N" TO WS-EDIT-ERROR.
           MOVE SPACES TO PND-TRANSACTION.
           MOVE WS-OPERATOR-ID TO PND-KEYED-BY.
           DISPLAY "Effective date (YYYYMMDD):".
           ACCEPT WS-ENTERED-DATE.
           IF WS-ENTERED-DATE IS NOT NUMERIC
               TO WS-ENTERED-ACTION.
           IF WS-ENTERED-ACTION = "A" OR "C" OR "D"
               MOVE WS-ENTERED-ACTION TO PND-ACTION
               IF PND-ACTION = "D"
                   DISPLAY "On its date the termination is queued"
                       " for a second operator's approval."
               END-IF
           ELSE
               DISPLAY "Not a valid action."
               MOVE "Y" TO WS-EDIT-ERROR
                       " Emp:" PND-EMPLOYEE-ID
                       " Lst:" PND-LAST-NAME
                       " Dpt:" PND-DEPARTMENT
                       " By:" PND-KEYED-BY
               END-PERFORM
           END-IF.

