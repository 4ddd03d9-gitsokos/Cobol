       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNAST01.
      *----------------------------------------------
      * Handset and equipment asset maintenance.
      * The asset master (astmst.dat) holds one record
      * per asset tag: the kind of unit (H handset,
      * S headset, C conference unit), the model, the
      * serial number or MAC address, the extension it
      * serves, the location code it sits at, and its
      * status - I in service, S spare, R retired -
      * with the date the status last changed.
      * The extension must belong to a current
      * directory entry and the location must be on the
      * location master (locmst.dat).  An in-service
      * unit needs both; a spare may sit at a location
      * (the store room) with no extension.  On a
      * change, blank leaves a field as it is and *NONE
      * clears the extension or location.
      * PHNAST02 prints the inventory and exceptions.
      *----------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-FILE
               ASSIGN TO "astmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AST-KEY
               ALTERNATE RECORD KEY IS AST-EXTENSION
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-FILE
           LABEL RECORDS ARE STANDARD.
       01  AST-RECORD.
           05  AST-KEY.
               10  AST-TAG          PIC X(10).
           05  AST-KIND             PIC X.
           05  AST-MODEL            PIC X(20).
           05  AST-SERIAL           PIC X(17).
           05  AST-EXTENSION        PIC X(5).
           05  AST-LOCATION         PIC X(8).
           05  AST-STATUS           PIC X.
           05  AST-STATUS-DATE      PIC 9(8).

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

       WORKING-STORAGE SECTION.

       01  WS-DONE-FLAG             PIC X       VALUE "N".
       01  WS-MENU-CHOICE           PIC X.
       01  WS-FOUND-FLAG            PIC X       VALUE "N".
       01  WS-EOF-FLAG              PIC X       VALUE "N".
       01  WS-FILE-STATUS           PIC XX.
       01  WS-YES-NO                PIC X.
       01  WS-SEARCH-TAG            PIC X(10).
       01  WS-ASSET-OK              PIC X.

       01  WS-NEW-KIND              PIC X.
       01  WS-NEW-MODEL             PIC X(20).
       01  WS-NEW-SERIAL            PIC X(17).
       01  WS-NEW-EXTENSION         PIC X(5).
       01  WS-NEW-LOCATION          PIC X(8).
       01  WS-NEW-STATUS            PIC X.
       01  WS-OLD-STATUS            PIC X.

      * Extension owner lookup over the duplicates of
      * the alternate key.
       01  WS-EXT-ON-FILE           PIC X.
       01  WS-EXT-EOF               PIC X.
       01  WS-EXT-OWNER-NAME        PIC X(20).

       01  WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9999.
           05  WS-CUR-MM            PIC 99.
           05  WS-CUR-DD            PIC 99.
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                    PIC 9(8).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAINTENANCE-MENU
               UNTIL WS-DONE-FLAG = "Y".
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 Routines

       OPENING-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN I-O ASSET-FILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT ASSET-FILE
               CLOSE ASSET-FILE
               OPEN I-O ASSET-FILE
           END-IF.
           OPEN INPUT PHONE-FILE.
           OPEN INPUT LOCATION-FILE.

       CLOSING-PROCEDURE.
           CLOSE ASSET-FILE.
           CLOSE PHONE-FILE.
           CLOSE LOCATION-FILE.

       MAINTENANCE-MENU.
           DISPLAY " ".
           DISPLAY "HANDSET AND EQUIPMENT ASSET MAINTENANCE".
           DISPLAY "  (I)nquire  (A)dd  (C)hange  (D)elete  (L)ist"
               "  (Q)uit".
           DISPLAY "Enter your choice:".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "I" WHEN "i"
                   PERFORM FIND-ASSET
               WHEN "A" WHEN "a"
                   PERFORM ADD-ASSET
               WHEN "C" WHEN "c"
                   PERFORM CHANGE-ASSET
               WHEN "D" WHEN "d"
                   PERFORM DELETE-ASSET
               WHEN "L" WHEN "l"
                   PERFORM LIST-ASSETS
               WHEN "Q" WHEN "q"
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN OTHER
                   DISPLAY "Not a valid choice, try again."
           END-EVALUATE.

       ADD-ASSET.
           DISPLAY "Asset tag:".
           ACCEPT WS-SEARCH-TAG.
           IF WS-SEARCH-TAG = SPACES
               DISPLAY "An asset tag is required - not added."
           ELSE
               MOVE SPACES TO AST-RECORD
               MOVE WS-SEARCH-TAG TO AST-TAG
               DISPLAY "Kind - H handset, S headset,"
                   " C conference unit:"
               ACCEPT WS-NEW-KIND
               MOVE WS-NEW-KIND TO AST-KIND
               DISPLAY "Model:"
               ACCEPT AST-MODEL
               DISPLAY "Serial number or MAC address:"
               ACCEPT AST-SERIAL
               DISPLAY "Status - (I)n service (S)pare (R)etired:"
               ACCEPT WS-NEW-STATUS
               MOVE WS-NEW-STATUS TO AST-STATUS
               DISPLAY "Extension served (blank = none):"
               ACCEPT AST-EXTENSION
               DISPLAY "Location code (blank = none):"
               ACCEPT AST-LOCATION
               MOVE WS-CURRENT-DATE-N TO AST-STATUS-DATE
               PERFORM VALIDATE-ASSET
               IF WS-ASSET-OK = "Y"
                   PERFORM WRITE-NEW-ASSET
               ELSE
                   DISPLAY "Asset not added."
               END-IF
           END-IF.

       WRITE-NEW-ASSET.
           WRITE AST-RECORD
               INVALID KEY
               DISPLAY "That asset tag is already on file"
                   " - not added."
               DISPLAY "File status: " WS-FILE-STATUS
               NOT INVALID KEY
               DISPLAY "Asset added."
           END-WRITE.

       FIND-ASSET.
           DISPLAY "Asset tag:".
           ACCEPT WS-SEARCH-TAG.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE WS-SEARCH-TAG TO AST-TAG.
           READ ASSET-FILE
               INVALID KEY
               DISPLAY "That asset tag is not on file."
               NOT INVALID KEY
               MOVE "Y" TO WS-FOUND-FLAG
               PERFORM DISPLAY-ASSET
           END-READ.

       DISPLAY-ASSET.
           DISPLAY "Tag:" AST-TAG
               " Knd:" AST-KIND
               " Mdl:" AST-MODEL
               " Ser:" AST-SERIAL.
           DISPLAY "  Xtn:" AST-EXTENSION
               " Loc:" AST-LOCATION
               " Sts:" AST-STATUS
               " Since:" AST-STATUS-DATE.

       CHANGE-ASSET.
           PERFORM FIND-ASSET.
           IF WS-FOUND-FLAG = "Y"
               PERFORM UPDATE-AND-REWRITE
           END-IF.

       UPDATE-AND-REWRITE.
           MOVE AST-STATUS TO WS-OLD-STATUS.
           DISPLAY "New kind H/S/C (blank = leave unchanged):".
           ACCEPT WS-NEW-KIND.
           IF WS-NEW-KIND NOT = SPACES
               MOVE WS-NEW-KIND TO AST-KIND
           END-IF.
           DISPLAY "New model (blank = leave unchanged):".
           ACCEPT WS-NEW-MODEL.
           IF WS-NEW-MODEL NOT = SPACES
               MOVE WS-NEW-MODEL TO AST-MODEL
           END-IF.
           DISPLAY "New serial/MAC (blank = leave unchanged):".
           ACCEPT WS-NEW-SERIAL.
           IF WS-NEW-SERIAL NOT = SPACES
               MOVE WS-NEW-SERIAL TO AST-SERIAL
           END-IF.
           DISPLAY "New status I/S/R (blank = leave unchanged):".
           ACCEPT WS-NEW-STATUS.
           IF WS-NEW-STATUS NOT = SPACES
               MOVE WS-NEW-STATUS TO AST-STATUS
           END-IF.
           DISPLAY "New extension (blank = leave unchanged,"
               " *NONE = clear):".
           ACCEPT WS-NEW-EXTENSION.
           EVALUATE WS-NEW-EXTENSION
               WHEN SPACES
                   CONTINUE
               WHEN "*NONE"
                   MOVE SPACES TO AST-EXTENSION
               WHEN OTHER
                   MOVE WS-NEW-EXTENSION TO AST-EXTENSION
           END-EVALUATE.
           DISPLAY "New location (blank = leave unchanged,"
               " *NONE = clear):".
           ACCEPT WS-NEW-LOCATION.
           EVALUATE WS-NEW-LOCATION
               WHEN SPACES
                   CONTINUE
               WHEN "*NONE"
                   MOVE SPACES TO AST-LOCATION
               WHEN OTHER
                   MOVE WS-NEW-LOCATION TO AST-LOCATION
           END-EVALUATE.
           PERFORM VALIDATE-ASSET.
           IF WS-ASSET-OK = "N"
               DISPLAY "Asset not updated."
           ELSE
               PERFORM REWRITE-ASSET
           END-IF.

       REWRITE-ASSET.
           IF AST-STATUS NOT = WS-OLD-STATUS
               MOVE WS-CURRENT-DATE-N TO AST-STATUS-DATE
           END-IF.
           REWRITE AST-RECORD
               INVALID KEY
               DISPLAY "Update failed."
               DISPLAY "File status: " WS-FILE-STATUS
               NOT INVALID KEY
               DISPLAY "Asset updated."
           END-REWRITE.

      * Kind and status codes are folded to upper case
      * before they are checked.
       VALIDATE-ASSET.
           MOVE "Y" TO WS-ASSET-OK.
           INSPECT AST-KIND CONVERTING "hsc" TO "HSC".
           INSPECT AST-STATUS CONVERTING "isr" TO "ISR".
           IF AST-KIND NOT = "H" AND AST-KIND NOT = "S"
                   AND AST-KIND NOT = "C"
               DISPLAY "Kind must be H, S or C."
               MOVE "N" TO WS-ASSET-OK
           END-IF.
           IF AST-STATUS NOT = "I" AND AST-STATUS NOT = "S"
                   AND AST-STATUS NOT = "R"
               DISPLAY "Status must be I, S or R."
               MOVE "N" TO WS-ASSET-OK
           END-IF.
           IF AST-STATUS = "I"
                   AND (AST-EXTENSION = SPACES
                        OR AST-LOCATION = SPACES)
               DISPLAY "An in-service unit needs an extension"
                   " and a location."
               MOVE "N" TO WS-ASSET-OK
           END-IF.
           IF AST-EXTENSION NOT = SPACES
               PERFORM CHECK-EXTENSION-ON-FILE
               IF WS-EXT-ON-FILE = "N"
                   DISPLAY "Extension " AST-EXTENSION
                       " is not on a current directory entry."
                   MOVE "N" TO WS-ASSET-OK
               ELSE
                   DISPLAY "Extension " AST-EXTENSION
                       " belongs to " WS-EXT-OWNER-NAME
               END-IF
           END-IF.
           IF AST-LOCATION NOT = SPACES
               MOVE AST-LOCATION TO LOC-CODE
               READ LOCATION-FILE
                   INVALID KEY
                   DISPLAY "Location " AST-LOCATION
                       " is not on the location master."
                   MOVE "N" TO WS-ASSET-OK
               END-READ
           END-IF.

      * An extension counts as on file when any entry
      * carrying it is not terminated.
       CHECK-EXTENSION-ON-FILE.
           MOVE "N" TO WS-EXT-ON-FILE.
           MOVE "N" TO WS-EXT-EOF.
           MOVE AST-EXTENSION TO PHONE-EXTENSION.
           START PHONE-FILE KEY IS EQUAL TO PHONE-EXTENSION
               INVALID KEY
               MOVE "Y" TO WS-EXT-EOF
           END-START.
           PERFORM CHECK-NEXT-EXTENSION-OWNER
               UNTIL WS-EXT-EOF = "Y".

       CHECK-NEXT-EXTENSION-OWNER.
           READ PHONE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-EXT-EOF
           END-READ.
           IF WS-EXT-EOF = "N"
               IF PHONE-EXTENSION NOT = AST-EXTENSION
                   MOVE "Y" TO WS-EXT-EOF
               ELSE
                   IF PHONE-STATUS NOT = "T"
                       MOVE "Y" TO WS-EXT-ON-FILE
                       MOVE PHONE-LAST-NAME TO WS-EXT-OWNER-NAME
                       MOVE "Y" TO WS-EXT-EOF
                   END-IF
               END-IF
           END-IF.

      * Retiring a unit (status R) keeps its history;
      * delete is for a tag keyed in error.
       DELETE-ASSET.
           PERFORM FIND-ASSET.
           IF WS-FOUND-FLAG = "Y"
               PERFORM CONFIRM-AND-DELETE
           END-IF.

       CONFIRM-AND-DELETE.
           MOVE SPACES TO WS-YES-NO.
           PERFORM ASK-DELETE-CONFIRMATION
               UNTIL WS-YES-NO = "Y" OR WS-YES-NO = "y"
                  OR WS-YES-NO = "N" OR WS-YES-NO = "n".
           IF WS-YES-NO = "Y" OR WS-YES-NO = "y"
               DELETE ASSET-FILE
                   INVALID KEY
                   DISPLAY "Delete failed."
                   DISPLAY "File status: " WS-FILE-STATUS
                   NOT INVALID KEY
                   DISPLAY "Asset deleted."
               END-DELETE
           ELSE
               DISPLAY "Delete cancelled."
           END-IF.

       ASK-DELETE-CONFIRMATION.
           DISPLAY "Delete this asset? (Y)es or (N)o?".
           ACCEPT WS-YES-NO.
           IF WS-YES-NO NOT = "Y" AND WS-YES-NO NOT = "y"
                   AND WS-YES-NO NOT = "N" AND WS-YES-NO NOT = "n"
               DISPLAY "Please answer Y or N."
           END-IF.

       LIST-ASSETS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE SPACES TO AST-TAG.
           START ASSET-FILE KEY IS NOT LESS THAN AST-KEY
               INVALID KEY
               MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM LIST-NEXT-ASSET
               UNTIL WS-EOF-FLAG = "Y".
           IF WS-FOUND-FLAG = "N"
               DISPLAY "No assets are on file."
           END-IF.

       LIST-NEXT-ASSET.
           READ ASSET-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF-FLAG = "N"
               MOVE "Y" TO WS-FOUND-FLAG
               PERFORM DISPLAY-ASSET
           END-IF.
