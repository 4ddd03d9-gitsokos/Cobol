      * Location master maintenance.
      * The location master (locmst.dat) holds one
      * record per location code: the building name,
      * the floor, the desk or office number and the
      * site (a site master code, blank if none) the
      * building belongs to.
      * Directory entries carry a location code that is
      * validated against this file, and the seating
      * roster (PHNROS01) uses the building and floor
      * in its group headings; the occupancy report
      * (PHNOCC01) rolls floors and buildings up to
      * the site.
      *----------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS LOC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPTIONAL SITE-FILE
               ASSIGN TO "sitemst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SITE-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCATION-FILE
           05  LOC-BUILDING         PIC X(20).
           05  LOC-FLOOR            PIC X(4).
           05  LOC-DESK             PIC X(8).
           05  LOC-SITE             PIC X(4).

       FD  SITE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SITE-RECORD.
           05  SITE-KEY.
               10  SITE-CODE        PIC X(4).
           05  SITE-NAME            PIC X(20).
           05  SITE-INBOUND-FILE    PIC X(12).
           05  SITE-OUTBOUND-FILE   PIC X(12).
           05  SITE-CONTACT         PIC X(25).

       WORKING-STORAGE SECTION.

       01  WS-NEW-BUILDING          PIC X(20).
       01  WS-NEW-FLOOR             PIC X(4).
       01  WS-NEW-DESK              PIC X(8).
       01  WS-NEW-SITE              PIC X(4).
       01  WS-SITE-OK               PIC X       VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
               CLOSE LOCATION-FILE
               OPEN I-O LOCATION-FILE
           END-IF.
           OPEN INPUT SITE-FILE.

       CLOSING-PROCEDURE.
           CLOSE LOCATION-FILE.
           CLOSE SITE-FILE.

       MAINTENANCE-MENU.
           DISPLAY " ".
           ACCEPT LOC-FLOOR.
           DISPLAY "Desk/office:".
           ACCEPT LOC-DESK.
           DISPLAY "Site code (blank = none):".
           ACCEPT WS-NEW-SITE.
           PERFORM CHECK-SITE-CODE.
           IF WS-SITE-OK = "Y"
               MOVE WS-NEW-SITE TO LOC-SITE
               PERFORM WRITE-NEW-LOCATION
           ELSE
               DISPLAY "Location not added."
           END-IF.

       WRITE-NEW-LOCATION.
           WRITE LOC-RECORD
               INVALID KEY
               DISPLAY "That location code is already on file"
               DISPLAY "Location added."
           END-WRITE.

      * A blank site is allowed (a building not yet
      * assigned to a site); anything else must be on
      * the site master.
       CHECK-SITE-CODE.
           MOVE "Y" TO WS-SITE-OK.
           IF WS-NEW-SITE NOT = SPACES
               MOVE WS-NEW-SITE TO SITE-CODE
               READ SITE-FILE
                   INVALID KEY
                   MOVE "N" TO WS-SITE-OK
                   DISPLAY "That site code is not on the site"
                       " master."
               END-READ
           END-IF.

       FIND-LOCATION.
           DISPLAY "Location code:".
           ACCEPT WS-SEARCH-CODE.
           DISPLAY "Cde:" LOC-CODE
               " Bld:" LOC-BUILDING
               " Flr:" LOC-FLOOR
               " Dsk:" LOC-DESK
               " Sit:" LOC-SITE.

       CHANGE-LOCATION.
           PERFORM FIND-LOCATION.
           IF WS-NEW-DESK NOT = SPACES
               MOVE WS-NEW-DESK TO LOC-DESK
           END-IF.
           DISPLAY "New site code (blank = leave unchanged):".
           ACCEPT WS-NEW-SITE.
           IF WS-NEW-SITE NOT = SPACES
               PERFORM CHECK-SITE-CODE
               IF WS-SITE-OK = "Y"
                   MOVE WS-NEW-SITE TO LOC-SITE
               ELSE
                   DISPLAY "Site left unchanged."
               END-IF
           END-IF.
           REWRITE LOC-RECORD
               INVALID KEY
               DISPLAY "Update failed."
