000847     05  PHONE-HOME-SITE      PIC X(4).
000849     05  PHONE-ENTRY-CLASS    PIC X.
000851     05  PHONE-UNLISTED       PIC X.
000852     05  PHONE-SUPERVISOR-ID  PIC 9(6).
000853     05  PHONE-SPONSOR-ID     PIC 9(6).
000854     05  PHONE-END-DATE       PIC 9(8).
000855
000860 FD  SORTED-PHONE-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  SORTED-PHONE-RECORD.
000987     05  SORT-HOME-SITE       PIC X(4).
000989     05  SORT-ENTRY-CLASS     PIC X.
000991     05  SORT-UNLISTED        PIC X.
000992     05  SORT-SUPERVISOR-ID   PIC 9(6).
000993     05  SORT-SPONSOR-ID      PIC 9(6).
000994     05  SORT-END-DATE        PIC 9(8).
000995
001000 SD  SORT-WORK-FILE.
001010 01  SORT-WORK-RECORD.
001020     05  SW-EMPLOYEE-ID       PIC 9(6).
001117     05  SW-HOME-SITE         PIC X(4).
001119     05  SW-ENTRY-CLASS       PIC X.
001121     05  SW-UNLISTED          PIC X.
001122     05  SW-SUPERVISOR-ID     PIC 9(6).
001123     05  SW-SPONSOR-ID        PIC 9(6).
001124     05  SW-END-DATE          PIC 9(8).
001125
001130 FD  DUPLICATE-FILE
001140     LABEL RECORDS OMITTED.
001150 01  DUPLICATE-RECORD         PIC X(132).
001740     05  FILLER               PIC X(4)  VALUE "Dpt:".
001750     05  PRINT-DEPARTMENT     PIC X(10).
001760     05  PRINT-DUP-MARKER     PIC X(14).
001765     05  PRINT-CLASS-MARKER   PIC X(10).
001770
001780 01  EXTRA-NUMBER-LINE.
001790     05  FILLER               PIC X(15) VALUE SPACES.
003466     05  SCL-SITE             PIC X(4).
003467     05  FILLER               PIC X(5)  VALUE " Xtn:".
003468     05  SCL-EXTENSION        PIC X(5).
003469     05  SCL-CLASS-MARKER     PIC X(11).

003470* Facility entries (class F, the 9xxxxx range)
003471* come off the main body and print in their own
003472* Facilities & Services section at the back.
009200     MOVE PHONE-EXTENSION TO PRINT-EXTENSION.
009210     MOVE PHONE-DEPARTMENT TO PRINT-DEPARTMENT.
009220     MOVE SPACES TO PRINT-DUP-MARKER.
009225     PERFORM SET-CONTRACTOR-MARKER.
009230     IF MODE-EXTENSION-LOOKUP
009240         PERFORM CHECK-EXTENSION-IS-DUP
009250         IF WS-DUP-EXT-FOUND = "Y"
012210     MOVE PHONE-EXTENSION TO PRINT-EXTENSION.
012220     MOVE PHONE-DEPARTMENT TO PRINT-DEPARTMENT.
012230     MOVE SPACES TO PRINT-DUP-MARKER.
012235     PERFORM SET-CONTRACTOR-MARKER.
012240     MOVE FIELDS-TO-PRINT TO PRINTER-RECORD.
012250     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
012260     ADD 1 TO PRINT-LINES.
012430     MOVE PHONE-FIRST-NAME TO SCL-FIRST-NAME.
012440     MOVE PHONE-HOME-SITE TO SCL-SITE.
012450     MOVE PHONE-EXTENSION TO SCL-EXTENSION.
012455     PERFORM SET-CONTRACTOR-MARKER.
012460     MOVE SITE-CONDENSED-LINE TO PRINTER-RECORD.
012470     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
012480     ADD 1 TO PRINT-LINES.
012800         PERFORM NEW-PAGE
012810     END-IF.
012820     PERFORM PRINT-BOOK-FULL-DETAIL.

012830* Contractor entries (class C) are marked on the
012840* printed line, full or condensed, so a reader
012850* knows the entry lapses at the end of the
012860* contract.
012870 SET-CONTRACTOR-MARKER.
012880     IF PHONE-ENTRY-CLASS = "C"
012890         MOVE "CONTRACTOR" TO PRINT-CLASS-MARKER
012900         MOVE " CONTRACTOR" TO SCL-CLASS-MARKER
012910     ELSE
012920         MOVE SPACES TO PRINT-CLASS-MARKER
012930         MOVE SPACES TO SCL-CLASS-MARKER
012940     END-IF.
