
       FD  AUDIT-FILE
           LABEL RECORDS OMITTED.
       01  AUDIT-RECORD             PIC X(260).

       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
