
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01 ARCHIVE-RECORD               PIC X(337).

       FD  NEWORDER-FILE
           LABEL RECORDS ARE STANDARD.
       01 NEWORDER-RECORD              PIC X(337).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
