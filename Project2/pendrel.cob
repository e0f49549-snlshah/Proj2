
       FD  RELTRANS-FILE
       LABEL RECORDS ARE STANDARD.
       01  RELTRANS-REC             PIC X(116).

       FD  NEWPEND-FILE
       LABEL RECORDS ARE STANDARD.
       01  NEWPEND-REC              PIC X(116).

       FD  RPT-FILE
       LABEL RECORDS ARE OMITTED.
