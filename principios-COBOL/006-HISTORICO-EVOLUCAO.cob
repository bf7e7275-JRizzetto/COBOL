           05 HN-STATUS        PIC X(10).
           05 HN-FEZ-RECUP     PIC X(01).
           05 HN-PERIODO       PIC X(07).
           05 HN-NOTA          PIC 9(02)V99 OCCURS 4 TIMES.
       FD  EVOLUCAO-FILE.
       01  EV-LINHA            PIC X(100).
       WORKING-STORAGE SECTION.
