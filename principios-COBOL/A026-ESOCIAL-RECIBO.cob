               FILE STATUS IS WS-FS-CONTROLE.
       DATA DIVISION.
       FILE SECTION.
      * RECIBO DO PORTAL: TIPO DO EVENTO COMO NO CONTROLE (A, S, D,
      * F, V); RESULTADO "A"=ACEITO, "R"=REJEITADO.
       FD  RECIBO-FILE.
       01  RB-RECIBO-REC.
           05 RB-MATRICULA     PIC 9(06).
