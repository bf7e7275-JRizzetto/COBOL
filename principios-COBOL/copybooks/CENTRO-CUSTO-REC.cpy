      ******************************************************************
      * CENTRO-CUSTO-REC.cpy
      * LAYOUT DA TABELA DE CENTROS DE CUSTO (ARQUIVO
      * data/CENTROS_CUSTO.DAT): UMA LINHA POR DEPARTAMENTO COM O
      * CODIGO, O NOME E A SITUACAO, MANTIDA PELA CONTROLADORIA.
      * CENTRO INATIVO CONTINUA VALENDO PARA AS LOTACOES ANTIGAS (A
      * HISTORIA NAO MUDA), MAS LOTACAO NOVA NELE E AVISADA. INCLUIDO
      * NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA, PARA O
      * LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  CC-CENTRO-CUSTO-REC.
           05 CC-CODIGO                          PIC X(04).
           05 CC-NOME                            PIC X(30).
           05 CC-SITUACAO                        PIC X(01).
              88 CC-ATIVO                        VALUE "A".
              88 CC-INATIVO                      VALUE "I".
