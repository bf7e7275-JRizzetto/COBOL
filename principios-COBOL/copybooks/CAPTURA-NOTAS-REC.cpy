      ******************************************************************
      * CAPTURA-NOTAS-REC.cpy
      * LAYOUT DO REGISTRO DE CAPTURAS DA DIGITACAO DE NOTAS (ARQUIVO
      * data/CAPTURA_NOTAS.DAT), APPENDADO PELO 010-DIGITA-NOTAS: UMA
      * LINHA POR ALUNO GRAVADO NO BRUTO ("D") E POR RETIFICACAO
      * DIGITADA ("R"), COM DATA, HORA E O OPERADOR QUE DIGITOU. O
      * LAYOUT DO BRUTO E LIDO POR MUITOS PROGRAMAS E NAO GANHOU
      * CAMPO - O OPERADOR DA CAPTURA FICA AQUI, AO LADO DELE.
      * NA RETIFICACAO AS NOTAS DAO LUGAR AO INDICE DA AVALIACAO E A
      * NOTA NOVA (CN-RETIFICACAO-DADOS).
      * INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA,
      * PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  CN-CAPTURA-REC.
           05 CN-DATA                            PIC 9(08).
           05 CN-HORA                            PIC 9(06).
           05 CN-OPERADOR                        PIC X(08).
           05 CN-TIPO                            PIC X(01).
               88 CN-DIGITACAO                   VALUE "D".
               88 CN-RETIFICACAO                 VALUE "R".
           05 CN-MATRICULA                       PIC 9(06).
           05 CN-TURMA                           PIC X(06).
           05 CN-DIGITACAO-DADOS.
               10 CN-NOTA                        PIC 9(02)V99
                                                 OCCURS 4 TIMES.
               10 CN-FREQUENCIA                  PIC 9(03).
               10 CN-NOTA-RECUP                  PIC 9(02)V99.
           05 CN-RETIFICACAO-DADOS REDEFINES CN-DIGITACAO-DADOS.
               10 CN-IDX-NOTA                    PIC 9(01).
               10 CN-NOTA-NOVA                   PIC 9(02)V99.
               10 FILLER                         PIC X(18).
