      ******************************************************************
      * SAIDA-ALUNO-REC.cpy
      * LAYOUT DO HISTORICO DE SAIDAS DE ALUNOS (ARQUIVO
      * data/ALUNOS_SAIDAS.DAT), APPENDADO PELA SAIDA DE ALUNO (022)
      * A CADA TRANSFERENCIA PARA OUTRA ESCOLA, DESISTENCIA OU
      * CANCELAMENTO DE MATRICULA: O ALUNO SAI DO ARQUIVO BRUTO DO
      * PERIODO E FICA AQUI A TURMA, O NOME, AS NOTAS PARCIAIS COMO
      * ESTAVAM NA CAPTURA E A FREQUENCIA ATE A DATA DA SAIDA. E O QUE
      * O BOLETIM (002) E O DIARIO DE CLASSE (015) LEEM PARA MOSTRAR O
      * ALUNO COMO TRANSFERIDO/DESISTENTE NA TURMA, E O QUE A GERACAO
      * DE COBRANCAS (A020) LE PARA COBRAR O MES DA SAIDA.
      * INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA,
      * PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  SA-SAIDA-REC.
           05 SA-MATRICULA                       PIC 9(06).
           05 SA-TURMA                           PIC X(06).
           05 SA-NOME-ALUNO                      PIC X(30).
           05 SA-TIPO                            PIC X(01).
               88 SA-TIPO-VALIDO                 VALUE "T" "D" "C".
               88 SA-TRANSFERIDO                 VALUE "T".
               88 SA-DESISTENTE                  VALUE "D".
               88 SA-CANCELADO                   VALUE "C".
           05 SA-DATA-SAIDA.
               10 SA-ANO-SAIDA                   PIC 9(04).
               10 SA-MES-SAIDA                   PIC 9(02).
               10 SA-DIA-SAIDA                   PIC 9(02).
           05 SA-MOTIVO                          PIC X(30).
           05 SA-ESCOLA-DESTINO                  PIC X(30).
           05 SA-NOTA                            PIC X(04)
                                                 OCCURS 4 TIMES.
           05 SA-DIAS-PRESENTE                   PIC 9(03).
           05 SA-DIAS-FALTA                      PIC 9(03).
