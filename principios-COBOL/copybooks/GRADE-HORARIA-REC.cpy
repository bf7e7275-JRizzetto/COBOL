      ******************************************************************
      * GRADE-HORARIA-REC.cpy
      * LAYOUT DA GRADE HORARIA SEMANAL DAS TURMAS (ARQUIVO
      * data/GRADE_HORARIA.DAT), MANTIDA PELA SECRETARIA A CADA
      * PERIODO LETIVO: UMA LINHA POR AULA DA SEMANA, COM A TURMA, A
      * DISCIPLINA, O DIA DA SEMANA (1=SEGUNDA ... 7=DOMINGO, A MESMA
      * POSICAO DA ESCALA DO PONTO), O NUMERO DA AULA NO DIA, O
      * HORARIO DE INICIO HHMM E O PROFESSOR TITULAR (FM-ID-FUNC NO
      * CADASTRO DE FUNCIONARIOS). TURMA + DIA + AULA IDENTIFICAM A
      * AULA - E A CHAVE QUE A SUBSTITUICAO INFORMA. A APURACAO DA
      * HORA-AULA (A043) CONTA AS AULAS DADAS POR ELA E O DIARIO DE
      * CLASSE (015) BUSCA NELA O PROFESSOR DA TURMA SEM REGENTE.
      * INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA
      * QUE LE A GRADE, PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  GH-GRADE-REC.
           05 GH-TURMA                           PIC X(06).
           05 GH-DISCIPLINA                      PIC X(15).
           05 GH-DIA-SEMANA                      PIC 9(01).
               88 GH-DIA-VALIDO                  VALUE 1 THRU 7.
           05 GH-AULA                            PIC 9(01).
               88 GH-AULA-VALIDA                 VALUE 1 THRU 9.
           05 GH-HORA-INICIO                     PIC 9(04).
           05 GH-ID-PROFESSOR                    PIC 9(06).
