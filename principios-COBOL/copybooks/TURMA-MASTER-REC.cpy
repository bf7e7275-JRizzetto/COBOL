      ******************************************************************
      * TURMA-MASTER-REC.cpy
      * LAYOUT DO REGISTRO DO CADASTRO MESTRE DE TURMAS (ARQUIVO
      * INDEXADO data/TURMAS_MASTER.DAT, CHAVE TM-TURMA), MANTIDO PELA
      * TELA 021-TURMA-MASTER NO MESMO MOLDE DO CADASTRO DE ALUNOS.
      * E O QUE DIZ QUE UM CODIGO DE TURMA EXISTE: A CRITICA (004)
      * REJEITA CAPTURA DE TURMA FORA DELE, E A TRANSFERENCIA (011), A
      * ROLAGEM (013) E A LIBERACAO (020) NAO PASSAM DE TM-CAPACIDADE.
      * TM-ID-REGENTE E O FM-ID-FUNC DO PROFESSOR REGENTE NO CADASTRO
      * DE FUNCIONARIOS (ZERO: SEM REGENTE DEFINIDO).
      * INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA
      * QUE ACESSA O CADASTRO, PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  TM-TURMA-REC.
           05 TM-TURMA                           PIC X(06).
           05 TM-SERIE                           PIC 9(02).
           05 TM-TURNO                           PIC X(01).
               88 TM-TURNO-VALIDO                VALUE "M" "T" "N" "I".
               88 TM-MANHA                       VALUE "M".
               88 TM-TARDE                       VALUE "T".
               88 TM-NOITE                       VALUE "N".
               88 TM-INTEGRAL                    VALUE "I".
           05 TM-SALA                            PIC X(06).
           05 TM-CAPACIDADE                      PIC 9(03).
           05 TM-ID-REGENTE                      PIC 9(06).
           05 TM-ANO-LETIVO                      PIC 9(04).
