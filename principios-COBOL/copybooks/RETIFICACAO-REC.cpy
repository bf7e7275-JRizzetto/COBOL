      ******************************************************************
      * RETIFICACAO-REC.cpy
      * LAYOUT DA TRANSACAO DE RETIFICACAO DE NOTAS (ARQUIVO
      * data/RETIFICACOES.DAT): QUAL ALUNO, QUAL DAS QUATRO
      * AVALIACOES, A NOTA CORRETA E O MOTIVO QUE VAI PARA A TRILHA.
      * DIGITADA PELA SECRETARIA NO 010-DIGITA-NOTAS, QUE CARIMBA O
      * OPERADOR E A DATA, E APLICADA PELO 008-RETIFICA-NOTAS.
      * TRANSACOES ANTIGAS, SEM OS DOIS ULTIMOS CAMPOS, CHEGAM COM
      * OPERADOR E DATA EM BRANCO.
      * INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA,
      * PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  RT-RETIF-REC.
           05 RT-MATRICULA                       PIC 9(06).
           05 RT-IDX-NOTA                        PIC 9(01).
           05 RT-NOTA-NOVA                       PIC 9(02)V99.
           05 RT-MOTIVO                          PIC X(30).
           05 RT-OPERADOR                        PIC X(08).
           05 RT-DATA                            PIC 9(08).
