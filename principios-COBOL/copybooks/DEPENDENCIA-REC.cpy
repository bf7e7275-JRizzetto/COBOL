      ******************************************************************
      * DEPENDENCIA-REC.cpy
      * LAYOUT DO CADASTRO DE DEPENDENCIAS (ARQUIVO
      * data/DEPENDENCIAS.DAT): UM REGISTRO POR ALUNO E DISCIPLINA EM
      * QUE ELE FOI PROMOVIDO SEM ATINGIR A LINHA DE APROVACAO. A
      * ROLAGEM DE ANO (013) ABRE O REGISTRO ("A"=ABERTA) PARA O ALUNO
      * QUE O RESULTADO ANUAL (012) FECHOU "DEPENDENCIA", COM A TURMA
      * E O ANO DE ORIGEM, A DISCIPLINA (POSICAO NA TABELA DE NOTAS E
      * NOME) E A MEDIA ANUAL DELA. O AVALIADOR (002) LANCA AS NOTAS DE
      * DEPENDENCIA DIGITADAS PELA SECRETARIA: NOTA NA LINHA DA TURMA
      * DE ORIGEM CUMPRE A DEPENDENCIA ("C"), COM A NOTA E A DATA;
      * ABAIXO DELA O REGISTRO FICA ABERTO COM A ULTIMA NOTA. O
      * BOLETIM ANUAL (012) E OS CERTIFICADOS (016) MOSTRAM AS ABERTAS.
      * INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA,
      * PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  DP-DEPENDENCIA-REC.
           05 DP-MATRICULA                       PIC 9(06).
           05 DP-ANO-ORIGEM                      PIC 9(04).
           05 DP-TURMA-ORIGEM                    PIC X(06).
           05 DP-DISCIPLINA                      PIC 9(01).
           05 DP-NOME-DISCIPLINA                 PIC X(15).
           05 DP-MEDIA-ORIGEM                    PIC 9(02)V99.
           05 DP-SITUACAO                        PIC X(01).
               88 DP-ABERTA                      VALUE "A".
               88 DP-CUMPRIDA                    VALUE "C".
           05 DP-NOTA                            PIC 9(02)V99.
           05 DP-DATA-SITUACAO                   PIC 9(08).
