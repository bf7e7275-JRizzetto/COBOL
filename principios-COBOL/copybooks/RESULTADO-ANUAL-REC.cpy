      ******************************************************************
      * RESULTADO-ANUAL-REC.cpy
      * LAYOUT DO RESULTADO ANUAL DO ALUNO (ARQUIVO
      * data/RESULTADOS_ANUAIS.DAT), GRAVADO PELO FECHAMENTO DO ANO
      * (012) COM UM REGISTRO POR ALUNO: A TURMA ONDE TERMINOU O ANO,
      * QUANTOS PERIODOS ENTRARAM NA MEDIA, A MEDIA ANUAL E A SITUACAO
      * FINAL. O ALUNO QUE SAIU DA ESCOLA NO ANO (HISTORICO DE SAIDAS)
      * NAO E APROVADO NEM REPROVADO: FICA "TRANSFERIDO" OU, NA
      * DESISTENCIA E NO CANCELAMENTO, "ABANDONO" - AS QUATRO
      * SITUACOES QUE O EXTRATO DO CENSO ESCOLAR (023) INFORMA.
      * CADA DISCIPLINA DA TABELA DE NOTAS TEM A SUA MEDIA ANUAL
      * CONFERIDA CONTRA A LINHA DE APROVACAO DA TURMA: O ALUNO COM
      * DISCIPLINAS ABAIXO DA LINHA, ATE O LIMITE DO PARAMETRO, FICA
      * "DEPENDENCIA" (APROVADO COM DEPENDENCIA - A ROLAGEM DE ANO
      * PROMOVE E ABRE UMA DEPENDENCIA POR DISCIPLINA MARCADA EM
      * RA-DISC-DEPENDENCIA); ACIMA DO LIMITE, "REPROVADO".
      * DECISAO DO CONSELHO DE CLASSE PREVALECE SOBRE O CALCULO SEM
      * MEXER NAS NOTAS: RA-STATUS-ANUAL FICA COM O RESULTADO DECIDIDO,
      * RA-STATUS-CALCULADO GUARDA O QUE AS NOTAS DERAM E RA-CONSELHO
      * VEM "S" (OS CERTIFICADOS IMPRIMEM "APROVADO PELO CONSELHO").
      * INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA,
      * PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  RA-ANUAL-REC.
           05 RA-MATRICULA                       PIC 9(06).
           05 RA-TURMA                           PIC X(06).
           05 RA-QTD-PERIODOS                    PIC 9(02).
           05 RA-MEDIA-ANUAL                     PIC 9(02)V99.
           05 RA-STATUS-ANUAL                    PIC X(11).
               88 RA-APROVADO                    VALUE "APROVADO".
               88 RA-REPROVADO                   VALUE "REPROVADO".
               88 RA-TRANSFERIDO                 VALUE "TRANSFERIDO".
               88 RA-ABANDONO                    VALUE "ABANDONO".
               88 RA-DEPENDENCIA                 VALUE "DEPENDENCIA".
           05 RA-QTD-DEPENDENCIAS                PIC 9(01).
           05 RA-DISCIPLINA                      OCCURS 4 TIMES.
               10 RA-MEDIA-DISCIPLINA            PIC 9(02)V99.
               10 RA-DISC-DEPENDENCIA            PIC X(01).
           05 RA-STATUS-CALCULADO                PIC X(11).
           05 RA-CONSELHO                        PIC X(01).
               88 RA-DECIDIDO-CONSELHO           VALUE "S".
