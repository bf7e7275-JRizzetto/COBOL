      ******************************************************************
      * LGPD-LOG-REC.cpy
      * LAYOUT DO REGISTRO DE ANONIMIZACOES (ARQUIVO
      * data/LGPD_ANONIMIZACOES.DAT), APPENDADO PELA ANONIMIZACAO
      * (A050): UMA LINHA POR TITULAR E ARQUIVO MASCARADO, COM A DATA
      * DA EXECUCAO, O TIPO DE TITULAR ("F" FUNCIONARIO, "A" ALUNO),
      * A MATRICULA (QUE NAO MUDA), A DATA QUE CONTOU A RETENCAO
      * (DESLIGAMENTO OU SAIDA DO ALUNO) E QUANTOS REGISTROS DO
      * ARQUIVO FORAM MASCARADOS, CONTANDO OS VOLUMES DE ARQUIVO DO
      * ANO. E A PROVA DA ANONIMIZACAO PARA A LGPD E O RELATORIO DO
      * TITULAR (A049) O MOSTRA JUNTO COM OS REGISTROS DA PESSOA.
      * INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA,
      * PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  LG-ANONIMIZACAO-REC.
           05 LG-DATA                            PIC 9(08).
           05 LG-TIPO                            PIC X(01).
               88 LG-FUNCIONARIO                 VALUE "F".
               88 LG-ALUNO                       VALUE "A".
           05 LG-MATRICULA                       PIC 9(06).
           05 LG-DATA-REFERENCIA                 PIC 9(08).
           05 LG-ARQUIVO                         PIC X(30).
           05 LG-QTD                             PIC 9(05).
