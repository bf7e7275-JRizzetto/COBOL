      ******************************************************************
      * REMAT-PENDENTE-REC.cpy
      * LAYOUT DA LISTA DE REMATRICULA PENDENTE FINANCEIRA (ARQUIVO
      * data/REMATRICULA_PENDENTE.DAT): ALUNO QUE A ROLAGEM DE ANO
      * (013) SEGUROU FORA DA CAPTURA DO ANO SEGUINTE PORQUE A FAMILIA
      * TEM COBRANCA VENCIDA ACIMA DA TOLERANCIA. GUARDA O QUE E
      * PRECISO PARA ENTRAR NA CAPTURA DEPOIS (TURMA DE DESTINO JA
      * RESOLVIDA PELA PROGRESSAO) E PARA A TAXA DE MATRICULA.
      * PF-SITUACAO "P"=PENDENTE, "L"=LIBERADA PELO 020 (PAGOU OU
      * FECHOU ACORDO) E JA LANCADA NA CAPTURA. INCLUIDO NA FILE
      * SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA, PARA O LAYOUT
      * NAO DIVERGIR.
      ******************************************************************
       01  PF-PENDENTE-REC.
           05 PF-MATRICULA                       PIC 9(06).
           05 PF-TURMA-DESTINO                   PIC X(06).
           05 PF-NOME-ALUNO                      PIC X(30).
           05 PF-COD-RESP                        PIC 9(06).
           05 PF-NOME-RESP                       PIC X(30).
           05 PF-DIVIDA                          PIC 9(07)V99.
           05 PF-DATA-BLOQUEIO                   PIC 9(08).
           05 PF-SITUACAO                        PIC X(01).
               88 PF-PENDENTE                    VALUE "P".
               88 PF-LIBERADA                    VALUE "L".
           05 PF-DATA-LIBERACAO                  PIC 9(08).
