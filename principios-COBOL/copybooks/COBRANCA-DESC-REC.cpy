      ******************************************************************
      * COBRANCA-DESC-REC.cpy
      * LAYOUT DOS DESCONTOS APLICADOS NAS COBRANCAS (ARQUIVO
      * data/COBRANCA_DESCONTOS.DAT): UMA LINHA POR DESCONTO QUE
      * ENTROU NUMA COBRANCA, APPENDADA PELA GERACAO (A020) JUNTO COM
      * A COBRANCA - O VALOR E O QUE FOI EFETIVAMENTE ABATIDO (O
      * TOTAL DE DESCONTOS DA COBRANCA NUNCA PASSA DO VALOR CHEIO).
      * E A ORIGEM DO RELATORIO DE DESCONTOS CONCEDIDOS (A041) - OS
      * TIPOS SAO OS DO DESCONTO-ALUNO-REC. INCLUIDO NA FILE SECTION
      * (NIVEL 01 SOB O FD) DE CADA PROGRAMA, PARA O LAYOUT NAO
      * DIVERGIR.
      ******************************************************************
       01  CD-COBRANCA-DESC-REC.
           05 CD-COMPETENCIA                     PIC 9(06).
           05 CD-MATRICULA                       PIC 9(06).
           05 CD-TURMA                           PIC X(06).
           05 CD-TIPO                            PIC X(02).
           05 CD-APROVACAO                       PIC X(20).
           05 CD-VALOR-DESCONTO                  PIC 9(05)V99.
