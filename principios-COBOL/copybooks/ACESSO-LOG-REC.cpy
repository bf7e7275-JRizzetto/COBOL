      ******************************************************************
      * ACESSO-LOG-REC.cpy
      * LAYOUT DO REGISTRO DE ACESSOS (ARQUIVO data/ACESSOS.DAT),
      * APPENDADO PELO SUBPROGRAMA CONTROLE-ACESSO: UMA LINHA POR
      * TENTATIVA DE ENTRADA NAS TELAS DE MANUTENCAO (ACEITA OU
      * RECUSADA), POR ACAO NEGADA PELO PERFIL E POR MANUTENCAO NO
      * CADASTRO DE OPERADORES. AC-ACAO TRAZ A ACAO PEDIDA (EX.:
      * SALARIO) OU, NA MANUTENCAO, O QUE FOI FEITO E COM QUAL
      * OPERADOR. LIDO PELO RELATORIO DE ACESSOS (A052).
      * INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA,
      * PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  AC-ACESSO-REC.
           05 AC-DATA                            PIC 9(08).
           05 AC-HORA                            PIC 9(06).
           05 AC-OPERADOR                        PIC X(08).
           05 AC-PROGRAMA                        PIC X(20).
           05 AC-EVENTO                          PIC X(12).
               88 AC-ENTRADA                     VALUE "ENTRADA".
               88 AC-SENHA-ERRADA                VALUE "SENHA".
               88 AC-BLOQUEIO                    VALUE "BLOQUEIO".
               88 AC-JA-BLOQUEADO                VALUE "BLOQUEADO".
               88 AC-EXPIRADO                    VALUE "EXPIRADO".
               88 AC-INEXISTENTE                 VALUE "INEXISTENTE".
               88 AC-NEGADO                      VALUE "NEGADO".
               88 AC-MANUTENCAO                  VALUE "MANUTENCAO".
           05 AC-ACAO                            PIC X(20).
