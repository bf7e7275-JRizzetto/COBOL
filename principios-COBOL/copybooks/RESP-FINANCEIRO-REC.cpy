      ******************************************************************
      * RESP-FINANCEIRO-REC.cpy
      * LAYOUT DO CADASTRO DE RESPONSAVEIS FINANCEIROS (ARQUIVO
      * data/RESPONSAVEIS.DAT): UMA LINHA POR FAMILIA PAGADORA, COM O
      * CODIGO QUE O CADASTRO MESTRE DE ALUNOS GUARDA EM AM-COD-RESP,
      * O NOME E A OPCAO DE COBRANCA. RF-AGRUPAR "S" JUNTA AS
      * MENSALIDADES DE TODOS OS FILHOS DA FAMILIA NUM BOLETO SO POR
      * COMPETENCIA; "N" (OU FAMILIA FORA DO CADASTRO) MANTEM UM
      * BOLETO POR ALUNO. A OPCAO E DA FAMILIA E NAO DA ESCOLA: PAIS
      * SEPARADOS QUE PAGAM CADA UM A SUA PARTE TEM UM CODIGO CADA,
      * CADA UM COM A SUA OPCAO. RF-PRO-RATA "S" E O CONTRATO QUE
      * COBRA PROPORCIONAL O MES EM QUE O ALUNO SAI DA ESCOLA (DIAS
      * ATE A SAIDA SOBRE O MES COMERCIAL DE 30); "N" OU BRANCO COBRA
      * O MES DA SAIDA CHEIO. MANTIDO PELA SECRETARIA; INCLUIDO NA
      * FILE SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA, PARA O
      * LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  RF-RESPONSAVEL-REC.
           05 RF-COD-RESP                        PIC 9(06).
           05 RF-NOME-RESP                       PIC X(30).
           05 RF-AGRUPAR                         PIC X(01).
               88 RF-COBRANCA-AGRUPADA           VALUE "S".
           05 RF-PRO-RATA                        PIC X(01).
               88 RF-COBRA-PRO-RATA              VALUE "S".
