      ******************************************************************
      * OPERADOR-REC.cpy
      * LAYOUT DO CADASTRO DE OPERADORES DAS TELAS DE MANUTENCAO
      * (ARQUIVO INDEXADO data/OPERADORES.DAT, CHAVE OP-ID), MANTIDO
      * PELO A051-OPERADORES E LIDO NA ENTRADA DE CADA TELA PELO
      * SUBPROGRAMA CONTROLE-ACESSO. A SENHA NUNCA E GRAVADA - SO O
      * HASH DEVOLVIDO PELO SUBPROGRAMA SENHA-HASH (QUE MISTURA O ID DO
      * OPERADOR, PARA DUAS SENHAS IGUAIS NAO DAREM O MESMO HASH).
      * PERFIS: "S" SECRETARIA (NOTAS E CADASTRO DE ALUNOS), "R" RH
      * (CADASTRO DE FUNCIONARIOS, SEM SALARIO), "F" FOLHA (CADASTRO DE
      * FUNCIONARIOS COM SALARIO E CARGA EM LOTE), "A" ADMINISTRADOR
      * (TUDO, INCLUSIVE O CADASTRO DE OPERADORES).
      * OP-DATA-EXPIRA ZERADA E OPERADOR SEM VENCIMENTO. OP-TENTATIVAS
      * CONTA AS SENHAS ERRADAS SEGUIDAS; NA TERCEIRA O OPERADOR FICA
      * BLOQUEADO ("B") ATE O ADMINISTRADOR DESBLOQUEAR.
      * INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA,
      * PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  OP-OPERADOR-REC.
           05 OP-ID                              PIC X(08).
           05 OP-NOME                            PIC X(30).
           05 OP-SENHA-HASH                      PIC 9(12).
           05 OP-PERFIL                          PIC X(01).
               88 OP-PERFIL-SECRETARIA           VALUE "S".
               88 OP-PERFIL-RH                   VALUE "R".
               88 OP-PERFIL-FOLHA                VALUE "F".
               88 OP-PERFIL-ADMIN                VALUE "A".
               88 OP-PERFIL-VALIDO               VALUE "S" "R" "F" "A".
           05 OP-DATA-EXPIRA                     PIC 9(08).
           05 OP-SITUACAO                        PIC X(01).
               88 OP-ATIVO                       VALUE "A".
               88 OP-BLOQUEADO                   VALUE "B".
           05 OP-TENTATIVAS                      PIC 9(01).
           05 OP-DATA-ULT-ACESSO                 PIC 9(08).
           05 OP-DATA-INCLUSAO                   PIC 9(08).
