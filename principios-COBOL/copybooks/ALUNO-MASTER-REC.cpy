      * CADASTRO, PARA O LAYOUT NAO DIVERGIR ENTRE OS PROGRAMAS.
      * O ENDERECO DO RESPONSAVEL SEGUE O LAYOUT RUA/NUMERO/PONTO DE
      * REFERENCIA JA USADO NO A004-VARIAVEIS E NO A005-UNSTRING.
      * AM-COD-RESP E O CODIGO DO RESPONSAVEL FINANCEIRO (FAMILIA) NO
      * CADASTRO DE RESPONSAVEIS (RESPONSAVEIS.DAT) - E O QUE LIGA OS
      * IRMAOS NA COBRANCA, EM VEZ DE COMPARAR O NOME DIGITADO.
      * ZERO: ALUNO SEM FAMILIA CADASTRADA, COBRADO SOZINHO.
      * AM-SITUACAO E GRAVADA PELA SAIDA DE ALUNO (022): BRANCO OU "A"
      * ALUNO ATIVO; "T" TRANSFERIDO PARA OUTRA ESCOLA, "D" DESISTENTE
      * E "C" MATRICULA CANCELADA, COM A DATA AAAAMMDD E O MOTIVO DA
      * SAIDA. ALUNO QUE SAIU NAO E AVALIADO, NAO RECEBE ALERTA DE
      * FALTAS E NAO E MAIS COBRADO DEPOIS DA COMPETENCIA DA SAIDA.
      ******************************************************************
       01  AM-ALUNO-REC.
           05 AM-MATRICULA                       PIC 9(06).
           05 AM-DATA-NASC                       PIC 9(08).
           05 AM-NOME-RESP                       PIC X(30).
           05 AM-ENDER-RESP                      PIC X(45).
           05 AM-COD-RESP                        PIC 9(06).
           05 AM-SITUACAO                        PIC X(01).
               88 AM-ATIVO                       VALUE "A" " ".
               88 AM-TRANSFERIDO                 VALUE "T".
               88 AM-DESISTENTE                  VALUE "D".
               88 AM-CANCELADO                   VALUE "C".
               88 AM-SAIU                        VALUE "T" "D" "C".
           05 AM-DATA-SAIDA                      PIC 9(08).
           05 AM-MOTIVO-SAIDA                    PIC X(30).
