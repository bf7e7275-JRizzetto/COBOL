      * CB-SITUACAO: "A"=ABERTA (GERADA, AINDA NAO REMETIDA),
      * "R"=REMETIDA AO BANCO, "P"=PAGA, "I"=INADIMPLENTE (REJEITADA
      * OU NAO PAGA NO RETORNO).
      * CB-VALOR E O VALOR COBRADO DO RESPONSAVEL (LIQUIDO DAS BOLSAS
      * E DESCONTOS); CB-VALOR-BRUTO E A MENSALIDADE CHEIA DA TURMA E
      * CB-VALOR-DESCONTO A DIFERENCA, DETALHADA POR DESCONTO EM
      * data/COBRANCA_DESCONTOS.DAT.
      * CB-COD-RESP E A FAMILIA PAGADORA (AM-COD-RESP NA GERACAO) E
      * CB-AGRUPAMENTO DIZ SE A COBRANCA VAI NO BOLETO CONSOLIDADO DA
      * FAMILIA ("F") OU NUM BOLETO PROPRIO ("I") - CONGELADO NA
      * GERACAO PELA OPCAO DA FAMILIA NO CADASTRO DE RESPONSAVEIS.
      * CB-VALOR-PAGO E O QUE O RETORNO JA BAIXOU NESTA COBRANCA
      * (INTEGRAL NA PAGA, PARCIAL QUANDO O PAGAMENTO DA FAMILIA NAO
      * COBRIU TODOS OS FILHOS).
      * PARCELA DE ACORDO DE RENEGOCIACAO (A042) E COBRANCA COMO AS
      * OUTRAS, COM CB-ORIGEM "A", TURMA "ACORDO" E O NUMERO DO ACORDO
      * E DA PARCELA; A COBRANCA ORIGINAL RENEGOCIADA VIRA "N" (NAO E
      * PAGA - A DIVIDA PASSOU PARA AS PARCELAS) E A PARCELA EM ABERTO
      * DE ACORDO ROMPIDO VIRA "Q" (DIVIDA REATIVADA, VENCIDA NA HORA).
      * TAXA DE MATRICULA DA REMATRICULA (013/020) TAMBEM E COBRANCA
      * COMO AS OUTRAS, COM CB-ORIGEM "T" E A TURMA DO ANO SEGUINTE.
      * COBRANCA EM ABERTO DE COMPETENCIA POSTERIOR A SAIDA DO ALUNO
      * (022) VIRA "C" (CANCELADA - NAO E REMETIDA NEM COBRADA).
      ******************************************************************
       01  CB-COBRANCA-REC.
           05 CB-MATRICULA                       PIC 9(06).
               88 CB-REMETIDA                    VALUE "R".
               88 CB-PAGA                        VALUE "P".
               88 CB-INADIMPLENTE                VALUE "I".
               88 CB-RENEGOCIADA                 VALUE "N".
               88 CB-ACORDO-ROMPIDO              VALUE "Q".
               88 CB-CANCELADA                   VALUE "C".
           05 CB-VALOR-BRUTO                     PIC 9(05)V99.
           05 CB-VALOR-DESCONTO                  PIC 9(05)V99.
           05 CB-COD-RESP                        PIC 9(06).
           05 CB-AGRUPAMENTO                     PIC X(01).
               88 CB-COBRANCA-FAMILIA            VALUE "F".
               88 CB-COBRANCA-INDIVIDUAL         VALUE "I" " ".
           05 CB-VALOR-PAGO                      PIC 9(05)V99.
           05 CB-ORIGEM                          PIC X(01).
               88 CB-MENSALIDADE                 VALUE "M" " ".
               88 CB-PARCELA-ACORDO              VALUE "A".
               88 CB-TAXA-MATRICULA              VALUE "T".
           05 CB-NUM-ACORDO                      PIC 9(06).
           05 CB-NUM-PARCELA                     PIC 9(02).
