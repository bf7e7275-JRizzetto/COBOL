      ******************************************************************
      * BENEFICIO-REC.cpy
      * LAYOUT DA INSCRICAO DO FUNCIONARIO NOS BENEFICIOS (ARQUIVO
      * data/BENEFICIOS.DAT, UMA LINHA POR MATRICULA), MANTIDO PELO
      * RH A PARTIR DA DECLARACAO DE TRANSPORTE E DA ESCOLHA DO
      * PLANO DE REFEICAO. BN-TARIFA-VT E O CUSTO DIARIO DAS
      * CONDUCOES DE IDA E VOLTA (ZEROS = SEM VALE-TRANSPORTE);
      * BN-PLANO-VR E O CODIGO DO PLANO EM data/PLANOS_REFEICAO.DAT
      * (BRANCOS = SEM VALE-REFEICAO). OS CARTOES SAO OS NUMEROS DO
      * FORNECEDOR QUE RECEBEM A CARGA DO PEDIDO. USADO PELO
      * A036-BENEFICIOS - INCLUIDO NA FILE SECTION (NIVEL 01 SOB O
      * FD) DE CADA PROGRAMA, PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  BN-BENEFICIO-REC.
           05 BN-MATRICULA                       PIC 9(06).
           05 BN-TARIFA-VT                       PIC 9(03)V99.
           05 BN-CARTAO-VT                       PIC X(16).
           05 BN-PLANO-VR                        PIC X(02).
           05 BN-CARTAO-VR                       PIC X(16).
