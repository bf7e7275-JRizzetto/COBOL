      *          QUE SOBREVIVE ENTRE DIAS - O BANCO REJEITA NUMERO
      *          REPETIDO OU PULADO, ENTAO O IMPROVISO DE DIA+HORA
      *          ACABOU. O RESUMO DOS ARQUIVOS GERADOS SAI PARA O
      *          OPERADOR TRANSMITIR. O ADIANTAMENTO QUINZENAL VIAJA
      *          PELA INTERFACE PROPRIA (CREDITOS_ADIANTAMENTO.DAT);
      *          NO DIA DO ADIANTAMENTO A REMESSA RODA COM
      *          REMESSA_ADIANTAMENTO=S E A FOLHA DO MES, AINDA EM
      *          CALCULO, FICA FORA DO ARQUIVO. A PENSAO ALIMENTICIA
      *          DESCONTADA NA FOLHA VEM NA PROPRIA INTERFACE DE
      *          LIQUIDOS, COM O CODIGO DO BENEFICIARIO; A DESCONTADA
      *          NA RESCISAO VIAJA PELA INTERFACE DO A011
      *          (CREDITOS_PENSAO.DAT).
      * Tectonics: cobc
      ******************************************************************

           SELECT FERIAS-CRED-FILE ASSIGN TO DYNAMIC WS-ARQ-FERCRED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERCRED.
      * CREDITOS DO ADIANTAMENTO QUINZENAL GRAVADOS PELO A008 - MESMO
      * TRATAMENTO DOS CREDITOS DE FERIAS; A COMPETENCIA DO
      * ADIANTAMENTO REMETIDO FICA MARCADA NO CONTROLE PARA A FOLHA
      * RECUSAR UM SEGUNDO ADIANTAMENTO NO MES.
           SELECT ADTO-CRED-FILE ASSIGN TO DYNAMIC WS-ARQ-ADTCRED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADTCRED.
      * CREDITOS DE PENSAO ALIMENTICIA DESCONTADA NA RESCISAO,
      * GRAVADOS PELO A011 - MESMO TRATAMENTO DOS CREDITOS DE FERIAS,
      * NA CONTA DO BENEFICIARIO.
           SELECT PENSAO-CRED-FILE ASSIGN TO DYNAMIC WS-ARQ-PENCRED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENCRED.
      * ORDENS DE PENSAO ALIMENTICIA DO RH: E DELAS QUE SAI O
      * DOMICILIO BANCARIO CORRENTE DO BENEFICIARIO QUANDO UM CREDITO
      * DE PENSAO REJEITADO PELO BANCO VOLTA COMO PENDENCIA - O
      * CODIGO DO BENEFICIARIO NAO EXISTE NO CADASTRO DE FUNCIONARIOS.
           SELECT PENSAO-FILE ASSIGN TO DYNAMIC WS-ARQ-PENSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENSAO.
      * CONTROLE DE BATIMENTO COMPARTILHADO - A REMESSA PUBLICA A
      * SOMA DOS LIQUIDOS LIDOS, O QUE FICOU SEM DOMICILIO, O QUE FOI
      * REENVIADO DE PENDENCIA E O SOMATORIO DOS TRAILERS, PARA O
           05 CR-LIQUIDO       PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 CR-COMPETENCIA   PIC 9(06).
      * MESMO LAYOUT GRAVADO PELO A008 NO ADIANTAMENTO QUINZENAL.
       FD  ADTO-CRED-FILE.
       01  CA-CREDITO-REC.
           05 CA-MATRICULA     PIC 9(06).
           05 CA-NOME          PIC X(20).
           05 CA-BANCO         PIC 9(03).
           05 CA-AGENCIA       PIC 9(04).
           05 CA-CONTA         PIC 9(08).
           05 CA-LIQUIDO       PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 CA-COMPETENCIA   PIC 9(06).
      * MESMO LAYOUT GRAVADO PELO A011 NA RESCISAO.
       FD  PENSAO-CRED-FILE.
       01  CP-CREDITO-REC.
           05 CP-MATRICULA     PIC 9(06).
           05 CP-NOME          PIC X(20).
           05 CP-BANCO         PIC 9(03).
           05 CP-AGENCIA       PIC 9(04).
           05 CP-CONTA         PIC 9(08).
           05 CP-LIQUIDO       PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 CP-COMPETENCIA   PIC 9(06).
       FD  PENSAO-FILE.
       COPY PENSAO-REC.
       FD  BATIMENTO-FILE.
       01  CC-CONTADOR-REC.
           05 CC-PROGRAMA      PIC X(20).
               10 WS-COMP-COMPETENCIA PIC 9(06).
               10 WS-COMP-SITUACAO    PIC X(01).
               10 WS-COMP-REMETIDA    PIC X(01).
               10 WS-COMP-ADIANTAMENTO PIC X(01).
               10 WS-COMP-REVISAO     PIC X(01).
       01 WS-QTD-COMPETENCIAS                    PIC 9(02) VALUE ZEROS.
       01 WS-IDX-COMP                            PIC 9(02) VALUE ZEROS.
       01 WS-IDX-COMP-ATU                        PIC 9(02) VALUE ZEROS.
           88 FIM-FERCRED                VALUE "S".
       01 WS-SOMA-FERIAS    PIC S9(09)V99 VALUE ZEROS.
       01 WS-QTD-FER-ENVIADOS PIC 9(03)  VALUE ZEROS.
      * CREDITOS DO ADIANTAMENTO CARREGADOS DA INTERFACE DO A008, COM
      * AS MESMAS SITUACOES DOS CREDITOS DE FERIAS.
       01 WS-ARQ-ADTCRED    PIC X(40)
           VALUE "data/CREDITOS_ADIANTAMENTO.DAT".
       01 WS-FS-ADTCRED                          PIC X(02) VALUE SPACES.
       01 WS-ADT-TABELA.
           05 WS-ADT-ENTRADA OCCURS 500 TIMES.
               10 WS-ADT-MATRICULA  PIC 9(06).
               10 WS-ADT-NOME       PIC X(20).
               10 WS-ADT-BANCO      PIC 9(03).
               10 WS-ADT-AGENCIA    PIC 9(04).
               10 WS-ADT-CONTA      PIC 9(08).
               10 WS-ADT-VALOR      PIC S9(07)V99.
               10 WS-ADT-COMPET     PIC 9(06).
               10 WS-ADT-SITUACAO   PIC X(01).
       01 WS-QTD-ADIANTAMENTOS PIC 9(03) VALUE ZEROS.
       01 WS-IDX-ADT        PIC 9(03)    VALUE ZEROS.
       01 WS-FIM-ADTCRED    PIC X(01)    VALUE "N".
           88 FIM-ADTCRED                VALUE "S".
       01 WS-SOMA-ADIANTAMENTO PIC S9(09)V99 VALUE ZEROS.
       01 WS-QTD-ADT-ENVIADOS PIC 9(03)  VALUE ZEROS.
      * REMESSA DO DIA DO ADIANTAMENTO (REMESSA_ADIANTAMENTO=S): O
      * FOLHA_LIQUIDOS DA FOLHA NOTURNA AINDA NAO E PAGAMENTO E FICA
      * FORA, E A COMPETENCIA NAO E MARCADA COMO REMETIDA.
       01 WS-REMESSA-ADTO-X PIC X(01)    VALUE SPACES.
           88 REMESSA-ADIANTAMENTO       VALUE "S".
      * A FOLHA MENSAL SO VIAJA DEPOIS DA REVISAO DE VARIACOES (A037)
      * RECONHECIDA. REMESSA_SEM_REVISAO=S E A LIBERACAO EXPLICITA DO
      * OPERADOR: A REMESSA SAI, MAS TERMINA EM ALERTA E A LIBERACAO
      * FICA REGISTRADA NO RESUMO.
       01 WS-SEM-REVISAO-X  PIC X(01)    VALUE SPACES.
           88 REMESSA-SEM-REVISAO        VALUE "S".
       01 WS-REVISAO-LIBERADA PIC X(01)  VALUE "N".
           88 REVISAO-LIBERADA           VALUE "S".
       01 WS-REVISAO-RECUSADA PIC X(01)  VALUE "N".
           88 REVISAO-RECUSADA           VALUE "S".
      * CREDITOS DE PENSAO DA RESCISAO CARREGADOS DA INTERFACE DO
      * A011, COM AS MESMAS SITUACOES DOS CREDITOS DE FERIAS.
       01 WS-ARQ-PENCRED    PIC X(40)
           VALUE "data/CREDITOS_PENSAO.DAT".
       01 WS-FS-PENCRED                          PIC X(02) VALUE SPACES.
       01 WS-PEN-TABELA.
           05 WS-PEN-ENTRADA OCCURS 100 TIMES.
               10 WS-PEN-MATRICULA  PIC 9(06).
               10 WS-PEN-NOME       PIC X(20).
               10 WS-PEN-BANCO      PIC 9(03).
               10 WS-PEN-AGENCIA    PIC 9(04).
               10 WS-PEN-CONTA      PIC 9(08).
               10 WS-PEN-VALOR      PIC S9(07)V99.
               10 WS-PEN-COMPET     PIC 9(06).
               10 WS-PEN-SITUACAO   PIC X(01).
       01 WS-QTD-PENSOES    PIC 9(03)    VALUE ZEROS.
       01 WS-IDX-PEN        PIC 9(03)    VALUE ZEROS.
       01 WS-FIM-PENCRED    PIC X(01)    VALUE "N".
           88 FIM-PENCRED                VALUE "S".
       01 WS-SOMA-PENSAO    PIC S9(09)V99 VALUE ZEROS.
       01 WS-QTD-PEN-ENVIADOS PIC 9(03)  VALUE ZEROS.
      * DOMICILIO BANCARIO DOS BENEFICIARIOS DE PENSAO (FAIXA DE
      * CODIGOS A PARTIR DE 900000), PARA O REENVIO DE PENDENCIAS.
       01 WS-ARQ-PENSAO     PIC X(40)
           VALUE "data/PENSAO_JUDICIAL.DAT".
       01 WS-FS-PENSAO                           PIC X(02) VALUE SPACES.
       01 WS-FIM-PENSAO     PIC X(01)    VALUE "N".
           88 FIM-PENSAO                 VALUE "S".
       01 WS-BEN-TABELA.
           05 WS-BEN-ENTRADA OCCURS 200 TIMES.
               10 WS-BEN-CODIGO     PIC 9(06).
               10 WS-BEN-NOME       PIC X(20).
               10 WS-BEN-BANCO      PIC 9(03).
               10 WS-BEN-AGENCIA    PIC 9(04).
               10 WS-BEN-CONTA      PIC 9(08).
       01 WS-QTD-BENEFICIARIOS PIC 9(03) VALUE ZEROS.
       01 WS-IDX-BEN        PIC 9(03)    VALUE ZEROS.
       01 WS-BEN-ACHADO     PIC X(01)    VALUE "N".
           88 BEN-ACHADO                 VALUE "S".
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.
               MOVE WS-MAX-TENT-X TO WS-MAX-TENTATIVAS
           END-IF

           ACCEPT WS-REMESSA-ADTO-X
               FROM ENVIRONMENT "REMESSA_ADIANTAMENTO"
           ACCEPT WS-SEM-REVISAO-X
               FROM ENVIRONMENT "REMESSA_SEM_REVISAO"

           PERFORM CARREGAR-SEQUENCIAS
           PERFORM CARREGAR-BENEFICIARIOS
           PERFORM CARREGAR-PENDENTES
           PERFORM CARREGAR-FERIAS-CREDITOS
           PERFORM CARREGAR-ADTO-CREDITOS
           PERFORM CARREGAR-PENSAO-CREDITOS
           PERFORM VERIFICAR-COMPETENCIA-REMESSA
           IF REMESSA-ADIANTAMENTO
               MOVE "S" TO WS-SO-PENDENCIAS
               DISPLAY "REMESSA DO ADIANTAMENTO - FOLHA DO MES FORA "
                   "DA REMESSA"
           END-IF
           PERFORM VERIFICAR-REVISAO-FOLHA
           IF REVISAO-RECUSADA
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LEVANTAR-BANCOS

           IF WS-QTD-BANCOS = 0
               PERFORM REGRAVAR-PENDENTES
               PERFORM REGRAVAR-FERIAS-CREDITOS
               PERFORM REGRAVAR-ADTO-CREDITOS
               PERFORM REGRAVAR-PENSAO-CREDITOS
               DISPLAY "NENHUM CREDITO COM DOMICILIO BANCARIO - "
                   "REMESSA NAO GERADA"
               IF WS-QTD-SEM-BANCO > 0
           PERFORM REGRAVAR-SEQUENCIAS
           PERFORM REGRAVAR-PENDENTES
           PERFORM REGRAVAR-FERIAS-CREDITOS
           PERFORM REGRAVAR-ADTO-CREDITOS
           PERFORM REGRAVAR-PENSAO-CREDITOS
           PERFORM GRAVAR-RESUMO
           PERFORM GRAVAR-CONTADORES-BATIMENTO
           PERFORM MARCAR-COMPETENCIA-REMETIDA
           DISPLAY "PENDENCIAS: REENVIADAS=" WS-QTD-REENVIADOS
               " EXCECOES=" WS-QTD-EXCECOES
               " FERIAS REMETIDAS=" WS-QTD-FER-ENVIADOS
               " ADIANTAMENTOS REMETIDOS=" WS-QTD-ADT-ENVIADOS
               " PENSOES DE RESCISAO REMETIDAS=" WS-QTD-PEN-ENVIADOS

           IF WS-QTD-SEM-BANCO > 0 OR REVISAO-LIBERADA
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
               IF PN-TENTATIVAS >= WS-MAX-TENTATIVAS
                   MOVE "E" TO WS-PEND-SITUACAO(WS-QTD-PENDENTES)
               ELSE
                   IF PN-MATRICULA >= 900000
                       PERFORM BUSCAR-BENEFICIARIO-PENDENTE
                   ELSE
                       PERFORM BUSCAR-FUNCIONARIO-PENDENTE
                   END-IF
               END-IF
           ELSE
                   "IGNORADA: " PN-MATRICULA
           END-IF.

      * DOMICILIO CORRENTE DO FUNCIONARIO NO CADASTRO.
       BUSCAR-FUNCIONARIO-PENDENTE.
           MOVE PN-MATRICULA TO FM-ID-FUNC
           READ EMPLOYEE-MASTER KEY IS FM-ID-FUNC
           IF WS-FS-FUNC = "00" AND FM-BANCO-FUNC NOT = ZEROS
               MOVE "R" TO WS-PEND-SITUACAO(WS-QTD-PENDENTES)
               MOVE FM-BANCO-FUNC
                   TO WS-PEND-BANCO(WS-QTD-PENDENTES)
               MOVE FM-AGENCIA-FUNC
                   TO WS-PEND-AGENCIA(WS-QTD-PENDENTES)
               MOVE FM-CONTA-FUNC
                   TO WS-PEND-CONTA(WS-QTD-PENDENTES)
               MOVE FM-NOME-FUNC
                   TO WS-PEND-NOME(WS-QTD-PENDENTES)
           ELSE
               MOVE "F" TO WS-PEND-SITUACAO(WS-QTD-PENDENTES)
               DISPLAY "PENDENCIA SEM DOMICILIO BANCARIO - "
                   "MATRICULA " PN-MATRICULA
                   " AGUARDA CORRECAO DO RH"
           END-IF.

      * CREDITO DE PENSAO REJEITADO: O DOMICILIO CORRENTE DO
      * BENEFICIARIO VEM DAS ORDENS DE PENSAO, QUE O RH CORRIGE.
       BUSCAR-BENEFICIARIO-PENDENTE.
           MOVE "N" TO WS-BEN-ACHADO
           PERFORM VARYING WS-IDX-BEN FROM 1 BY 1
                   UNTIL WS-IDX-BEN > WS-QTD-BENEFICIARIOS
                       OR BEN-ACHADO
               IF WS-BEN-CODIGO(WS-IDX-BEN) = PN-MATRICULA
                       AND WS-BEN-BANCO(WS-IDX-BEN) NOT = ZEROS
                   MOVE "S" TO WS-BEN-ACHADO
                   MOVE "R" TO WS-PEND-SITUACAO(WS-QTD-PENDENTES)
                   MOVE WS-BEN-BANCO(WS-IDX-BEN)
                       TO WS-PEND-BANCO(WS-QTD-PENDENTES)
                   MOVE WS-BEN-AGENCIA(WS-IDX-BEN)
                       TO WS-PEND-AGENCIA(WS-QTD-PENDENTES)
                   MOVE WS-BEN-CONTA(WS-IDX-BEN)
                       TO WS-PEND-CONTA(WS-QTD-PENDENTES)
                   MOVE WS-BEN-NOME(WS-IDX-BEN)
                       TO WS-PEND-NOME(WS-QTD-PENDENTES)
               END-IF
           END-PERFORM
           IF NOT BEN-ACHADO
               MOVE "F" TO WS-PEND-SITUACAO(WS-QTD-PENDENTES)
               DISPLAY "PENDENCIA SEM DOMICILIO BANCARIO - "
                   "BENEFICIARIO DE PENSAO " PN-MATRICULA
                   " AGUARDA CORRECAO DO RH"
           END-IF.

      * CARREGA O DOMICILIO BANCARIO DOS BENEFICIARIOS DAS ORDENS DE
      * PENSAO. ARQUIVO AUSENTE NAO E ERRO - NENHUM BENEFICIARIO.
       CARREGAR-BENEFICIARIOS.
           OPEN INPUT PENSAO-FILE
           IF WS-FS-PENSAO = "00"
               PERFORM UNTIL FIM-PENSAO
                   READ PENSAO-FILE
                       AT END
                           SET FIM-PENSAO TO TRUE
                       NOT AT END
                           IF WS-QTD-BENEFICIARIOS < 200
                               ADD 1 TO WS-QTD-BENEFICIARIOS
                               MOVE PJ-BENEFICIARIO TO WS-BEN-CODIGO
                                   (WS-QTD-BENEFICIARIOS)
                               MOVE PJ-NOME-BENEF TO WS-BEN-NOME
                                   (WS-QTD-BENEFICIARIOS)
                               MOVE PJ-BANCO TO WS-BEN-BANCO
                                   (WS-QTD-BENEFICIARIOS)
                               MOVE PJ-AGENCIA TO WS-BEN-AGENCIA
                                   (WS-QTD-BENEFICIARIOS)
                               MOVE PJ-CONTA TO WS-BEN-CONTA
                                   (WS-QTD-BENEFICIARIOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENSAO-FILE
           END-IF.

      * PRIMEIRA PASSADA SOBRE OS LIQUIDOS: LEVANTA OS BANCOS
      * DISTINTOS E APONTA OS CREDITOS SEM DOMICILIO BANCARIO. COM A
      * FOLHA DA COMPETENCIA JA REMETIDA, OS LIQUIDOS FICAM FORA E O
               IF WS-FER-SITUACAO(WS-IDX-FER) = "R"
                   PERFORM GUARDAR-BANCO-FERIAS
               END-IF
           END-PERFORM

      * E OS DOS CREDITOS DE ADIANTAMENTO REMETIVEIS.
           PERFORM VARYING WS-IDX-ADT FROM 1 BY 1
                   UNTIL WS-IDX-ADT > WS-QTD-ADIANTAMENTOS
               IF WS-ADT-SITUACAO(WS-IDX-ADT) = "R"
                   PERFORM GUARDAR-BANCO-ADTO
               END-IF
           END-PERFORM

      * E OS DOS BENEFICIARIOS DAS PENSOES DE RESCISAO REMETIVEIS.
           PERFORM VARYING WS-IDX-PEN FROM 1 BY 1
                   UNTIL WS-IDX-PEN > WS-QTD-PENSOES
               IF WS-PEN-SITUACAO(WS-IDX-PEN) = "R"
                   PERFORM GUARDAR-BANCO-PENSAO
               END-IF
           END-PERFORM.

       GUARDAR-BANCO-FERIAS.
               END-IF
           END-IF.

       GUARDAR-BANCO-ADTO.
           MOVE "N" TO WS-BCO-ACHADO
           PERFORM VARYING WS-IDX-BCO FROM 1 BY 1
                   UNTIL WS-IDX-BCO > WS-QTD-BANCOS
                       OR BCO-ACHADO
               IF WS-BCO-CODIGO(WS-IDX-BCO) =
                       WS-ADT-BANCO(WS-IDX-ADT)
                   MOVE "S" TO WS-BCO-ACHADO
               END-IF
           END-PERFORM
           IF NOT BCO-ACHADO
               IF WS-QTD-BANCOS < 20
                   ADD 1 TO WS-QTD-BANCOS
                   MOVE WS-ADT-BANCO(WS-IDX-ADT)
                       TO WS-BCO-CODIGO(WS-QTD-BANCOS)
                   MOVE ZEROS TO WS-BCO-NUMERO(WS-QTD-BANCOS)
                   MOVE ZEROS TO WS-BCO-QTD(WS-QTD-BANCOS)
                   MOVE ZEROS TO WS-BCO-SOMATORIO(WS-QTD-BANCOS)
                   MOVE SPACES TO WS-BCO-ARQUIVO(WS-QTD-BANCOS)
               END-IF
           END-IF.

       GUARDAR-BANCO-PENSAO.
           MOVE "N" TO WS-BCO-ACHADO
           PERFORM VARYING WS-IDX-BCO FROM 1 BY 1
                   UNTIL WS-IDX-BCO > WS-QTD-BANCOS
                       OR BCO-ACHADO
               IF WS-BCO-CODIGO(WS-IDX-BCO) =
                       WS-PEN-BANCO(WS-IDX-PEN)
                   MOVE "S" TO WS-BCO-ACHADO
               END-IF
           END-PERFORM
           IF NOT BCO-ACHADO
               IF WS-QTD-BANCOS < 20
                   ADD 1 TO WS-QTD-BANCOS
                   MOVE WS-PEN-BANCO(WS-IDX-PEN)
                       TO WS-BCO-CODIGO(WS-QTD-BANCOS)
                   MOVE ZEROS TO WS-BCO-NUMERO(WS-QTD-BANCOS)
                   MOVE ZEROS TO WS-BCO-QTD(WS-QTD-BANCOS)
                   MOVE ZEROS TO WS-BCO-SOMATORIO(WS-QTD-BANCOS)
                   MOVE SPACES TO WS-BCO-ARQUIVO(WS-QTD-BANCOS)
               END-IF
           END-IF.

       GUARDAR-BANCO-PENDENTE.
           MOVE "N" TO WS-BCO-ACHADO
           PERFORM VARYING WS-IDX-BCO FROM 1 BY 1

           PERFORM REENVIAR-PENDENTES-BANCO
           PERFORM REMETER-FERIAS-BANCO
           PERFORM REMETER-ADTO-BANCO
           PERFORM REMETER-PENSAO-BANCO

           MOVE "T"                          TO RM-T-TIPO
           MOVE WS-BCO-QTD(WS-IDX-BCO)       TO RM-T-QUANTIDADE
               CLOSE FERIAS-CRED-FILE
           END-IF.

      * CARREGA OS CREDITOS DO ADIANTAMENTO QUINZENAL GRAVADOS PELO
      * A008 - MESMAS REGRAS DOS CREDITOS DE FERIAS. ARQUIVO AUSENTE =
      * NENHUM ADIANTAMENTO AGUARDANDO REMESSA.
       CARREGAR-ADTO-CREDITOS.
           OPEN INPUT ADTO-CRED-FILE
           IF WS-FS-ADTCRED NOT = "00"
               DISPLAY "SEM CREDITOS DE ADIANTAMENTO (" WS-FS-ADTCRED
                   ")"
           ELSE
               PERFORM UNTIL FIM-ADTCRED
                   READ ADTO-CRED-FILE
                       AT END
                           SET FIM-ADTCRED TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-CREDITO-ADTO
                   END-READ
               END-PERFORM
               CLOSE ADTO-CRED-FILE
               DISPLAY "CREDITOS DE ADIANTAMENTO CARREGADOS: "
                   WS-QTD-ADIANTAMENTOS
           END-IF.

       GUARDAR-CREDITO-ADTO.
           IF WS-QTD-ADIANTAMENTOS < 500
               ADD 1 TO WS-QTD-ADIANTAMENTOS
               MOVE CA-MATRICULA
                   TO WS-ADT-MATRICULA(WS-QTD-ADIANTAMENTOS)
               MOVE CA-NOME    TO WS-ADT-NOME(WS-QTD-ADIANTAMENTOS)
               MOVE CA-BANCO   TO WS-ADT-BANCO(WS-QTD-ADIANTAMENTOS)
               MOVE CA-AGENCIA TO WS-ADT-AGENCIA(WS-QTD-ADIANTAMENTOS)
               MOVE CA-CONTA   TO WS-ADT-CONTA(WS-QTD-ADIANTAMENTOS)
               MOVE CA-LIQUIDO TO WS-ADT-VALOR(WS-QTD-ADIANTAMENTOS)
               MOVE CA-COMPETENCIA
                   TO WS-ADT-COMPET(WS-QTD-ADIANTAMENTOS)
               IF CA-BANCO = ZEROS
                   MOVE "F" TO WS-ADT-SITUACAO(WS-QTD-ADIANTAMENTOS)
                   DISPLAY "CREDITO DE ADIANTAMENTO SEM DOMICILIO "
                       "BANCARIO - MATRICULA " CA-MATRICULA
                       " AGUARDA CORRECAO DO RH"
               ELSE
                   MOVE "R" TO WS-ADT-SITUACAO(WS-QTD-ADIANTAMENTOS)
               END-IF
           ELSE
               DISPLAY "TABELA DE ADIANTAMENTOS CHEIA - CREDITO "
                   "IGNORADO: " CA-MATRICULA
           END-IF.

      * REMETE NA REMESSA DO BANCO DA VEZ OS CREDITOS DE ADIANTAMENTO
      * DAQUELE BANCO E OS MARCA COMO ENVIADOS.
       REMETER-ADTO-BANCO.
           PERFORM VARYING WS-IDX-ADT FROM 1 BY 1
                   UNTIL WS-IDX-ADT > WS-QTD-ADIANTAMENTOS
               IF WS-ADT-SITUACAO(WS-IDX-ADT) = "R"
                       AND WS-ADT-BANCO(WS-IDX-ADT) = WS-BANCO-ATUAL
                   PERFORM GRAVAR-DETALHE-ADTO
               END-IF
           END-PERFORM.

       GRAVAR-DETALHE-ADTO.
           MOVE WS-ADT-NOME(WS-IDX-ADT) TO WS-NOME-COMPLETO
           CALL "NOME-PARSER" USING WS-NOME-COMPLETO
                                     WS-1-NOME
                                     WS-2-NOME
                                     WS-3-NOME
           END-CALL
           PERFORM MONTAR-NOME-ORDENADO

           MOVE "D"                        TO RM-D-TIPO
           MOVE WS-ADT-MATRICULA(WS-IDX-ADT) TO RM-D-MATRICULA
           MOVE WS-NOME-ORDENADO           TO RM-D-NOME
           MOVE WS-ADT-BANCO(WS-IDX-ADT)   TO RM-D-BANCO
           MOVE WS-ADT-AGENCIA(WS-IDX-ADT) TO RM-D-AGENCIA
           MOVE WS-ADT-CONTA(WS-IDX-ADT)   TO RM-D-CONTA
           MOVE WS-ADT-VALOR(WS-IDX-ADT)   TO RM-D-VALOR
           WRITE RM-DETALHE-REC

           ADD 1 TO WS-BCO-QTD(WS-IDX-BCO)
           ADD WS-ADT-VALOR(WS-IDX-ADT)
               TO WS-BCO-SOMATORIO(WS-IDX-BCO)
               ON SIZE ERROR
                   DISPLAY "** ESTOURO NO SOMATORIO DE CONTROLE "
                       "DA REMESSA **"
           END-ADD
           ADD WS-ADT-VALOR(WS-IDX-ADT) TO WS-SOMA-ADIANTAMENTO
           ADD 1 TO WS-QTD-ADT-ENVIADOS
           MOVE "E" TO WS-ADT-SITUACAO(WS-IDX-ADT).

      * OS CREDITOS REMETIDOS SAEM DO ARQUIVO; SO FICAM OS QUE AINDA
      * AGUARDAM DOMICILIO BANCARIO.
       REGRAVAR-ADTO-CREDITOS.
           OPEN OUTPUT ADTO-CRED-FILE
           IF WS-FS-ADTCRED NOT = "00"
               DISPLAY "ERRO AO REGRAVAR CREDITOS DE ADIANTAMENTO: "
                   WS-FS-ADTCRED
           ELSE
               PERFORM VARYING WS-IDX-ADT FROM 1 BY 1
                       UNTIL WS-IDX-ADT > WS-QTD-ADIANTAMENTOS
                   IF WS-ADT-SITUACAO(WS-IDX-ADT) NOT = "E"
                       MOVE WS-ADT-MATRICULA(WS-IDX-ADT)
                           TO CA-MATRICULA
                       MOVE WS-ADT-NOME(WS-IDX-ADT)    TO CA-NOME
                       MOVE WS-ADT-BANCO(WS-IDX-ADT)   TO CA-BANCO
                       MOVE WS-ADT-AGENCIA(WS-IDX-ADT) TO CA-AGENCIA
                       MOVE WS-ADT-CONTA(WS-IDX-ADT)   TO CA-CONTA
                       MOVE WS-ADT-VALOR(WS-IDX-ADT)   TO CA-LIQUIDO
                       MOVE WS-ADT-COMPET(WS-IDX-ADT)
                           TO CA-COMPETENCIA
                       WRITE CA-CREDITO-REC
                   END-IF
               END-PERFORM
               CLOSE ADTO-CRED-FILE
           END-IF.

      * CARREGA OS CREDITOS DE PENSAO DA RESCISAO GRAVADOS PELO A011 -
      * MESMAS REGRAS DOS CREDITOS DE FERIAS. ARQUIVO AUSENTE = NENHUMA
      * PENSAO DE RESCISAO AGUARDANDO REMESSA.
       CARREGAR-PENSAO-CREDITOS.
           OPEN INPUT PENSAO-CRED-FILE
           IF WS-FS-PENCRED NOT = "00"
               DISPLAY "SEM CREDITOS DE PENSAO DE RESCISAO ("
                   WS-FS-PENCRED ")"
           ELSE
               PERFORM UNTIL FIM-PENCRED
                   READ PENSAO-CRED-FILE
                       AT END
                           SET FIM-PENCRED TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-CREDITO-PENSAO
                   END-READ
               END-PERFORM
               CLOSE PENSAO-CRED-FILE
               DISPLAY "CREDITOS DE PENSAO DE RESCISAO CARREGADOS: "
                   WS-QTD-PENSOES
           END-IF.

       GUARDAR-CREDITO-PENSAO.
           IF WS-QTD-PENSOES < 100
               ADD 1 TO WS-QTD-PENSOES
               MOVE CP-MATRICULA TO WS-PEN-MATRICULA(WS-QTD-PENSOES)
               MOVE CP-NOME      TO WS-PEN-NOME(WS-QTD-PENSOES)
               MOVE CP-BANCO     TO WS-PEN-BANCO(WS-QTD-PENSOES)
               MOVE CP-AGENCIA   TO WS-PEN-AGENCIA(WS-QTD-PENSOES)
               MOVE CP-CONTA     TO WS-PEN-CONTA(WS-QTD-PENSOES)
               MOVE CP-LIQUIDO   TO WS-PEN-VALOR(WS-QTD-PENSOES)
               MOVE CP-COMPETENCIA TO WS-PEN-COMPET(WS-QTD-PENSOES)
               IF CP-BANCO = ZEROS
                   MOVE "F" TO WS-PEN-SITUACAO(WS-QTD-PENSOES)
                   DISPLAY "CREDITO DE PENSAO SEM DOMICILIO "
                       "BANCARIO - BENEFICIARIO " CP-MATRICULA
                       " AGUARDA CORRECAO DO RH"
               ELSE
                   MOVE "R" TO WS-PEN-SITUACAO(WS-QTD-PENSOES)
               END-IF
           ELSE
               DISPLAY "TABELA DE PENSOES CHEIA - CREDITO IGNORADO: "
                   CP-MATRICULA
           END-IF.

      * REMETE NA REMESSA DO BANCO DA VEZ OS CREDITOS DE PENSAO DOS
      * BENEFICIARIOS DAQUELE BANCO E OS MARCA COMO ENVIADOS.
       REMETER-PENSAO-BANCO.
           PERFORM VARYING WS-IDX-PEN FROM 1 BY 1
                   UNTIL WS-IDX-PEN > WS-QTD-PENSOES
               IF WS-PEN-SITUACAO(WS-IDX-PEN) = "R"
                       AND WS-PEN-BANCO(WS-IDX-PEN) = WS-BANCO-ATUAL
                   PERFORM GRAVAR-DETALHE-PENSAO
               END-IF
           END-PERFORM.

       GRAVAR-DETALHE-PENSAO.
           MOVE WS-PEN-NOME(WS-IDX-PEN) TO WS-NOME-COMPLETO
           CALL "NOME-PARSER" USING WS-NOME-COMPLETO
                                     WS-1-NOME
                                     WS-2-NOME
                                     WS-3-NOME
           END-CALL
           PERFORM MONTAR-NOME-ORDENADO

           MOVE "D"                        TO RM-D-TIPO
           MOVE WS-PEN-MATRICULA(WS-IDX-PEN) TO RM-D-MATRICULA
           MOVE WS-NOME-ORDENADO           TO RM-D-NOME
           MOVE WS-PEN-BANCO(WS-IDX-PEN)   TO RM-D-BANCO
           MOVE WS-PEN-AGENCIA(WS-IDX-PEN) TO RM-D-AGENCIA
           MOVE WS-PEN-CONTA(WS-IDX-PEN)   TO RM-D-CONTA
           MOVE WS-PEN-VALOR(WS-IDX-PEN)   TO RM-D-VALOR
           WRITE RM-DETALHE-REC

           ADD 1 TO WS-BCO-QTD(WS-IDX-BCO)
           ADD WS-PEN-VALOR(WS-IDX-PEN)
               TO WS-BCO-SOMATORIO(WS-IDX-BCO)
               ON SIZE ERROR
                   DISPLAY "** ESTOURO NO SOMATORIO DE CONTROLE "
                       "DA REMESSA **"
           END-ADD
           ADD WS-PEN-VALOR(WS-IDX-PEN) TO WS-SOMA-PENSAO
           ADD 1 TO WS-QTD-PEN-ENVIADOS
           MOVE "E" TO WS-PEN-SITUACAO(WS-IDX-PEN)
           DISPLAY "CREDITO DE PENSAO DE RESCISAO REMETIDO - "
               "BENEFICIARIO " WS-PEN-MATRICULA(WS-IDX-PEN)
               " COMPETENCIA " WS-PEN-COMPET(WS-IDX-PEN).

      * OS CREDITOS REMETIDOS SAEM DO ARQUIVO; SO FICAM OS QUE AINDA
      * AGUARDAM DOMICILIO BANCARIO.
       REGRAVAR-PENSAO-CREDITOS.
           OPEN OUTPUT PENSAO-CRED-FILE
           IF WS-FS-PENCRED NOT = "00"
               DISPLAY "ERRO AO REGRAVAR CREDITOS DE PENSAO: "
                   WS-FS-PENCRED
           ELSE
               PERFORM VARYING WS-IDX-PEN FROM 1 BY 1
                       UNTIL WS-IDX-PEN > WS-QTD-PENSOES
                   IF WS-PEN-SITUACAO(WS-IDX-PEN) NOT = "E"
                       MOVE WS-PEN-MATRICULA(WS-IDX-PEN)
                           TO CP-MATRICULA
                       MOVE WS-PEN-NOME(WS-IDX-PEN)    TO CP-NOME
                       MOVE WS-PEN-BANCO(WS-IDX-PEN)   TO CP-BANCO
                       MOVE WS-PEN-AGENCIA(WS-IDX-PEN) TO CP-AGENCIA
                       MOVE WS-PEN-CONTA(WS-IDX-PEN)   TO CP-CONTA
                       MOVE WS-PEN-VALOR(WS-IDX-PEN)   TO CP-LIQUIDO
                       MOVE WS-PEN-COMPET(WS-IDX-PEN)
                           TO CP-COMPETENCIA
                       WRITE CP-CREDITO-REC
                   END-IF
               END-PERFORM
               CLOSE PENSAO-CRED-FILE
           END-IF.

      * AS PENDENCIAS REENVIADAS E AS QUE AGUARDAM CORRECAO FICAM NO
      * CONTROLE; AS NO LIMITE DE TENTATIVAS SAEM PARA O RELATORIO DE
      * EXCECOES E DEIXAM O CONTROLE - DALI EM DIANTE O PAGAMENTO E
                               MOVE FC-REMETIDA
                                   TO WS-COMP-REMETIDA
                                       (WS-QTD-COMPETENCIAS)
                               MOVE FC-ADIANTAMENTO
                                   TO WS-COMP-ADIANTAMENTO
                                       (WS-QTD-COMPETENCIAS)
                               MOVE FC-REVISAO
                                   TO WS-COMP-REVISAO
                                       (WS-QTD-COMPETENCIAS)
                           END-IF
                   END-READ
               END-PERFORM
               END-IF
           END-IF.

      * A FOLHA MENSAL DA COMPETENCIA SO ENTRA NA REMESSA COM A
      * REVISAO DE VARIACOES RECONHECIDA: "P" E FOLHA RECALCULADA SEM
      * REVISAO E "D" E REVISAO COM DIVERGENCIAS AINDA NAO
      * RECONHECIDAS. REMESSA SO DE PENDENCIAS (OU DO ADIANTAMENTO)
      * NAO LEVA A FOLHA E NAO PASSA PELA GUARDA.
       VERIFICAR-REVISAO-FOLHA.
           MOVE "N" TO WS-REVISAO-RECUSADA
           IF WS-IDX-COMP-ATU > 0 AND NOT SO-PENDENCIAS
               EVALUATE TRUE
                   WHEN WS-COMP-REVISAO(WS-IDX-COMP-ATU) NOT = "P"
                       AND WS-COMP-REVISAO(WS-IDX-COMP-ATU) NOT = "D"
                       CONTINUE
                   WHEN REMESSA-SEM-REVISAO
                       MOVE "S" TO WS-REVISAO-LIBERADA
                       DISPLAY "AVISO: REVISAO DA FOLHA "
                           WS-COMPETENCIA-REMESSA " NAO RECONHECIDA - "
                           "REMESSA LIBERADA PELO OPERADOR "
                           "(REMESSA_SEM_REVISAO=S)"
                   WHEN WS-COMP-REVISAO(WS-IDX-COMP-ATU) = "P"
                       MOVE "S" TO WS-REVISAO-RECUSADA
                       DISPLAY "FOLHA " WS-COMPETENCIA-REMESSA
                           " AINDA NAO REVISADA (A037-REVISAO-FOLHA) - "
                           "REMESSA RECUSADA"
                   WHEN OTHER
                       MOVE "S" TO WS-REVISAO-RECUSADA
                       DISPLAY "REVISAO DA FOLHA "
                           WS-COMPETENCIA-REMESSA
                           " COM DIVERGENCIAS NAO RECONHECIDAS "
                           "(REVISAO_RECONHECER=S NO A037) - "
                           "REMESSA RECUSADA"
               END-EVALUATE
           END-IF
           IF REVISAO-RECUSADA
               DISPLAY "PARA REMETER SEM A REVISAO: "
                   "REMESSA_SEM_REVISAO=S"
           END-IF.

      * MARCA A COMPETENCIA COMO REMETIDA NO CONTROLE - E A MARCA
      * QUE A PROXIMA GERACAO DO MESMO MES VAI RECUSAR. NA REMESSA DO
      * ADIANTAMENTO A FOLHA NAO VIAJOU E A MARCA NAO MUDA; O QUE
      * MUDA E A MARCA DO ADIANTAMENTO DAS COMPETENCIAS REMETIDAS.
       MARCAR-COMPETENCIA-REMETIDA.
           IF WS-IDX-COMP-ATU > 0 AND NOT REMESSA-ADIANTAMENTO
               MOVE "S" TO WS-COMP-REMETIDA(WS-IDX-COMP-ATU)
           END-IF
           PERFORM VARYING WS-IDX-ADT FROM 1 BY 1
                   UNTIL WS-IDX-ADT > WS-QTD-ADIANTAMENTOS
               IF WS-ADT-SITUACAO(WS-IDX-ADT) = "E"
                   PERFORM MARCAR-ADIANTAMENTO-REMETIDO
               END-IF
           END-PERFORM
           IF WS-QTD-COMPETENCIAS > 0
               OPEN OUTPUT COMPETENCIA-FILE
               IF WS-FS-COMPET NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR CONTROLE DE "
                           TO FC-SITUACAO
                       MOVE WS-COMP-REMETIDA(WS-IDX-COMP)
                           TO FC-REMETIDA
                       MOVE WS-COMP-ADIANTAMENTO(WS-IDX-COMP)
                           TO FC-ADIANTAMENTO
                       MOVE WS-COMP-REVISAO(WS-IDX-COMP)
                           TO FC-REVISAO
                       WRITE FC-COMPETENCIA-REC
                   END-PERFORM
                   CLOSE COMPETENCIA-FILE
               END-IF
           END-IF.

       MARCAR-ADIANTAMENTO-REMETIDO.
           PERFORM VARYING WS-IDX-COMP FROM 1 BY 1
                   UNTIL WS-IDX-COMP > WS-QTD-COMPETENCIAS
               IF WS-COMP-COMPETENCIA(WS-IDX-COMP) =
                       WS-ADT-COMPET(WS-IDX-ADT)
                   MOVE "R" TO WS-COMP-ADIANTAMENTO(WS-IDX-COMP)
               END-IF
           END-PERFORM.

      * REGRAVA O CONTROLE DE SEQUENCIA COM OS NUMEROS CONSUMIDOS -
      * E ELE QUE GARANTE QUE A REMESSA DE AMANHA NAO REPETE NEM
      * PULA NUMERO.
                   DELIMITED BY SIZE INTO RS-LINHA
               END-STRING
               WRITE RS-LINHA
               IF REVISAO-LIBERADA
                   MOVE SPACES TO RS-LINHA
                   STRING "FOLHA " WS-COMPETENCIA-REMESSA
                          " REMETIDA SEM A REVISAO RECONHECIDA - "
                          "LIBERADA PELO OPERADOR"
                       DELIMITED BY SIZE INTO RS-LINHA
                   END-STRING
                   WRITE RS-LINHA
               END-IF
               CLOSE RESUMO-FILE
           END-IF.

      * APPENDA NO CONTROLE DE BATIMENTO AS SOMAS EM DINHEIRO DA
      * REMESSA - O A018 CONFERE: LIQUIDOS DA FOLHA = REMETIDO + SEM
      * DOMICILIO, E SOMATORIO DOS TRAILERS = REMETIDO + REENVIOS +
      * CREDITOS DE FERIAS + CREDITOS DE ADIANTAMENTO.
       GRAVAR-CONTADORES-BATIMENTO.
           OPEN EXTEND BATIMENTO-FILE
           IF WS-FS-BATIMENTO = "35"
               MOVE "FERIAS-SOMA"        TO CC-CONTADOR
               MOVE WS-SOMA-FERIAS       TO CC-VALOR
               WRITE CC-CONTADOR-REC
               MOVE "ADIANTAMENTO-SOMA"  TO CC-CONTADOR
               MOVE WS-SOMA-ADIANTAMENTO TO CC-VALOR
               WRITE CC-CONTADOR-REC
               MOVE "PENSAO-RESC-SOMA"   TO CC-CONTADOR
               MOVE WS-SOMA-PENSAO       TO CC-VALOR
               WRITE CC-CONTADOR-REC
               MOVE "REMESSA-SOMATORIO"  TO CC-CONTADOR
               MOVE WS-TOT-SOMATORIO     TO CC-VALOR
               WRITE CC-CONTADOR-REC
