      *          O RH CORRIGIR. O ENDERECO VAI COM O FM-TIPO-ENDER
      *          ("N" RUA/NUMERO/REFERENCIA, "E" CIDADE/PROVINCIA/
      *          CEP/PAIS) PARA O PORTAL APLICAR O LAYOUT CERTO.
      *          OS AFASTAMENTOS CONTROLADOS PELO A034 VIAJAM COMO
      *          EVENTOS PROPRIOS: INICIO DO AFASTAMENTO ("F") E
      *          RETORNO ("V"), CADA UM COM SEU RECIBO NO A026.
      * Tectonics: cobc
      ******************************************************************

           SELECT CONTROLE-FILE ASSIGN TO DYNAMIC WS-ARQ-CONTROLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
      * AFASTAMENTOS DE DOENCA, ACIDENTE E MATERNIDADE (A034).
           SELECT AFASTAMENTO-FILE ASSIGN TO DYNAMIC WS-ARQ-AFAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AFAST.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
      * CAUSA DO DESLIGAMENTO GRAVADA PELA RESCISAO (PD/SJ/JC/FE) -
      * BRANCO NOS DESLIGADOS ANTERIORES AO CAMPO NO CADASTRO.
           05 GV-D-CAUSA       PIC X(02).
      * MOTIVO DO AFASTAMENTO: "D" DOENCA, "A" ACIDENTE DE TRABALHO,
      * "M" MATERNIDADE.
       01  GV-AFAST-REC.
           05 GV-F-TIPO        PIC X(01).
           05 GV-F-MATRICULA   PIC 9(06).
           05 GV-F-CPF         PIC 9(11).
           05 GV-F-MOTIVO      PIC X(01).
           05 GV-F-DATA-INICIO PIC 9(08).
           05 GV-F-DATA-PREV   PIC 9(08).
       01  GV-RETORNO-REC.
           05 GV-V-TIPO        PIC X(01).
           05 GV-V-MATRICULA   PIC 9(06).
           05 GV-V-CPF         PIC 9(11).
           05 GV-V-MOTIVO      PIC X(01).
           05 GV-V-DATA-INICIO PIC 9(08).
           05 GV-V-DATA-RETORNO PIC 9(08).
      * AS CONTAGENS DE AFASTAMENTO E RETORNO VEM DEPOIS DO TOTAL,
      * PARA AS POSICOES QUE O PORTAL JA LE NAO MUDAREM.
       01  GV-TRAILER-REC.
           05 GV-T-TIPO        PIC X(01).
           05 GV-T-QTD-ADM     PIC 9(06).
           05 GV-T-QTD-SAL     PIC 9(06).
           05 GV-T-QTD-DESL    PIC 9(06).
           05 GV-T-QTD-TOTAL   PIC 9(06).
           05 GV-T-QTD-AFAST   PIC 9(06).
           05 GV-T-QTD-RETORNO PIC 9(06).
       FD  CONTROLE-FILE.
       COPY ESOCIAL-CTRL-REC.
       FD  AFASTAMENTO-FILE.
       COPY AFASTAMENTO-REC.
       WORKING-STORAGE SECTION.
       01 WS-ARQ-FUNC       PIC X(40)
           VALUE "data/FUNCIONARIOS.DAT".
       01 WS-QTD-ADMISSOES  PIC 9(06) VALUE ZEROS.
       01 WS-QTD-SALARIOS   PIC 9(06) VALUE ZEROS.
       01 WS-QTD-DESLIGS    PIC 9(06) VALUE ZEROS.
       01 WS-QTD-AFASTS     PIC 9(06) VALUE ZEROS.
       01 WS-QTD-RETORNOS   PIC 9(06) VALUE ZEROS.
       01 WS-QTD-TOTAL      PIC 9(06) VALUE ZEROS.
       01 WS-QTD-CPF-RUIM   PIC 9(05) VALUE ZEROS.
       01 WS-QTD-PULADOS    PIC 9(06) VALUE ZEROS.
       01 WS-CONTEUDO       PIC X(14) VALUE SPACES.
       01 WS-DEVE-ENVIAR    PIC X(01) VALUE "N".
           88 DEVE-ENVIAR            VALUE "S".
      * AFASTAMENTOS JA ABERTOS PELO A034 ("A" OU "E"). O CONTROLE
      * GUARDA UM EVENTO POR MATRICULA E TIPO, ENTAO VIAJA O INICIO
      * DO AFASTAMENTO MAIS RECENTE E O RETORNO MAIS RECENTE - UM
      * AFASTAMENTO NOVO MUDA O CONTEUDO E GERA EVENTO NOVO.
       01 WS-ARQ-AFAST      PIC X(40)
           VALUE "data/AFASTAMENTOS.DAT".
       01 WS-FS-AFAST                            PIC X(02) VALUE SPACES.
       01 WS-FIM-AFAST      PIC X(01) VALUE "N".
           88 FIM-AFAST              VALUE "S".
       01 WS-AFAST-TABELA.
           05 WS-AFT-ENTRADA OCCURS 500 TIMES.
               10 WS-AFT-MATRICULA  PIC 9(06).
               10 WS-AFT-TIPO       PIC X(01).
               10 WS-AFT-INICIO     PIC 9(08).
               10 WS-AFT-PREVISTA   PIC 9(08).
               10 WS-AFT-RETORNO    PIC 9(08).
       01 WS-QTD-AFAST-TAB  PIC 9(03) VALUE ZEROS.
       01 WS-IDX-AFAST      PIC 9(03) VALUE ZEROS.
       01 WS-IDX-AFAST-INI  PIC 9(03) VALUE ZEROS.
       01 WS-IDX-AFAST-RET  PIC 9(03) VALUE ZEROS.
      * DATA DO ENVIO - MESMA REGRA DO CABECALHO COMPARTILHADO (DATA
      * DE MOVIMENTO DO AMBIENTE, SENAO A DATA DO SISTEMA).
       01 WS-DATA-ENVIO     PIC 9(08) VALUE ZEROS.
           END-IF

           PERFORM CARREGAR-CONTROLE
           PERFORM CARREGAR-AFASTAMENTOS

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-FUNC NOT = "00"
           MOVE WS-QTD-SALARIOS TO GV-T-QTD-SAL
           MOVE WS-QTD-DESLIGS  TO GV-T-QTD-DESL
           MOVE WS-QTD-TOTAL    TO GV-T-QTD-TOTAL
           MOVE WS-QTD-AFASTS   TO GV-T-QTD-AFAST
           MOVE WS-QTD-RETORNOS TO GV-T-QTD-RETORNO
           WRITE GV-TRAILER-REC

           DISPLAY "EXTRATO GERADO: ADMISSOES=" WS-QTD-ADMISSOES
               " SALARIOS=" WS-QTD-SALARIOS
               " DESLIGAMENTOS=" WS-QTD-DESLIGS
               " AFASTAMENTOS=" WS-QTD-AFASTS
               " RETORNOS=" WS-QTD-RETORNOS
               " JA ACEITOS PULADOS=" WS-QTD-PULADOS
               " CPF INVALIDO=" WS-QTD-CPF-RUIM

               IF FUNC-DESLIGADO
                   PERFORM GERAR-EVENTO-DESLIGAMENTO
               END-IF
               PERFORM GERAR-EVENTOS-AFASTAMENTO
           END-IF.

      * CADA EVENTO SO VIAJA SE O CONTROLE DISSER QUE E NOVO, MUDOU
               ADD 1 TO WS-QTD-TOTAL
           END-IF.

      * AFASTAMENTO MAIS RECENTE DA MATRICULA ("F", CHAVE = MOTIVO +
      * INICIO) E RETORNO MAIS RECENTE ("V", CHAVE = RETORNO +
      * MOTIVO).
       GERAR-EVENTOS-AFASTAMENTO.
           MOVE ZEROS TO WS-IDX-AFAST-INI
           MOVE ZEROS TO WS-IDX-AFAST-RET
           PERFORM VARYING WS-IDX-AFAST FROM 1 BY 1
                   UNTIL WS-IDX-AFAST > WS-QTD-AFAST-TAB
               IF WS-AFT-MATRICULA(WS-IDX-AFAST) = FM-ID-FUNC
                   IF WS-IDX-AFAST-INI = 0
                       MOVE WS-IDX-AFAST TO WS-IDX-AFAST-INI
                   ELSE
                       IF WS-AFT-INICIO(WS-IDX-AFAST) >
                               WS-AFT-INICIO(WS-IDX-AFAST-INI)
                           MOVE WS-IDX-AFAST TO WS-IDX-AFAST-INI
                       END-IF
                   END-IF
                   IF WS-AFT-RETORNO(WS-IDX-AFAST) NOT = ZEROS
                       IF WS-IDX-AFAST-RET = 0
                           MOVE WS-IDX-AFAST TO WS-IDX-AFAST-RET
                       ELSE
                           IF WS-AFT-RETORNO(WS-IDX-AFAST) >
                                   WS-AFT-RETORNO(WS-IDX-AFAST-RET)
                               MOVE WS-IDX-AFAST TO WS-IDX-AFAST-RET
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IDX-AFAST-INI > 0
               PERFORM GERAR-EVENTO-AFASTAMENTO
           END-IF
           IF WS-IDX-AFAST-RET > 0
               PERFORM GERAR-EVENTO-RETORNO
           END-IF.

       GERAR-EVENTO-AFASTAMENTO.
           MOVE SPACES TO WS-CONTEUDO
           MOVE WS-AFT-TIPO(WS-IDX-AFAST-INI)   TO WS-CONTEUDO(1:1)
           MOVE WS-AFT-INICIO(WS-IDX-AFAST-INI) TO WS-CONTEUDO(2:8)
           MOVE "F" TO WS-TIPO-EVENTO
           PERFORM VERIFICAR-ENVIO
           IF DEVE-ENVIAR
               MOVE "F"                TO GV-F-TIPO
               MOVE FM-ID-FUNC         TO GV-F-MATRICULA
               MOVE FM-CPF-FUNC        TO GV-F-CPF
               MOVE WS-AFT-TIPO(WS-IDX-AFAST-INI)     TO GV-F-MOTIVO
               MOVE WS-AFT-INICIO(WS-IDX-AFAST-INI)
                   TO GV-F-DATA-INICIO
               MOVE WS-AFT-PREVISTA(WS-IDX-AFAST-INI)
                   TO GV-F-DATA-PREV
               WRITE GV-AFAST-REC
               ADD 1 TO WS-QTD-AFASTS
               ADD 1 TO WS-QTD-TOTAL
           END-IF.

       GERAR-EVENTO-RETORNO.
           MOVE SPACES TO WS-CONTEUDO
           MOVE WS-AFT-RETORNO(WS-IDX-AFAST-RET) TO WS-CONTEUDO(1:8)
           MOVE WS-AFT-TIPO(WS-IDX-AFAST-RET)    TO WS-CONTEUDO(9:1)
           MOVE "V" TO WS-TIPO-EVENTO
           PERFORM VERIFICAR-ENVIO
           IF DEVE-ENVIAR
               MOVE "V"                TO GV-V-TIPO
               MOVE FM-ID-FUNC         TO GV-V-MATRICULA
               MOVE FM-CPF-FUNC        TO GV-V-CPF
               MOVE WS-AFT-TIPO(WS-IDX-AFAST-RET)     TO GV-V-MOTIVO
               MOVE WS-AFT-INICIO(WS-IDX-AFAST-RET)
                   TO GV-V-DATA-INICIO
               MOVE WS-AFT-RETORNO(WS-IDX-AFAST-RET)
                   TO GV-V-DATA-RETORNO
               WRITE GV-RETORNO-REC
               ADD 1 TO WS-QTD-RETORNOS
               ADD 1 TO WS-QTD-TOTAL
           END-IF.

      * CONSULTA O CONTROLE PARA A MATRICULA E TIPO CORRENTES: MESMO
      * CONTEUDO JA ENVIADO OU ACEITO E PULADO; CONTEUDO NOVO,
      * ALTERADO OU REJEITADO E (RE)ENVIADO E A ENTRADA DO CONTROLE E
                   WS-QTD-CONTROLES
           END-IF.

      * CARREGA OS AFASTAMENTOS JA ABERTOS PELO A034; ARQUIVO
      * AUSENTE E EMPRESA SEM AFASTAMENTO REGISTRADO.
       CARREGAR-AFASTAMENTOS.
           OPEN INPUT AFASTAMENTO-FILE
           IF WS-FS-AFAST = "00"
               PERFORM UNTIL FIM-AFAST
                   READ AFASTAMENTO-FILE
                       AT END
                           SET FIM-AFAST TO TRUE
                       NOT AT END
                           IF AF-EM-ANDAMENTO OR AF-ENCERRADO
                               PERFORM GUARDAR-AFASTAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFASTAMENTO-FILE
           END-IF.

       GUARDAR-AFASTAMENTO.
           IF WS-QTD-AFAST-TAB < 500
               ADD 1 TO WS-QTD-AFAST-TAB
               MOVE AF-MATRICULA
                   TO WS-AFT-MATRICULA(WS-QTD-AFAST-TAB)
               MOVE AF-TIPO          TO WS-AFT-TIPO(WS-QTD-AFAST-TAB)
               MOVE AF-DATA-INICIO
                   TO WS-AFT-INICIO(WS-QTD-AFAST-TAB)
               MOVE AF-DATA-PREVISTA
                   TO WS-AFT-PREVISTA(WS-QTD-AFAST-TAB)
               MOVE AF-DATA-RETORNO
                   TO WS-AFT-RETORNO(WS-QTD-AFAST-TAB)
           ELSE
               DISPLAY "TABELA DE AFASTAMENTOS CHEIA - FORA DO "
                   "EXTRATO: " AF-MATRICULA
           END-IF.

       REGRAVAR-CONTROLE.
           OPEN OUTPUT CONTROLE-FILE
           IF WS-FS-CONTROLE NOT = "00"
