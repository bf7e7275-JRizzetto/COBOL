      *          REGISTROS SAEM NO ARQUIVO BRUTO QUE A CADEIA NOTURNA
      *          CRITICA (004) E AVALIA (002) - ACABOU A ERA DE CONTAR
      *          COLUNA EM EDITOR DE TEXTO.
      *          A TELA EXIGE ENTRADA DO OPERADOR (CONTROLE-ACESSO,
      *          PERFIL SECRETARIA OU ADMINISTRADOR) E TAMBEM RECEBE AS
      *          RETIFICACOES DE NOTA JA PUBLICADA, QUE O 008-RETIFICA-
      *          NOTAS APLICA. CADA ALUNO DIGITADO E CADA RETIFICACAO
      *          VAI PARA O REGISTRO DE CAPTURA (data/CAPTURA_NOTAS.DAT)
      *          COM O OPERADOR, A DATA E A HORA.
      * Tectonics: cobc
      ******************************************************************

           SELECT TRAVA-FILE ASSIGN TO DYNAMIC WS-ARQ-TRAVA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRAVA.
      * TRANSACOES DE RETIFICACAO PARA O 008-RETIFICA-NOTAS, EM
      * EXTEND - SOMAM AS JA DIGITADAS E AINDA NAO APLICADAS.
           SELECT RETIF-FILE ASSIGN TO DYNAMIC WS-ARQ-RETIF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETIF.
      * REGISTRO DE CAPTURA: QUEM DIGITOU O QUE E QUANDO. O BRUTO
      * CONTINUA NO LAYOUT QUE A CRITICA E O AVALIADOR CONHECEM; O
      * OPERADOR FICA NESTE ARQUIVO COMPANHEIRO, ACUMULADO.
           SELECT CAPTURA-FILE ASSIGN TO DYNAMIC WS-ARQ-CAPTURA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAPTURA.
       DATA DIVISION.
       FILE SECTION.
      * MESMO LAYOUT DO ARQUIVO BRUTO CRITICADO PELO 004-CRITICA-NOTAS.
           05 TV-SITUACAO          PIC X(01).
           05 TV-DATA              PIC 9(08).
           05 TV-HORA              PIC 9(06).
       FD  RETIF-FILE.
       COPY RETIFICACAO-REC.
       FD  CAPTURA-FILE.
       COPY CAPTURA-NOTAS-REC.
       WORKING-STORAGE SECTION.
       01 WS-ARQ-BRUTO       PIC X(40)
                              VALUES "data/ALUNOS_BRUTO.DAT".
       01 WS-ARQ-TRAVA       PIC X(40)
                              VALUES "data/TRAVA_BATCH.DAT".
       01 WS-FS-TRAVA        PIC X(02) VALUES SPACES.
       01 WS-ARQ-RETIF       PIC X(40)
                              VALUES "data/RETIFICACOES.DAT".
       01 WS-FS-RETIF        PIC X(02) VALUES SPACES.
       01 WS-ARQ-CAPTURA     PIC X(40)
                              VALUES "data/CAPTURA_NOTAS.DAT".
       01 WS-FS-CAPTURA      PIC X(02) VALUES SPACES.
      * OPERADOR QUE ENTROU NA TELA (CONTROLE-ACESSO).
       01 WS-OPERADOR        PIC X(08) VALUES SPACES.
       01 WS-ACS-FUNCAO      PIC X(01) VALUES SPACES.
       01 WS-ACS-PROGRAMA    PIC X(20) VALUES "010-DIGITA-NOTAS".
       01 WS-ACS-ACAO        PIC X(20) VALUES SPACES.
       01 WS-ACS-PERFIL      PIC X(01) VALUES SPACES.
       01 WS-ACS-AUTORIZADO  PIC X(01) VALUES "N".
           88 ACESSO-AUTORIZADO      VALUE "S".
       01 WS-DATA-HORA.
           05 WS-HOJE        PIC 9(08).
           05 WS-AGORA       PIC 9(06).
           05 FILLER         PIC X(07).
       01 WS-MODO-DIGITACAO  PIC X(01) VALUES SPACES.
           88 MODO-RETIFICACAO       VALUE "R" "r".
       01 WS-ARQ-POLITICA    PIC X(40)
                              VALUES "data/POLITICA_NOTAS.DAT".
       01 WS-FS-POLITICA     PIC X(02) VALUES SPACES.
       01 SC-CONFIRMA        PIC X(01) VALUES SPACES.
       01 SC-MENSAGEM        PIC X(50) VALUES SPACES.
       01 SC-MEDIA-ED        PIC Z9,99 VALUE ZEROS.
      * CAMPOS DA RETIFICACAO, DIGITADOS EM LINHA.
       01 SC-IDX-NOTA        PIC X(01) VALUES SPACES.
       01 SC-MOTIVO          PIC X(30) VALUES SPACES.
      * REDEFINICOES NUMERICAS DOS CAMPOS DIGITADOS, DEPOIS QUE O
      * TEXTO PASSOU NO IS NUMERIC.
       01 WS-NOTA-X          PIC X(04)    VALUES SPACES.
           DISPLAY "DIGITACAO DE NOTAS - 010-DIGITA-NOTAS"

           PERFORM VERIFICAR-TRAVA-BATCH
           PERFORM ENTRAR-OPERADOR

           OPEN EXTEND CAPTURA-FILE
           IF WS-FS-CAPTURA = "35"
               OPEN OUTPUT CAPTURA-FILE
               CLOSE CAPTURA-FILE
               OPEN EXTEND CAPTURA-FILE
           END-IF
           IF WS-FS-CAPTURA NOT = "00"
               DISPLAY "ERRO AO ABRIR REGISTRO DE CAPTURA: "
                   WS-FS-CAPTURA
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "(D)IGITAR NOTAS DA TURMA OU (R)ETIFICAR NOTA JA "
               "PUBLICADA: "
           ACCEPT WS-MODO-DIGITACAO
           IF MODO-RETIFICACAO
               PERFORM DIGITAR-RETIFICACOES
               CLOSE CAPTURA-FILE
               MOVE WS-RC-NORMAL TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND BRUTO-FILE
           IF WS-FS-BRUTO = "35"
           IF WS-FS-BRUTO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO BRUTO DE NOTAS: "
                   WS-FS-BRUTO
               CLOSE CAPTURA-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           IF SC-TURMA = SPACES
               DISPLAY "SEM TURMA - SESSAO ENCERRADA"
               CLOSE BRUTO-FILE
               CLOSE CAPTURA-FILE
               MOVE WS-RC-NORMAL TO RETURN-CODE
               GOBACK
           END-IF
           END-PERFORM

           CLOSE BRUTO-FILE
           CLOSE CAPTURA-FILE
           DISPLAY "SESSAO ENCERRADA - ALUNOS GRAVADOS: "
               WS-QTD-GRAVADOS
           MOVE WS-RC-NORMAL TO RETURN-CODE
               CLOSE TRAVA-FILE
           END-IF.

      * ENTRADA DO OPERADOR PELO SUBPROGRAMA COMPARTILHADO
      * CONTROLE-ACESSO: SEM OPERADOR VALIDO COM PERFIL DE NOTAS A
      * DIGITACAO NAO ABRE.
       ENTRAR-OPERADOR.
           MOVE "E"     TO WS-ACS-FUNCAO
           MOVE "NOTAS" TO WS-ACS-ACAO
           CALL "CONTROLE-ACESSO" USING WS-ACS-FUNCAO
                                         WS-ACS-PROGRAMA
                                         WS-ACS-ACAO
                                         WS-OPERADOR
                                         WS-ACS-PERFIL
                                         WS-ACS-AUTORIZADO
           END-CALL
           IF NOT ACESSO-AUTORIZADO
               DISPLAY "ACESSO A DIGITACAO DE NOTAS RECUSADO"
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF.

      * CAPTURA UM ALUNO: A TELA FICA EM LACO ATE OS CAMPOS PASSAREM
      * NA CRITICA; DEPOIS A MEDIA PONDERADA E MOSTRADA E A GRAVACAO
      * SO ACONTECE COM A CONFIRMACAO DA SECRETARIA.
           IF WS-FS-BRUTO = "00"
               ADD 1 TO WS-QTD-GRAVADOS
               DISPLAY "GRAVADO: " BR-MATRICULA " " BR-NOME-ALUNO
               MOVE SPACES TO CN-CAPTURA-REC
               SET CN-DIGITACAO TO TRUE
               MOVE BR-MATRICULA TO CN-MATRICULA
               MOVE BR-TURMA     TO CN-TURMA
               PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                       UNTIL WS-IDX-NOTA > 4
                   MOVE BR-NOTA(WS-IDX-NOTA) TO CN-NOTA(WS-IDX-NOTA)
               END-PERFORM
               MOVE BR-FREQUENCIA TO CN-FREQUENCIA
               MOVE BR-NOTA-RECUP TO CN-NOTA-RECUP
               PERFORM GRAVAR-CAPTURA
           ELSE
               DISPLAY "ERRO AO GRAVAR: " WS-FS-BRUTO
           END-IF.

      * RETIFICACAO DE NOTA JA PUBLICADA: A SECRETARIA DIGITA
      * MATRICULA, AVALIACAO (1-4), NOTA CORRETA E MOTIVO; A TRANSACAO
      * VAI PARA O ARQUIVO QUE O 008-RETIFICA-NOTAS APLICA, CARIMBADA
      * COM O OPERADOR E A DATA. MATRICULA EM BRANCO ENCERRA.
       DIGITAR-RETIFICACOES.
           OPEN EXTEND RETIF-FILE
           IF WS-FS-RETIF = "35"
               OPEN OUTPUT RETIF-FILE
               CLOSE RETIF-FILE
               OPEN EXTEND RETIF-FILE
           END-IF
           IF WS-FS-RETIF NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE RETIFICACOES: "
                   WS-FS-RETIF
           ELSE
               PERFORM UNTIL FIM-SESSAO
                   PERFORM CAPTURAR-RETIFICACAO
               END-PERFORM
               CLOSE RETIF-FILE
               DISPLAY "SESSAO ENCERRADA - RETIFICACOES GRAVADAS: "
                   WS-QTD-GRAVADOS
           END-IF.

       CAPTURAR-RETIFICACAO.
           MOVE SPACES TO SC-MATRICULA
           MOVE SPACES TO SC-IDX-NOTA
           MOVE SPACES TO SC-NOTA-1
           MOVE SPACES TO SC-MOTIVO
           DISPLAY "MATRICULA (EM BRANCO ENCERRA A SESSAO): "
           ACCEPT SC-MATRICULA
           IF SC-MATRICULA = SPACES OR SC-MATRICULA = "000000"
               SET FIM-SESSAO TO TRUE
           ELSE
               DISPLAY "AVALIACAO A RETIFICAR (1-4): "
               ACCEPT SC-IDX-NOTA
               DISPLAY "NOTA CORRETA (EX. 0850 = 8,50): "
               ACCEPT SC-NOTA-1
               DISPLAY "MOTIVO: "
               ACCEPT SC-MOTIVO
               PERFORM CRITICAR-RETIFICACAO
               IF CAMPOS-OK
                   PERFORM GRAVAR-RETIFICACAO
               ELSE
                   DISPLAY FUNCTION TRIM(SC-MENSAGEM)
                       " - RETIFICACAO NAO GRAVADA"
               END-IF
           END-IF.

      * MESMA CRITICA QUE O 008 FARIA NA APLICACAO (AVALIACAO 1-4,
      * NOTA ATE 10,00), FEITA NA DIGITACAO PARA O ERRO VOLTAR A QUEM
      * DIGITOU; O MOTIVO E OBRIGATORIO PORQUE VAI PARA A TRILHA.
       CRITICAR-RETIFICACAO.
           MOVE "S" TO WS-CAMPOS-OK
           MOVE SPACES TO SC-MENSAGEM
           IF SC-MATRICULA IS NOT NUMERIC
               MOVE "N" TO WS-CAMPOS-OK
               MOVE "MATRICULA DEVE SER NUMERICA" TO SC-MENSAGEM
           END-IF
           IF CAMPOS-OK
               IF SC-IDX-NOTA < "1" OR SC-IDX-NOTA > "4"
                   MOVE "N" TO WS-CAMPOS-OK
                   MOVE "AVALIACAO DEVE SER DE 1 A 4" TO SC-MENSAGEM
               END-IF
           END-IF
           IF CAMPOS-OK
               MOVE SC-NOTA-1 TO WS-NOTA-X
               PERFORM CRITICAR-NOTA-TELA
           END-IF
           IF CAMPOS-OK AND SC-MOTIVO = SPACES
               MOVE "N" TO WS-CAMPOS-OK
               MOVE "MOTIVO NAO PODE FICAR EM BRANCO" TO SC-MENSAGEM
           END-IF.

       GRAVAR-RETIFICACAO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE SC-MATRICULA TO RT-MATRICULA
           MOVE SC-IDX-NOTA  TO RT-IDX-NOTA
           MOVE WS-NOTA-NUM  TO RT-NOTA-NOVA
           MOVE SC-MOTIVO    TO RT-MOTIVO
           MOVE WS-OPERADOR  TO RT-OPERADOR
           MOVE WS-HOJE      TO RT-DATA
           WRITE RT-RETIF-REC
           IF WS-FS-RETIF = "00"
               ADD 1 TO WS-QTD-GRAVADOS
               DISPLAY "RETIFICACAO GRAVADA: " RT-MATRICULA
                   " AVALIACAO " RT-IDX-NOTA " NOVA " RT-NOTA-NOVA
               MOVE SPACES TO CN-CAPTURA-REC
               SET CN-RETIFICACAO TO TRUE
               MOVE RT-MATRICULA TO CN-MATRICULA
               MOVE RT-IDX-NOTA  TO CN-IDX-NOTA
               MOVE RT-NOTA-NOVA TO CN-NOTA-NOVA
               PERFORM GRAVAR-CAPTURA
           ELSE
               DISPLAY "ERRO AO GRAVAR RETIFICACAO: " WS-FS-RETIF
           END-IF.

      * APPENDA NO REGISTRO DE CAPTURA O QUE ACABOU DE SER GRAVADO
      * (TIPO E DADOS JA PREENCHIDOS), COM OPERADOR, DATA E HORA.
       GRAVAR-CAPTURA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE WS-HOJE     TO CN-DATA
           MOVE WS-AGORA    TO CN-HORA
           MOVE WS-OPERADOR TO CN-OPERADOR
           WRITE CN-CAPTURA-REC
           IF WS-FS-CAPTURA NOT = "00"
               DISPLAY "ERRO AO GRAVAR REGISTRO DE CAPTURA: "
                   WS-FS-CAPTURA
           END-IF.

      * CARREGA OS PESOS DO ARQUIVO DE POLITICAS (MESMO ARQUIVO DO
      * 002-ALUNO-APROVADO); AUSENTE, VALEM OS PESOS COMPILADOS.
       CARREGAR-PESOS-POLITICA.
