      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: CONSULTA AO ARQUIVO ANUAL - DEPOIS QUE O ARQUIVAMENTO
      *          (A047) TIRA UM ANO FECHADO DOS ARQUIVOS VIVOS, A
      *          SECRETARIA E O RH AINDA PRECISAM DOS REGISTROS DE UM
      *          ALUNO OU FUNCIONARIO NAQUELE ANO (DECLARACAO, PROCESSO,
      *          SEGUNDA VIA). ESTE PROGRAMA LE OS VOLUMES DO ANO
      *          (data/ARQ_AAAA_<ARQUIVO>) E LISTA EM
      *          data/CONSULTA_ARQUIVO.TXT, COM O CABECALHO
      *          COMPARTILHADO, O CONTROLE DO VOLUME
      *          (data/ARQ_AAAA_CONTROLE.DAT) E OS REGISTROS DA CHAVE
      *          PEDIDA, VOLUME POR VOLUME:
      *          - ALUNO: HISTORICO DE AVALIACOES (MATRICULA EM
      *            QUALQUER PONTO DA LINHA - O TEXTO NAO TEM POSICAO
      *            FIXA), HISTORICO DE NOTAS, COBRANCAS, ALERTAS DE
      *            FREQUENCIA E LIVRO DE REGISTRO;
      *          - FUNCIONARIO: ACUMULADO DA FOLHA E TRILHA DE
      *            AUDITORIA DO CADASTRO (MATRICULA NA IMAGEM ANTES OU
      *            DEPOIS).
      *          SO LEITURA - NENHUM VOLUME E ALTERADO.
      *          PARAMETROS (VARIAVEIS DE AMBIENTE):
      *            CONSULTA_ARQ_ANO   - ANO ARQUIVADO AAAA
      *            CONSULTA_ARQ_TIPO  - A (ALUNO) OU F (FUNCIONARIO)
      *            CONSULTA_ARQ_CHAVE - MATRICULA COM 6 DIGITOS
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A048-CONSULTA-ARQUIVO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLVOL-FILE ASSIGN TO DYNAMIC WS-ARQ-CTLVOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTLVOL.
      * O VOLUME DA VEZ - O NOME DYNAMIC E MONTADO PELA TABELA DE
      * VOLUMES E PELO ANO PEDIDO.
           SELECT VOLUME-FILE ASSIGN TO DYNAMIC WS-ARQ-VOLUME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VOLUME.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  CTLVOL-FILE.
       COPY ARQUIVO-CTL-REC.
       FD  VOLUME-FILE.
       01  VL-LINHA                PIC X(340).
       FD  RELATORIO-FILE.
       01  RL-LINHA                PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-CTLVOL     PIC X(40) VALUE SPACES.
       01 WS-FS-CTLVOL                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-VOLUME     PIC X(40) VALUE SPACES.
       01 WS-FS-VOLUME                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-RELATORIO  PIC X(40)
           VALUE "data/CONSULTA_ARQUIVO.TXT".
       01 WS-FS-RELATORIO                        PIC X(02) VALUE SPACES.
       01 WS-FIM-ARQUIVO                         PIC X(01) VALUE "N".
           88 FIM-ARQUIVO                        VALUE "S".
      * VOLUMES CONSULTADOS: CODIGO, NOME EM data/ (SEM O PREFIXO
      * ARQ_AAAA_), TIPO DE CHAVE E AS POSICOES DA MATRICULA NO
      * REGISTRO (POSICAO ZERO = PROCURA NA LINHA INTEIRA; SEGUNDA
      * POSICAO ZERO = SO A PRIMEIRA). A ESTATISTICA DO DRIVER NAO TEM
      * CHAVE DE PESSOA E FICA DE FORA.
       01 WS-VC-TAB-INIT.
           05 FILLER PIC X(04) VALUE "HAVL".
           05 FILLER PIC X(30) VALUE "HISTORICO_AVALIACOES.TXT".
           05 FILLER PIC X(07) VALUE "A000000".
           05 FILLER PIC X(04) VALUE "HNOT".
           05 FILLER PIC X(30) VALUE "HISTORICO_NOTAS.DAT".
           05 FILLER PIC X(07) VALUE "A001000".
           05 FILLER PIC X(04) VALUE "COBR".
           05 FILLER PIC X(30) VALUE "COBRANCAS.DAT".
           05 FILLER PIC X(07) VALUE "A001000".
           05 FILLER PIC X(04) VALUE "ALRT".
           05 FILLER PIC X(30) VALUE "ALERTAS_FREQUENCIA.DAT".
           05 FILLER PIC X(07) VALUE "A001000".
           05 FILLER PIC X(04) VALUE "LIVR".
           05 FILLER PIC X(30) VALUE "LIVRO_REGISTRO.DAT".
           05 FILLER PIC X(07) VALUE "A007000".
           05 FILLER PIC X(04) VALUE "FACU".
           05 FILLER PIC X(30) VALUE "FOLHA_ACUMULADO.DAT".
           05 FILLER PIC X(07) VALUE "F001000".
           05 FILLER PIC X(04) VALUE "AUDI".
           05 FILLER PIC X(30) VALUE "FUNC_AUDITORIA.TXT".
           05 FILLER PIC X(07) VALUE "F040183".
       01 WS-TABELA-VOLUMES REDEFINES WS-VC-TAB-INIT.
           05 WS-VC-ENTRADA OCCURS 7 TIMES.
               10 WS-VC-CODIGO          PIC X(04).
               10 WS-VC-NOME            PIC X(30).
               10 WS-VC-TIPO            PIC X(01).
               10 WS-VC-POS-1           PIC 9(03).
               10 WS-VC-POS-2           PIC 9(03).
       01 WS-IDX-VC         PIC 9(02) VALUE ZEROS.
      * PARAMETROS DA CONSULTA.
       01 WS-PARAMETRO-OK                        PIC X(01) VALUE "S".
           88 PARAMETRO-OK                       VALUE "S".
       01 WS-ANO-X          PIC X(04) VALUE SPACES.
       01 WS-ANO-CONSULTA   PIC 9(04) VALUE ZEROS.
       01 WS-TIPO-CONSULTA                       PIC X(01) VALUE SPACES.
           88 CONSULTA-ALUNO                     VALUE "A".
           88 CONSULTA-FUNCIONARIO               VALUE "F".
           88 TIPO-CONSULTA-VALIDO               VALUE "A" "F".
       01 WS-CHAVE-X        PIC X(06) VALUE SPACES.
      * CONFERENCIA DA CHAVE NO REGISTRO LIDO.
       01 WS-ACHOU-CHAVE                         PIC X(01) VALUE "N".
           88 ACHOU-CHAVE                        VALUE "S".
       01 WS-QTD-OCORRENCIAS PIC 9(03) VALUE ZEROS.
      * CONTADORES.
       01 WS-QTD-CONTROLE   PIC 9(03) VALUE ZEROS.
       01 WS-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       01 WS-QTD-ACHADOS-VOL PIC 9(07) VALUE ZEROS.
       01 WS-QTD-ACHADOS    PIC 9(07) VALUE ZEROS.
       01 WS-QTD-VOLUMES    PIC 9(02) VALUE ZEROS.
      * CAMPOS DE EDICAO DO RELATORIO.
       01 WS-AUX-QTD-1      PIC Z.ZZZ.ZZ9.
       01 WS-AUX-QTD-2      PIC Z.ZZZ.ZZ9.
       01 WS-AUX-TOTAL      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA PIC X(120) VALUE SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "CONSULTA AO ARQUIVO ANUAL - A048-CONSULTA-ARQUIVO"

           PERFORM LER-PARAMETROS
           IF NOT PARAMETRO-OK
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "CONSULTA AO ARQUIVO ANUAL" TO WS-CAB-TITULO
           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO DA CONSULTA: "
                   WS-FS-RELATORIO
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM IMPRIMIR-CABECALHO-CONSULTA

           MOVE SPACES TO RL-LINHA
           IF CONSULTA-ALUNO
               STRING "CONSULTA DO ANO " WS-ANO-CONSULTA
                      " - ALUNO MATRICULA " WS-CHAVE-X
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
           ELSE
               STRING "CONSULTA DO ANO " WS-ANO-CONSULTA
                      " - FUNCIONARIO MATRICULA " WS-CHAVE-X
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
           END-IF
           PERFORM GRAVAR-LINHA-CONSULTA
           DISPLAY FUNCTION TRIM(RL-LINHA)

           PERFORM IMPRIMIR-CONTROLE-VOLUMES
           IF WS-QTD-CONTROLE = 0
               MOVE SPACES TO RL-LINHA
               PERFORM GRAVAR-LINHA-CONSULTA
               MOVE SPACES TO RL-LINHA
               STRING "SEM " FUNCTION TRIM(WS-ARQ-CTLVOL)
                      " - ANO NAO ARQUIVADO, CONSULTAR OS ARQUIVOS "
                      "VIVOS"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-CONSULTA
               DISPLAY FUNCTION TRIM(RL-LINHA)
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ALERTA TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-IDX-VC FROM 1 BY 1 UNTIL WS-IDX-VC > 7
               IF WS-VC-TIPO(WS-IDX-VC) = WS-TIPO-CONSULTA
                   PERFORM CONSULTAR-VOLUME
               END-IF
           END-PERFORM

           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-CONSULTA
           MOVE WS-QTD-ACHADOS TO WS-AUX-QTD-1
           MOVE SPACES TO RL-LINHA
           STRING "REGISTROS ACHADOS: " WS-AUX-QTD-1
                  " EM " WS-QTD-VOLUMES " VOLUME(S) LIDO(S)"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-CONSULTA
           DISPLAY FUNCTION TRIM(RL-LINHA)
           CLOSE RELATORIO-FILE

           IF WS-QTD-ACHADOS = 0
               DISPLAY "NENHUM REGISTRO ARQUIVADO PARA A CHAVE "
                   "INFORMADA"
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF
           GOBACK.

      * LE E VALIDA OS PARAMETROS DA CONSULTA - OS TRES SAO
      * OBRIGATORIOS.
       LER-PARAMETROS.
           MOVE "S" TO WS-PARAMETRO-OK
           ACCEPT WS-ANO-X FROM ENVIRONMENT "CONSULTA_ARQ_ANO"
           IF WS-ANO-X IS NOT NUMERIC OR WS-ANO-X = "0000"
               DISPLAY "CONSULTA_ARQ_ANO INVALIDO (" WS-ANO-X
                   ") - INFORME AAAA"
               MOVE "N" TO WS-PARAMETRO-OK
           ELSE
               MOVE WS-ANO-X TO WS-ANO-CONSULTA
           END-IF

           ACCEPT WS-TIPO-CONSULTA FROM ENVIRONMENT "CONSULTA_ARQ_TIPO"
           IF NOT TIPO-CONSULTA-VALIDO
               DISPLAY "CONSULTA_ARQ_TIPO INVALIDO (" WS-TIPO-CONSULTA
                   ") - A (ALUNO) OU F (FUNCIONARIO)"
               MOVE "N" TO WS-PARAMETRO-OK
           END-IF

           ACCEPT WS-CHAVE-X FROM ENVIRONMENT "CONSULTA_ARQ_CHAVE"
           IF WS-CHAVE-X IS NOT NUMERIC
               DISPLAY "CONSULTA_ARQ_CHAVE INVALIDA (" WS-CHAVE-X
                   ") - INFORME OS 6 DIGITOS DA MATRICULA"
               MOVE "N" TO WS-PARAMETRO-OK
           END-IF.

      * LISTA AS LINHAS DO CONTROLE DO ANO - UMA POR VOLUME GRAVADO
      * OU COMPLEMENTADO PELO ARQUIVAMENTO.
       IMPRIMIR-CONTROLE-VOLUMES.
           MOVE SPACES TO WS-ARQ-CTLVOL
           STRING "data/ARQ_" WS-ANO-CONSULTA "_CONTROLE.DAT"
               DELIMITED BY SIZE INTO WS-ARQ-CTLVOL
           END-STRING
           OPEN INPUT CTLVOL-FILE
           IF WS-FS-CTLVOL = "00"
               MOVE SPACES TO RL-LINHA
               PERFORM GRAVAR-LINHA-CONSULTA
               MOVE SPACES TO RL-LINHA
               STRING "CONTROLE DO ARQUIVAMENTO  ARQUIVO"
                      "                       ARQUIVADOS"
                      "     TOTAL DE CONTROLE  DATA"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-CONSULTA
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ CTLVOL-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM IMPRIMIR-LINHA-CONTROLE
                   END-READ
               END-PERFORM
               CLOSE CTLVOL-FILE
           END-IF.

       IMPRIMIR-LINHA-CONTROLE.
           ADD 1 TO WS-QTD-CONTROLE
           MOVE ZEROS TO WS-AUX-QTD-1 WS-AUX-TOTAL
           IF CV-QTD-ARQUIVADOS IS NUMERIC
               MOVE CV-QTD-ARQUIVADOS TO WS-AUX-QTD-1
           END-IF
           IF CV-TOTAL-CONTROLE IS NUMERIC
               MOVE CV-TOTAL-CONTROLE TO WS-AUX-TOTAL
           END-IF
           MOVE SPACES TO RL-LINHA
           STRING "                          " CV-ARQUIVO
                  WS-AUX-QTD-1 "  " WS-AUX-TOTAL "  " CV-DATA
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-CONSULTA.

      * LE UM VOLUME DO ANO E LISTA OS REGISTROS DA CHAVE. VOLUME
      * INEXISTENTE E NORMAL - O ARQUIVO PODIA NAO TER NADA DO ANO.
       CONSULTAR-VOLUME.
           MOVE SPACES TO WS-ARQ-VOLUME
           STRING "data/ARQ_" WS-ANO-CONSULTA "_"
                  FUNCTION TRIM(WS-VC-NOME(WS-IDX-VC))
               DELIMITED BY SIZE INTO WS-ARQ-VOLUME
           END-STRING
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-CONSULTA
           OPEN INPUT VOLUME-FILE
           IF WS-FS-VOLUME NOT = "00"
               MOVE SPACES TO RL-LINHA
               STRING "VOLUME " FUNCTION TRIM(WS-ARQ-VOLUME)
                      " - NAO GRAVADO PARA O ANO (STATUS "
                      WS-FS-VOLUME ")"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-CONSULTA
           ELSE
               ADD 1 TO WS-QTD-VOLUMES
               MOVE SPACES TO RL-LINHA
               STRING "VOLUME " WS-ARQ-VOLUME
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-CONSULTA
               MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-ACHADOS-VOL
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ VOLUME-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                           PERFORM CONFERIR-CHAVE
                           IF ACHOU-CHAVE
                               PERFORM IMPRIMIR-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLUME-FILE
               MOVE WS-QTD-LIDOS TO WS-AUX-QTD-1
               MOVE WS-QTD-ACHADOS-VOL TO WS-AUX-QTD-2
               MOVE SPACES TO RL-LINHA
               STRING "  LIDOS: " WS-AUX-QTD-1
                      "  ACHADOS: " WS-AUX-QTD-2
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-CONSULTA
           END-IF.

      * A MATRICULA NA POSICAO DO LAYOUT, OU EM QUALQUER PONTO DA
      * LINHA QUANDO O VOLUME E TEXTO LIVRE.
       CONFERIR-CHAVE.
           MOVE "N" TO WS-ACHOU-CHAVE
           IF WS-VC-POS-1(WS-IDX-VC) = 0
               MOVE ZEROS TO WS-QTD-OCORRENCIAS
               INSPECT VL-LINHA TALLYING WS-QTD-OCORRENCIAS
                   FOR ALL WS-CHAVE-X
               IF WS-QTD-OCORRENCIAS > 0
                   MOVE "S" TO WS-ACHOU-CHAVE
               END-IF
           ELSE
               IF VL-LINHA(WS-VC-POS-1(WS-IDX-VC):6) = WS-CHAVE-X
                   MOVE "S" TO WS-ACHOU-CHAVE
               END-IF
               IF WS-VC-POS-2(WS-IDX-VC) > 0
                       AND VL-LINHA(WS-VC-POS-2(WS-IDX-VC):6)
                           = WS-CHAVE-X
                   MOVE "S" TO WS-ACHOU-CHAVE
               END-IF
           END-IF.

      * O REGISTRO SAI COMO ESTA NO VOLUME, CORTADO NA LARGURA DO
      * RELATORIO.
       IMPRIMIR-REGISTRO.
           ADD 1 TO WS-QTD-ACHADOS-VOL
           ADD 1 TO WS-QTD-ACHADOS
           MOVE SPACES TO RL-LINHA
           STRING "    " VL-LINHA(1:116)
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-CONSULTA.

       IMPRIMIR-CABECALHO-CONSULTA.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE 2 TO WS-CAB-QTD-LINHAS.

      * GRAVA UMA LINHA DO RELATORIO RESPEITANDO O SALTO DE PAGINA DO
      * CABECALHO COMPARTILHADO.
       GRAVAR-LINHA-CONSULTA.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-CONSULTA
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM A048-CONSULTA-ARQUIVO.
