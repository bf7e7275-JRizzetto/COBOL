      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: CADASTRO MESTRE DE TURMAS (INCLUSAO/ALTERACAO/EXCLUSAO/
      *          CONSULTA) EM ARQUIVO INDEXADO PELO CODIGO DA TURMA -
      *          ATE AQUI A TURMA SO EXISTIA COMO UM CODIGO DE 6
      *          POSICOES REPETIDO NA TABELA DE PRECOS, NA PROGRESSAO,
      *          NA POLITICA DE NOTAS E NO ARQUIVO BRUTO, E UM ERRO DE
      *          DIGITACAO CRIAVA UMA TURMA FANTASMA NAS QUEBRAS DO
      *          BOLETIM. GUARDA SERIE, TURNO, SALA, CAPACIDADE MAXIMA,
      *          PROFESSOR REGENTE E ANO LETIVO. MESMO MOLDE DO
      *          003-ALUNO-MASTER, DEBAIXO DA MESMA TRAVA BATCH/ONLINE.
      *          A TELA EXIGE ENTRADA DO OPERADOR (CONTROLE-ACESSO,
      *          PERFIL SECRETARIA OU ADMINISTRADOR) E TODA INCLUSAO,
      *          ALTERACAO E EXCLUSAO VAI PARA A TRILHA DE AUDITORIA
      *          data/TURMA_AUDITORIA.TXT COM O OPERADOR QUE A FEZ.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. 021-TURMA-MASTER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMA-MASTER ASSIGN TO DYNAMIC WS-ARQ-TURMA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TURMA
               FILE STATUS IS WS-FS-TURMA.
      * TRAVA BATCH/ONLINE POSTA PELO DRIVER NOTURNO (A007): COM ELA
      * "T", A TELA RECUSA ABRIR O CADASTRO - A CADEIA PODE ESTAR
      * LENDO O MESMO ARQUIVO NESTE MOMENTO.
           SELECT TRAVA-FILE ASSIGN TO DYNAMIC WS-ARQ-TRAVA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRAVA.
      * TRILHA DE AUDITORIA DO CADASTRO DE TURMAS, NO MESMO FORMATO DA
      * DO CADASTRO DE ALUNOS (003): DATA, OPERACAO, ORIGEM, IMAGENS
      * ANTES/DEPOIS E O OPERADOR - ACUMULADA ENTRE EXECUCOES.
           SELECT AUDITORIA-FILE ASSIGN TO DYNAMIC WS-ARQ-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-MASTER.
       COPY TURMA-MASTER-REC.
       FD  TRAVA-FILE.
       01  TV-TRAVA-REC.
           05 TV-SITUACAO          PIC X(01).
           05 TV-DATA              PIC 9(08).
           05 TV-HORA              PIC 9(06).
       FD  AUDITORIA-FILE.
       01  AU-LINHA                               PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-TURMA      PIC X(40)
           VALUE "data/TURMAS_MASTER.DAT".
       01 WS-FS-TURMA                            PIC X(02) VALUE SPACES.
       01 WS-OPCAO                               PIC X(01) VALUE SPACES.
           88 OPCAO-INCLUIR                      VALUE "I".
           88 OPCAO-ALTERAR                      VALUE "A".
           88 OPCAO-EXCLUIR                      VALUE "E".
           88 OPCAO-CONSULTAR                    VALUE "C".
           88 OPCAO-SAIR                         VALUE "S".
       01 WS-TURMA                               PIC X(06) VALUE SPACES.
       01 WS-TURMA-DADOS.
          03 WS-SERIE                           PIC 9(02) VALUE ZEROS.
          03 WS-TURNO                           PIC X(01) VALUE SPACES.
          03 WS-SALA                            PIC X(06) VALUE SPACES.
          03 WS-CAPACIDADE                      PIC 9(03) VALUE ZEROS.
          03 WS-ID-REGENTE                      PIC 9(06) VALUE ZEROS.
          03 WS-ANO-LETIVO                      PIC 9(04) VALUE ZEROS.
       01 WS-DADOS-OK                            PIC X(01) VALUE "S".
           88 DADOS-OK                           VALUE "S".
       01 WS-ARQ-TRAVA      PIC X(40)
           VALUE "data/TRAVA_BATCH.DAT".
       01 WS-FS-TRAVA                            PIC X(02) VALUE SPACES.
       01 WS-ARQ-AUDITORIA  PIC X(40)
           VALUE "data/TURMA_AUDITORIA.TXT".
       01 WS-FS-AUDITORIA                        PIC X(02) VALUE SPACES.
      * IMAGENS ANTES/DEPOIS DO REGISTRO (28 POSICOES, O TAMANHO DO
      * TM-TURMA-REC) - NA LINHA, A IMAGEM ANTES COMECA NA POSICAO 40,
      * A DEPOIS NA 78 E O OPERADOR NA 117 (TAG NA 108).
       01 WS-AUD-IMAGEM-ANTES                    PIC X(28) VALUE SPACES.
       01 WS-AUD-IMAGEM-DEPOIS                   PIC X(28) VALUE SPACES.
       01 WS-AUD-OPERACAO                        PIC X(09) VALUE SPACES.
       01 WS-AUD-ORIGEM                          PIC X(10)
           VALUE "INTERATIVO".
      * OPERADOR QUE ENTROU NA TELA (CONTROLE-ACESSO).
       01 WS-OPERADOR                            PIC X(08) VALUE SPACES.
       01 WS-ACS-FUNCAO                          PIC X(01) VALUE SPACES.
       01 WS-ACS-PROGRAMA                        PIC X(20)
           VALUE "021-TURMA-MASTER".
       01 WS-ACS-ACAO                            PIC X(20) VALUE SPACES.
       01 WS-ACS-PERFIL                          PIC X(01) VALUE SPACES.
       01 WS-ACS-AUTORIZADO                      PIC X(01) VALUE "N".
           88 ACESSO-AUTORIZADO                  VALUE "S".
       COPY CABECALHO-WS.
       COPY RETORNO-WS.

       PROCEDURE DIVISION.

       MAIN-PROC.
           PERFORM VERIFICAR-TRAVA-BATCH
           PERFORM ENTRAR-OPERADOR

           OPEN I-O TURMA-MASTER
           IF WS-FS-TURMA = "35"
               OPEN OUTPUT TURMA-MASTER
               CLOSE TURMA-MASTER
               OPEN I-O TURMA-MASTER
           END-IF
           IF WS-FS-TURMA NOT = "00"
               DISPLAY "ERRO AO ABRIR CADASTRO DE TURMAS: "
                   WS-FS-TURMA
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND AUDITORIA-FILE
           IF WS-FS-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA-FILE
               CLOSE AUDITORIA-FILE
               OPEN EXTEND AUDITORIA-FILE
           END-IF
           IF WS-FS-AUDITORIA NOT = "00"
               DISPLAY "ERRO AO ABRIR TRILHA DE AUDITORIA: "
                   WS-FS-AUDITORIA
               CLOSE TURMA-MASTER
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

      * O CABECALHO E MONTADO JA NA ABERTURA PARA A DATA DE EXECUCAO
      * ESTAR DISPONIVEL AS LINHAS DE AUDITORIA, COMO NO 003.
           MOVE "CADASTRO MESTRE DE TURMAS" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-RELATORIO

           PERFORM UNTIL OPCAO-SAIR
               PERFORM EXIBIR-MENU
               EVALUATE TRUE
                   WHEN OPCAO-INCLUIR
                       PERFORM INCLUIR-TURMA
                   WHEN OPCAO-ALTERAR
                       PERFORM ALTERAR-TURMA
                   WHEN OPCAO-EXCLUIR
                       PERFORM EXCLUIR-TURMA
                   WHEN OPCAO-CONSULTAR
                       PERFORM CONSULTAR-TURMA
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM

           CLOSE TURMA-MASTER
           CLOSE AUDITORIA-FILE

           MOVE WS-RC-NORMAL TO RETURN-CODE
           GOBACK.

      * COM A TRAVA BATCH POSTA, A TELA NAO ABRE: A CADEIA NOTURNA
      * ESTA (OU MORREU) PROCESSANDO OS CADASTROS. SE A CADEIA
      * ABENDOU, O OPERADOR INVESTIGA E SOLTA PELO A029-LIBERA-TRAVA.
       VERIFICAR-TRAVA-BATCH.
           OPEN INPUT TRAVA-FILE
           IF WS-FS-TRAVA = "00"
               READ TRAVA-FILE
                   NOT AT END
                       IF TV-SITUACAO = "T"
                           DISPLAY "CADASTRO EM USO PELA CADEIA "
                               "NOTURNA (TRAVA POSTA EM " TV-DATA
                               " " TV-HORA ")"
                           DISPLAY "AGUARDE O FIM DA CADEIA OU, SE "
                               "ELA ABENDOU, ACIONE O OPERADOR "
                               "(A029-LIBERA-TRAVA)"
                           CLOSE TRAVA-FILE
                           MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
               CLOSE TRAVA-FILE
           END-IF.

      * ENTRADA DO OPERADOR PELO SUBPROGRAMA COMPARTILHADO
      * CONTROLE-ACESSO: SEM OPERADOR VALIDO COM PERFIL DE CADASTRO DE
      * TURMAS A TELA NAO ABRE.
       ENTRAR-OPERADOR.
           MOVE "E"      TO WS-ACS-FUNCAO
           MOVE "TURMAS" TO WS-ACS-ACAO
           CALL "CONTROLE-ACESSO" USING WS-ACS-FUNCAO
                                         WS-ACS-PROGRAMA
                                         WS-ACS-ACAO
                                         WS-OPERADOR
                                         WS-ACS-PERFIL
                                         WS-ACS-AUTORIZADO
           END-CALL
           IF NOT ACESSO-AUTORIZADO
               DISPLAY "ACESSO AO CADASTRO DE TURMAS RECUSADO"
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF.

       EXIBIR-MENU.
           DISPLAY "CADASTRO MESTRE DE TURMAS"
           DISPLAY "(I)NCLUIR (A)LTERAR (E)XCLUIR (C)ONSULTAR (S)AIR"
           ACCEPT WS-OPCAO.

       INCLUIR-TURMA.
           DISPLAY "CODIGO DA TURMA: "
           ACCEPT WS-TURMA
           PERFORM DIGITAR-DADOS-TURMA
           IF DADOS-OK
               MOVE WS-TURMA       TO TM-TURMA
               MOVE WS-SERIE       TO TM-SERIE
               MOVE WS-TURNO       TO TM-TURNO
               MOVE WS-SALA        TO TM-SALA
               MOVE WS-CAPACIDADE  TO TM-CAPACIDADE
               MOVE WS-ID-REGENTE  TO TM-ID-REGENTE
               MOVE WS-ANO-LETIVO  TO TM-ANO-LETIVO

               WRITE TM-TURMA-REC
               IF WS-FS-TURMA = "00"
                   DISPLAY "TURMA INCLUIDA COM SUCESSO"
                   MOVE SPACES TO WS-AUD-IMAGEM-ANTES
                   MOVE TM-TURMA-REC TO WS-AUD-IMAGEM-DEPOIS
                   MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                   PERFORM GRAVAR-AUDITORIA
               ELSE
                   DISPLAY "ERRO AO INCLUIR (JA EXISTE?): " WS-FS-TURMA
               END-IF
           END-IF.

       ALTERAR-TURMA.
           DISPLAY "TURMA A ALTERAR: "
           ACCEPT WS-TURMA
           MOVE WS-TURMA TO TM-TURMA
           READ TURMA-MASTER KEY IS TM-TURMA
           IF WS-FS-TURMA NOT = "00"
               DISPLAY "TURMA NAO ENCONTRADA: " WS-FS-TURMA
           ELSE
               MOVE TM-TURMA-REC TO WS-AUD-IMAGEM-ANTES
               DISPLAY "SERIE/TURNO/SALA ATUAIS: " TM-SERIE " "
                   TM-TURNO " " TM-SALA
               DISPLAY "CAPACIDADE ATUAL: " TM-CAPACIDADE
                   " REGENTE ATUAL: " TM-ID-REGENTE
                   " ANO LETIVO: " TM-ANO-LETIVO
               PERFORM DIGITAR-DADOS-TURMA
               IF DADOS-OK
                   MOVE WS-SERIE       TO TM-SERIE
                   MOVE WS-TURNO       TO TM-TURNO
                   MOVE WS-SALA        TO TM-SALA
                   MOVE WS-CAPACIDADE  TO TM-CAPACIDADE
                   MOVE WS-ID-REGENTE  TO TM-ID-REGENTE
                   MOVE WS-ANO-LETIVO  TO TM-ANO-LETIVO
                   REWRITE TM-TURMA-REC
                   IF WS-FS-TURMA = "00"
                       DISPLAY "TURMA ALTERADA COM SUCESSO"
                       MOVE TM-TURMA-REC TO WS-AUD-IMAGEM-DEPOIS
                       MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                       PERFORM GRAVAR-AUDITORIA
                   ELSE
                       DISPLAY "ERRO AO ALTERAR: " WS-FS-TURMA
                   END-IF
               END-IF
           END-IF.

      * TURNO FORA DA LISTA OU CAPACIDADE ZERO NAO GRAVA - UMA TURMA
      * SEM VAGA NENHUMA TRAVARIA A ROLAGEM INTEIRA DAQUELA SERIE.
       DIGITAR-DADOS-TURMA.
           MOVE "S" TO WS-DADOS-OK
           DISPLAY "SERIE (01-12): "
           ACCEPT WS-SERIE
           DISPLAY "TURNO (M=MANHA T=TARDE N=NOITE I=INTEGRAL): "
           ACCEPT WS-TURNO
           DISPLAY "SALA: "
           ACCEPT WS-SALA
           DISPLAY "CAPACIDADE MAXIMA DE ALUNOS: "
           ACCEPT WS-CAPACIDADE
           DISPLAY "CODIGO DO PROFESSOR REGENTE (0=SEM REGENTE): "
           ACCEPT WS-ID-REGENTE
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT WS-ANO-LETIVO
           MOVE WS-TURNO TO TM-TURNO
           IF NOT TM-TURNO-VALIDO
               DISPLAY "TURNO INVALIDO: " WS-TURNO " - NADA GRAVADO"
               MOVE "N" TO WS-DADOS-OK
           END-IF
           IF DADOS-OK AND WS-CAPACIDADE = 0
               DISPLAY "CAPACIDADE ZERO - NADA GRAVADO"
               MOVE "N" TO WS-DADOS-OK
           END-IF.

       EXCLUIR-TURMA.
           DISPLAY "TURMA A EXCLUIR: "
           ACCEPT WS-TURMA
           MOVE WS-TURMA TO TM-TURMA
           READ TURMA-MASTER KEY IS TM-TURMA
           IF WS-FS-TURMA NOT = "00"
               DISPLAY "TURMA NAO ENCONTRADA: " WS-FS-TURMA
           ELSE
               MOVE TM-TURMA-REC TO WS-AUD-IMAGEM-ANTES
               DELETE TURMA-MASTER
               IF WS-FS-TURMA = "00"
                   DISPLAY "TURMA EXCLUIDA COM SUCESSO"
                   MOVE SPACES TO WS-AUD-IMAGEM-DEPOIS
                   MOVE "EXCLUSAO" TO WS-AUD-OPERACAO
                   PERFORM GRAVAR-AUDITORIA
               ELSE
                   DISPLAY "ERRO AO EXCLUIR: " WS-FS-TURMA
               END-IF
           END-IF.

       CONSULTAR-TURMA.
           DISPLAY "TURMA A CONSULTAR: "
           ACCEPT WS-TURMA
           MOVE WS-TURMA TO TM-TURMA
           READ TURMA-MASTER KEY IS TM-TURMA
           IF WS-FS-TURMA NOT = "00"
               DISPLAY "TURMA NAO ENCONTRADA: " WS-FS-TURMA
           ELSE
               MOVE "CONSULTA DE TURMA" TO WS-CAB-TITULO
               PERFORM IMPRIMIR-CABECALHO-RELATORIO
               DISPLAY WS-CAB-LINHA-1
               DISPLAY WS-CAB-LINHA-2

               DISPLAY "TURMA: " TM-TURMA
               DISPLAY "SERIE: " TM-SERIE
               DISPLAY "TURNO: " TM-TURNO
               DISPLAY "SALA: " TM-SALA
               DISPLAY "CAPACIDADE MAXIMA: " TM-CAPACIDADE
               DISPLAY "PROFESSOR REGENTE: " TM-ID-REGENTE
               DISPLAY "ANO LETIVO: " TM-ANO-LETIVO
           END-IF.

      * GRAVA UMA LINHA DA TRILHA DE AUDITORIA: DATA DA EXECUCAO,
      * OPERACAO, ORIGEM, IMAGENS ANTES/DEPOIS DO REGISTRO INTEIRO E O
      * OPERADOR - MESMO FORMATO DA TRILHA DO 003.
       GRAVAR-AUDITORIA.
           MOVE SPACES TO AU-LINHA
           STRING WS-CAB-DATA-FMT
                  " " WS-AUD-OPERACAO
                  " " WS-AUD-ORIGEM
                  " ANTES=[" WS-AUD-IMAGEM-ANTES
                  "] DEPOIS=[" WS-AUD-IMAGEM-DEPOIS "]"
                  " OPERADOR=" WS-OPERADOR
               DELIMITED BY SIZE
               INTO AU-LINHA
           END-STRING
           WRITE AU-LINHA.

       COPY CABECALHO-PROC.

       END PROGRAM 021-TURMA-MASTER.
