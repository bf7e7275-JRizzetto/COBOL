      *          ARQUIVO DE NOTAS, E DOIS HOMONIMOS NA MESMA ESCOLA ERAM
      *          INDISTINGUIVEIS NO BOLETIM E NO HISTORICO. MESMO MOLDE
      *          DO CADASTRO DE FUNCIONARIOS DO A004-VARIAVEIS.
      *          A TELA EXIGE ENTRADA DO OPERADOR (CONTROLE-ACESSO,
      *          PERFIL SECRETARIA OU ADMINISTRADOR) E TODA INCLUSAO,
      *          ALTERACAO E EXCLUSAO VAI PARA A TRILHA DE AUDITORIA
      *          data/ALUNO_AUDITORIA.TXT COM O OPERADOR QUE A FEZ.
      * Tectonics: cobc
      ******************************************************************

           SELECT TRAVA-FILE ASSIGN TO DYNAMIC WS-ARQ-TRAVA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRAVA.
      * TRILHA DE AUDITORIA DO CADASTRO DE ALUNOS, NO MESMO FORMATO DA
      * DO CADASTRO DE FUNCIONARIOS (A004): DATA, OPERACAO, ORIGEM,
      * IMAGENS ANTES/DEPOIS E O OPERADOR - ACUMULADA ENTRE EXECUCOES.
           SELECT AUDITORIA-FILE ASSIGN TO DYNAMIC WS-ARQ-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MASTER.
           05 TV-SITUACAO          PIC X(01).
           05 TV-DATA              PIC 9(08).
           05 TV-HORA              PIC 9(06).
       FD  AUDITORIA-FILE.
       01  AU-LINHA                               PIC X(400).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-MASTER     PIC X(40)
           VALUE "data/ALUNOS_MASTER.DAT".
                05 WS-RUA-RESP                 PIC X(20).
                05 WS-NUMERO-RESP              PIC 9(05).
                05 WS-PTO-REF-RESP             PIC X(20).
          03 WS-COD-RESP                        PIC 9(06) VALUE ZEROS.
       01 WS-ARQ-TRAVA      PIC X(40)
           VALUE "data/TRAVA_BATCH.DAT".
       01 WS-FS-TRAVA                            PIC X(02) VALUE SPACES.
       01 WS-ARQ-AUDITORIA  PIC X(40)
           VALUE "data/ALUNO_AUDITORIA.TXT".
       01 WS-FS-AUDITORIA                        PIC X(02) VALUE SPACES.
      * IMAGENS ANTES/DEPOIS DO REGISTRO (164 POSICOES, O TAMANHO DO
      * AM-ALUNO-REC) - NA LINHA, A IMAGEM ANTES COMECA NA POSICAO 40,
      * A DEPOIS NA 214 E O OPERADOR NA 389 (TAG NA 379).
       01 WS-AUD-IMAGEM-ANTES                   PIC X(164) VALUE SPACES.
       01 WS-AUD-IMAGEM-DEPOIS                  PIC X(164) VALUE SPACES.
       01 WS-AUD-OPERACAO                        PIC X(09) VALUE SPACES.
       01 WS-AUD-ORIGEM                          PIC X(10)
           VALUE "INTERATIVO".
      * OPERADOR QUE ENTROU NA TELA (CONTROLE-ACESSO).
       01 WS-OPERADOR                            PIC X(08) VALUE SPACES.
       01 WS-ACS-FUNCAO                          PIC X(01) VALUE SPACES.
       01 WS-ACS-PROGRAMA                        PIC X(20)
           VALUE "003-ALUNO-MASTER".
       01 WS-ACS-ACAO                            PIC X(20) VALUE SPACES.
       01 WS-ACS-PERFIL                          PIC X(01) VALUE SPACES.
       01 WS-ACS-AUTORIZADO                      PIC X(01) VALUE "N".
           88 ACESSO-AUTORIZADO                  VALUE "S".
       COPY CABECALHO-WS.
       COPY RETORNO-WS.


       MAIN-PROC.
           PERFORM VERIFICAR-TRAVA-BATCH
           PERFORM ENTRAR-OPERADOR

           OPEN I-O ALUNO-MASTER
           IF WS-FS-MASTER = "35"
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
               CLOSE ALUNO-MASTER
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

      * O CABECALHO E MONTADO JA NA ABERTURA PARA A DATA DE EXECUCAO
      * ESTAR DISPONIVEL AS LINHAS DE AUDITORIA, COMO NO A004.
           MOVE "CADASTRO MESTRE DE ALUNOS" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-RELATORIO

           PERFORM UNTIL OPCAO-SAIR
               PERFORM EXIBIR-MENU
               EVALUATE TRUE
           END-PERFORM

           CLOSE ALUNO-MASTER
           CLOSE AUDITORIA-FILE

           MOVE WS-RC-NORMAL TO RETURN-CODE
           GOBACK.
               CLOSE TRAVA-FILE
           END-IF.

      * ENTRADA DO OPERADOR PELO SUBPROGRAMA COMPARTILHADO
      * CONTROLE-ACESSO: SEM OPERADOR VALIDO COM PERFIL DE CADASTRO DE
      * ALUNOS A TELA NAO ABRE.
       ENTRAR-OPERADOR.
           MOVE "E"      TO WS-ACS-FUNCAO
           MOVE "ALUNOS" TO WS-ACS-ACAO
           CALL "CONTROLE-ACESSO" USING WS-ACS-FUNCAO
                                         WS-ACS-PROGRAMA
                                         WS-ACS-ACAO
                                         WS-OPERADOR
                                         WS-ACS-PERFIL
                                         WS-ACS-AUTORIZADO
           END-CALL
           IF NOT ACESSO-AUTORIZADO
               DISPLAY "ACESSO AO CADASTRO DE ALUNOS RECUSADO"
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF.

       EXIBIR-MENU.
           DISPLAY "CADASTRO MESTRE DE ALUNOS"
           DISPLAY "(I)NCLUIR (A)LTERAR (E)XCLUIR (C)ONSULTAR (S)AIR"
           ACCEPT WS-NOME-RESP
           DISPLAY "ENDERECO DO RESPONSAVEL (RUA+NUMERO+REFERENCIA): "
           ACCEPT WS-ENDER-RESP
           DISPLAY "CODIGO DA FAMILIA PAGADORA (0=SEM FAMILIA): "
           ACCEPT WS-COD-RESP

           MOVE WS-MATRICULA  TO AM-MATRICULA
           MOVE WS-NOME-ALUNO TO AM-NOME-ALUNO
           MOVE WS-DATA-NASC  TO AM-DATA-NASC
           MOVE WS-NOME-RESP  TO AM-NOME-RESP
           MOVE WS-ENDER-RESP TO AM-ENDER-RESP
           MOVE WS-COD-RESP   TO AM-COD-RESP
           SET AM-ATIVO       TO TRUE
           MOVE ZEROS         TO AM-DATA-SAIDA
           MOVE SPACES        TO AM-MOTIVO-SAIDA

           WRITE AM-ALUNO-REC
           IF WS-FS-MASTER = "00"
               DISPLAY "ALUNO INCLUIDO COM SUCESSO"
               MOVE SPACES TO WS-AUD-IMAGEM-ANTES
               MOVE AM-ALUNO-REC TO WS-AUD-IMAGEM-DEPOIS
               MOVE "INCLUSAO" TO WS-AUD-OPERACAO
               PERFORM GRAVAR-AUDITORIA
           ELSE
               DISPLAY "ERRO AO INCLUIR (JA EXISTE?): " WS-FS-MASTER
           END-IF.
           IF WS-FS-MASTER NOT = "00"
               DISPLAY "ALUNO NAO ENCONTRADO: " WS-FS-MASTER
           ELSE
               MOVE AM-ALUNO-REC TO WS-AUD-IMAGEM-ANTES
               DISPLAY "NOME ATUAL: " AM-NOME-ALUNO
               DISPLAY "NOVO NOME: "
               ACCEPT AM-NOME-ALUNO
               ACCEPT AM-NOME-RESP
               DISPLAY "NOVO ENDERECO DO RESPONSAVEL: "
               ACCEPT AM-ENDER-RESP
               DISPLAY "FAMILIA PAGADORA ATUAL: " AM-COD-RESP
               DISPLAY "NOVO CODIGO DA FAMILIA (0=SEM FAMILIA): "
               ACCEPT AM-COD-RESP
               REWRITE AM-ALUNO-REC
               IF WS-FS-MASTER = "00"
                   DISPLAY "ALUNO ALTERADO COM SUCESSO"
                   MOVE AM-ALUNO-REC TO WS-AUD-IMAGEM-DEPOIS
                   MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                   PERFORM GRAVAR-AUDITORIA
               ELSE
                   DISPLAY "ERRO AO ALTERAR: " WS-FS-MASTER
               END-IF
           IF WS-FS-MASTER NOT = "00"
               DISPLAY "ALUNO NAO ENCONTRADO: " WS-FS-MASTER
           ELSE
               MOVE AM-ALUNO-REC TO WS-AUD-IMAGEM-ANTES
               DELETE ALUNO-MASTER
               IF WS-FS-MASTER = "00"
                   DISPLAY "ALUNO EXCLUIDO COM SUCESSO"
                   MOVE SPACES TO WS-AUD-IMAGEM-DEPOIS
                   MOVE "EXCLUSAO" TO WS-AUD-OPERACAO
                   PERFORM GRAVAR-AUDITORIA
               ELSE
                   DISPLAY "ERRO AO EXCLUIR: " WS-FS-MASTER
               END-IF
               MOVE AM-DATA-NASC  TO WS-DATA-NASC
               MOVE AM-NOME-RESP  TO WS-NOME-RESP
               MOVE AM-ENDER-RESP TO WS-ENDER-RESP
               MOVE AM-COD-RESP   TO WS-COD-RESP

               MOVE "CONSULTA DE ALUNO" TO WS-CAB-TITULO
               PERFORM IMPRIMIR-CABECALHO-RELATORIO
               DISPLAY "RUA: "WS-RUA-RESP
               DISPLAY "NUMERO: "WS-NUMERO-RESP
               DISPLAY "REFERENCIA: "WS-PTO-REF-RESP
               DISPLAY "FAMILIA PAGADORA: "WS-COD-RESP
               EVALUATE TRUE
                   WHEN AM-TRANSFERIDO
                       DISPLAY "SITUACAO: TRANSFERIDO EM "
                           AM-DATA-SAIDA " - " AM-MOTIVO-SAIDA
                   WHEN AM-DESISTENTE
                       DISPLAY "SITUACAO: DESISTENTE EM "
                           AM-DATA-SAIDA " - " AM-MOTIVO-SAIDA
                   WHEN AM-CANCELADO
                       DISPLAY "SITUACAO: CANCELADO EM "
                           AM-DATA-SAIDA " - " AM-MOTIVO-SAIDA
                   WHEN OTHER
                       DISPLAY "SITUACAO: ATIVO"
               END-EVALUATE
           END-IF.

      * GRAVA UMA LINHA DA TRILHA DE AUDITORIA: DATA DA EXECUCAO,
      * OPERACAO, ORIGEM, IMAGENS ANTES/DEPOIS DO REGISTRO INTEIRO E O
      * OPERADOR - MESMO FORMATO DA TRILHA DO A004.
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

       END PROGRAM 003-ALUNO-MASTER.
