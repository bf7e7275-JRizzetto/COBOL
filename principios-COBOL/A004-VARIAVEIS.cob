      * Author:
      * Date:
      * Porpose: CADASTRO DE FUNCIONARIOS (INCLUSAO/ALTERACAO/EXCLUSAO/
      *          CONSULTA) EM ARQUIVO INDEXADO. O MENU INTERATIVO EXIGE
      *          ENTRADA DO OPERADOR (CONTROLE-ACESSO, PERFIL RH, FOLHA
      *          OU ADMINISTRADOR); SALARIO E CARGA EM LOTE SO PARA
      *          FOLHA OU ADMINISTRADOR. O OPERADOR VAI NA AUDITORIA.
      * Tectonics: cobc
      ******************************************************************

       01 WS-AUD-IMAGEM-DEPOIS                  PIC X(133) VALUE SPACES.
       01 WS-AUD-OPERACAO                        PIC X(09) VALUE SPACES.
       01 WS-AUD-ORIGEM                          PIC X(10) VALUE SPACES.
      * OPERADOR QUE ENTROU NO MENU (CONTROLE-ACESSO), CARIMBADO NA
      * TRILHA DE AUDITORIA - "LOTE" NA CARGA PELA CADEIA NOTURNA, QUE
      * NAO TEM QUEM DIGITE SENHA.
       01 WS-OPERADOR                            PIC X(08) VALUE SPACES.
       01 WS-ACS-FUNCAO                          PIC X(01) VALUE SPACES.
       01 WS-ACS-PROGRAMA                        PIC X(20)
           VALUE "A004-VARIAVEIS".
       01 WS-ACS-ACAO                            PIC X(20) VALUE SPACES.
       01 WS-ACS-PERFIL                          PIC X(01) VALUE SPACES.
       01 WS-ACS-AUTORIZADO                      PIC X(01) VALUE "N".
           88 ACESSO-AUTORIZADO                  VALUE "S".
       01 WS-PODE-SALARIO                        PIC X(01) VALUE "N".
           88 PODE-SALARIO                       VALUE "S".
       01 WS-FIM-EXTRATO                         PIC X(01) VALUE "N".
           88 FIM-EXTRATO                        VALUE "S".
       01 WS-OPCAO                               PIC X(01) VALUE SPACES.
           ACCEPT WS-MODO-EXECUCAO FROM ENVIRONMENT "MODO_EXECUCAO"
           IF WS-MODO-EXECUCAO NOT = "BATCH"
               PERFORM VERIFICAR-TRAVA-BATCH
               PERFORM ENTRAR-OPERADOR
           ELSE
               MOVE "LOTE" TO WS-OPERADOR
               MOVE "S" TO WS-PODE-SALARIO
           END-IF

           OPEN I-O EMPLOYEE-MASTER
                       WHEN OPCAO-CONSULTAR-CPF
                           PERFORM CONSULTAR-POR-CPF
                       WHEN OPCAO-LOTE
      * O EXTRATO TRAZ SALARIO - A CARGA FICA COM QUEM PODE SALARIO.
                           IF PODE-SALARIO
                               PERFORM CARREGAR-FUNCIONARIOS
                           ELSE
                               PERFORM NEGAR-SALARIO
                           END-IF
                       WHEN OPCAO-SAIR
                           CONTINUE
                       WHEN OTHER
                   DISPLAY "ENDERECO (RUA+NUMERO+REFERENCIA): "
                   ACCEPT WS-ENDER-FUNC
               END-IF
               IF PODE-SALARIO
                   DISPLAY "SALARIO: "
                   ACCEPT WS-SALA-FUNC
               ELSE
                   MOVE ZEROS TO WS-SALA-FUNC
                   DISPLAY "SALARIO A INFORMAR PELA FOLHA"
               END-IF
               DISPLAY "DATA DE ADMISSAO (AAAAMMDD): "
               ACCEPT WS-DATA-ADMISSAO
               DISPLAY "BANCO (999): "
               ACCEPT FM-TEL-FUNC
               DISPLAY "NOVO ENDERECO: "
               ACCEPT FM-ENDER-FUNC
               IF PODE-SALARIO
                   DISPLAY "NOVO SALARIO: "
                   ACCEPT FM-SALA-FUNC
               ELSE
                   DISPLAY "SALARIO MANTIDO - ALTERACAO DE SALARIO "
                       "SO PELA FOLHA"
               END-IF
               REWRITE FM-FUNCIONARIO-REC
               IF WS-FS-FUNC = "00"
                   DISPLAY "FUNCIONARIO ALTERADO COM SUCESSO"
           MOVE WS-IRRF TO WS-AUX-IRRF
           MOVE WS-SALARIO-LIQUIDO TO WS-AUX-LIQUIDO.

      * ENTRADA DO OPERADOR PELO SUBPROGRAMA COMPARTILHADO
      * CONTROLE-ACESSO: SEM OPERADOR VALIDO COM PERFIL DE CADASTRO DE
      * FUNCIONARIOS O MENU NAO ABRE. A PERMISSAO DE SALARIO E
      * CONFERIDA UMA VEZ AQUI E VALE PARA A SESSAO.
       ENTRAR-OPERADOR.
           MOVE "E"           TO WS-ACS-FUNCAO
           MOVE "FUNCIONARIO" TO WS-ACS-ACAO
           CALL "CONTROLE-ACESSO" USING WS-ACS-FUNCAO
                                         WS-ACS-PROGRAMA
                                         WS-ACS-ACAO
                                         WS-OPERADOR
                                         WS-ACS-PERFIL
                                         WS-ACS-AUTORIZADO
           END-CALL
           IF NOT ACESSO-AUTORIZADO
               DISPLAY "ACESSO AO CADASTRO DE FUNCIONARIOS RECUSADO"
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "V"       TO WS-ACS-FUNCAO
           MOVE "SALARIO" TO WS-ACS-ACAO
           CALL "CONTROLE-ACESSO" USING WS-ACS-FUNCAO
                                         WS-ACS-PROGRAMA
                                         WS-ACS-ACAO
                                         WS-OPERADOR
                                         WS-ACS-PERFIL
                                         WS-ACS-AUTORIZADO
           END-CALL
           MOVE WS-ACS-AUTORIZADO TO WS-PODE-SALARIO.

      * REGISTRA NO CONTROLE DE ACESSOS A TENTATIVA DE MEXER EM
      * SALARIO SEM O PERFIL DA FOLHA.
       NEGAR-SALARIO.
           DISPLAY "CARGA EM LOTE TRAZ SALARIO - SO PELA FOLHA"
           MOVE "N"       TO WS-ACS-FUNCAO
           MOVE "SALARIO" TO WS-ACS-ACAO
           CALL "CONTROLE-ACESSO" USING WS-ACS-FUNCAO
                                         WS-ACS-PROGRAMA
                                         WS-ACS-ACAO
                                         WS-OPERADOR
                                         WS-ACS-PERFIL
                                         WS-ACS-AUTORIZADO
           END-CALL.

      * COM A TRAVA BATCH POSTA, O MENU NAO ABRE: A CADEIA NOTURNA
      * ESTA (OU MORREU) REESCREVENDO OS CADASTROS. SE A CADEIA
      * ABENDOU, O OPERADOR SOLTA PELO A029-LIBERA-TRAVA.
      * GRAVA UMA LINHA DA TRILHA DE AUDITORIA: DATA DA EXECUCAO,
      * OPERACAO, ORIGEM (MENU OU LOTE) E AS IMAGENS ANTES/DEPOIS DO
      * REGISTRO INTEIRO - E O QUE PERMITE RECONSTRUIR QUEM DETINHA
      * QUAIS DADOS EM QUE MOMENTO. O OPERADOR FECHA A LINHA (TAG NA
      * POSICAO 317, ID NA 327), LIDO PELO RELATORIO DE ACESSOS.
       GRAVAR-AUDITORIA.
           MOVE SPACES TO AU-LINHA
           STRING WS-CAB-DATA-FMT
                  " " WS-AUD-ORIGEM
                  " ANTES=[" WS-AUD-IMAGEM-ANTES
                  "] DEPOIS=[" WS-AUD-IMAGEM-DEPOIS "]"
                  " OPERADOR=" WS-OPERADOR
               DELIMITED BY SIZE
               INTO AU-LINHA
           END-STRING
