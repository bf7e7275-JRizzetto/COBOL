      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: CADASTRO DE OPERADORES DAS TELAS DE MANUTENCAO
      *          (data/OPERADORES.DAT, INDEXADO PELO ID, LAYOUT
      *          OPERADOR-REC): INCLUSAO, ALTERACAO DE NOME, PERFIL E
      *          VENCIMENTO, DESBLOQUEIO, NOVA SENHA E CONSULTA. SO O
      *          PERFIL ADMINISTRADOR ENTRA (CONTROLE-ACESSO, ACAO
      *          OPERADORES). A SENHA E DIGITADA DUAS VEZES SEM ECO E SO
      *          O HASH (SENHA-HASH) E GRAVADO. NAO HA EXCLUSAO: O
      *          OPERADOR QUE SAI TEM O ACESSO VENCIDO, PARA O ID
      *          CONTINUAR EXPLICANDO AS TRILHAS DE AUDITORIA ANTIGAS.
      *          COM O CADASTRO VAZIO (PRIMEIRA INSTALACAO), A TELA
      *          INCLUI SEM ENTRADA O PRIMEIRO ADMINISTRADOR E ENCERRA.
      *          TODA MANUTENCAO VAI PARA O REGISTRO DE ACESSOS.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A051-OPERADORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-FILE ASSIGN TO DYNAMIC WS-ARQ-OPERADOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-FS-OPERADOR.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-FILE.
       COPY OPERADOR-REC.
       WORKING-STORAGE SECTION.
       01 WS-ARQ-OPERADOR   PIC X(40)
           VALUE "data/OPERADORES.DAT".
       01 WS-FS-OPERADOR                         PIC X(02) VALUE SPACES.
       01 WS-OPCAO                               PIC X(01) VALUE SPACES.
           88 OPCAO-INCLUIR                      VALUE "I".
           88 OPCAO-ALTERAR                      VALUE "A".
           88 OPCAO-DESBLOQUEAR                  VALUE "D".
           88 OPCAO-NOVA-SENHA                   VALUE "N".
           88 OPCAO-CONSULTAR                    VALUE "C".
           88 OPCAO-SAIR                         VALUE "S".
      * OPERADOR QUE ENTROU NA TELA E CAMPOS DA CHAMADA AO
      * CONTROLE-ACESSO (ENTRADA E REGISTRO DAS MANUTENCOES).
       01 WS-OPERADOR                            PIC X(08) VALUE SPACES.
       01 WS-ACS-FUNCAO                          PIC X(01) VALUE SPACES.
       01 WS-ACS-PROGRAMA                        PIC X(20)
           VALUE "A051-OPERADORES".
       01 WS-ACS-ACAO                            PIC X(20) VALUE SPACES.
       01 WS-ACS-PERFIL                          PIC X(01) VALUE SPACES.
       01 WS-ACS-AUTORIZADO                      PIC X(01) VALUE "N".
           88 ACESSO-AUTORIZADO                  VALUE "S".
      * CADASTRO SEM NENHUM OPERADOR: SO O PRIMEIRO ADMINISTRADOR.
       01 WS-CADASTRO-VAZIO                      PIC X(01) VALUE "N".
           88 CADASTRO-VAZIO                     VALUE "S".
      * CAMPOS DIGITADOS.
       01 WS-ID-DIGITADO                         PIC X(08) VALUE SPACES.
       01 WS-NOME-DIGITADO                       PIC X(30) VALUE SPACES.
       01 WS-PERFIL-DIGITADO                     PIC X(01) VALUE SPACES.
       01 WS-EXPIRA-X                            PIC X(08) VALUE SPACES.
       01 WS-EXPIRA-NUM REDEFINES WS-EXPIRA-X    PIC 9(08).
       01 WS-SENHA-1                             PIC X(12) VALUE SPACES.
       01 WS-SENHA-2                             PIC X(12) VALUE SPACES.
       01 WS-HASH-NOVO                           PIC 9(12) VALUE ZEROS.
       01 WS-TAM-SENHA-MIN                       PIC 9(02) VALUE 6.
       01 WS-SENHA-OK                            PIC X(01) VALUE "N".
           88 SENHA-OK                           VALUE "S".
       01 WS-CAMPOS-OK                           PIC X(01) VALUE "N".
           88 CAMPOS-OK                          VALUE "S".
       01 WS-DATA-HORA.
           05 WS-HOJE                            PIC 9(08).
           05 FILLER                             PIC X(13).
       COPY RETORNO-WS.

       PROCEDURE DIVISION.

       MAIN-PROC.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           PERFORM ABRIR-CADASTRO
           PERFORM VERIFICAR-CADASTRO-VAZIO

      * PRIMEIRA INSTALACAO: SEM OPERADOR NAO HA QUEM ENTRE, ENTAO O
      * PRIMEIRO ADMINISTRADOR E INCLUIDO DIRETO E A TELA ENCERRA - A
      * PROXIMA EXECUCAO JA EXIGE A ENTRADA DELE.
           IF CADASTRO-VAZIO
               DISPLAY "CADASTRO DE OPERADORES VAZIO - INCLUSAO DO "
                   "PRIMEIRO ADMINISTRADOR"
               PERFORM INCLUIR-OPERADOR
               CLOSE OPERADOR-FILE
               MOVE WS-RC-NORMAL TO RETURN-CODE
               GOBACK
           END-IF

      * O CONTROLE-ACESSO ABRE O CADASTRO POR CONTA PROPRIA PARA
      * CONFERIR A SENHA E CONTAR AS TENTATIVAS - FECHADO AQUI DURANTE
      * A ENTRADA E REABERTO DEPOIS.
           CLOSE OPERADOR-FILE
           PERFORM ENTRAR-OPERADOR
           PERFORM ABRIR-CADASTRO

           PERFORM UNTIL OPCAO-SAIR
               PERFORM EXIBIR-MENU
               EVALUATE TRUE
                   WHEN OPCAO-INCLUIR
                       PERFORM INCLUIR-OPERADOR
                   WHEN OPCAO-ALTERAR
                       PERFORM ALTERAR-OPERADOR
                   WHEN OPCAO-DESBLOQUEAR
                       PERFORM DESBLOQUEAR-OPERADOR
                   WHEN OPCAO-NOVA-SENHA
                       PERFORM TROCAR-SENHA
                   WHEN OPCAO-CONSULTAR
                       PERFORM CONSULTAR-OPERADOR
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM

           CLOSE OPERADOR-FILE
           MOVE WS-RC-NORMAL TO RETURN-CODE
           GOBACK.

       ABRIR-CADASTRO.
           OPEN I-O OPERADOR-FILE
           IF WS-FS-OPERADOR = "35"
               OPEN OUTPUT OPERADOR-FILE
               CLOSE OPERADOR-FILE
               OPEN I-O OPERADOR-FILE
           END-IF
           IF WS-FS-OPERADOR NOT = "00"
               DISPLAY "ERRO AO ABRIR CADASTRO DE OPERADORES: "
                   WS-FS-OPERADOR
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF.

       VERIFICAR-CADASTRO-VAZIO.
           MOVE "N" TO WS-CADASTRO-VAZIO
           MOVE LOW-VALUES TO OP-ID
           START OPERADOR-FILE KEY IS NOT LESS THAN OP-ID
           IF WS-FS-OPERADOR NOT = "00"
               SET CADASTRO-VAZIO TO TRUE
           ELSE
               READ OPERADOR-FILE NEXT RECORD
               IF WS-FS-OPERADOR NOT = "00"
                   SET CADASTRO-VAZIO TO TRUE
               END-IF
           END-IF.

      * ENTRADA DO OPERADOR PELO SUBPROGRAMA COMPARTILHADO
      * CONTROLE-ACESSO: SO O PERFIL ADMINISTRADOR MANTEM OPERADORES.
       ENTRAR-OPERADOR.
           MOVE "E"          TO WS-ACS-FUNCAO
           MOVE "OPERADORES" TO WS-ACS-ACAO
           CALL "CONTROLE-ACESSO" USING WS-ACS-FUNCAO
                                         WS-ACS-PROGRAMA
                                         WS-ACS-ACAO
                                         WS-OPERADOR
                                         WS-ACS-PERFIL
                                         WS-ACS-AUTORIZADO
           END-CALL
           IF NOT ACESSO-AUTORIZADO
               DISPLAY "ACESSO AO CADASTRO DE OPERADORES RECUSADO"
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF.

       EXIBIR-MENU.
           DISPLAY "CADASTRO DE OPERADORES"
           DISPLAY "(I)NCLUIR (A)LTERAR (D)ESBLOQUEAR (N)OVA SENHA "
               "(C)ONSULTAR (S)AIR"
           ACCEPT WS-OPCAO.

      * INCLUSAO: ID UNICO (E "LOTE", QUE MARCA A CARGA NOTURNA NAS
      * TRILHAS, NAO PODE SER USADO), NOME, PERFIL, VENCIMENTO E A
      * SENHA CONFIRMADA. NA PRIMEIRA INSTALACAO O PERFIL E FORCADO
      * PARA ADMINISTRADOR.
       INCLUIR-OPERADOR.
           DISPLAY "ID DO OPERADOR (ATE 8 POSICOES): "
           ACCEPT WS-ID-DIGITADO
           MOVE "S" TO WS-CAMPOS-OK
           EVALUATE TRUE
               WHEN WS-ID-DIGITADO = SPACES
                   MOVE "N" TO WS-CAMPOS-OK
                   DISPLAY "ID EM BRANCO - OPERADOR NAO INCLUIDO"
               WHEN WS-ID-DIGITADO = "LOTE"
                   MOVE "N" TO WS-CAMPOS-OK
                   DISPLAY "ID RESERVADO PARA A CARGA EM LOTE - "
                       "OPERADOR NAO INCLUIDO"
               WHEN OTHER
                   MOVE WS-ID-DIGITADO TO OP-ID
                   READ OPERADOR-FILE KEY IS OP-ID
                   IF WS-FS-OPERADOR = "00"
                       MOVE "N" TO WS-CAMPOS-OK
                       DISPLAY "OPERADOR JA CADASTRADO: " WS-ID-DIGITADO
                   END-IF
           END-EVALUATE

           IF CAMPOS-OK
               DISPLAY "NOME: "
               ACCEPT WS-NOME-DIGITADO
               IF CADASTRO-VAZIO
                   MOVE "A" TO WS-PERFIL-DIGITADO
                   DISPLAY "PERFIL: A (ADMINISTRADOR)"
               ELSE
                   DISPLAY "PERFIL (S=SECRETARIA R=RH F=FOLHA "
                       "A=ADMINISTRADOR): "
                   ACCEPT WS-PERFIL-DIGITADO
               END-IF
               DISPLAY "VENCIMENTO DO ACESSO (AAAAMMDD, 0=SEM "
                   "VENCIMENTO): "
               ACCEPT WS-EXPIRA-X
               PERFORM CRITICAR-PERFIL-VENCIMENTO
           END-IF

           IF CAMPOS-OK
               PERFORM PEDIR-SENHA-NOVA
           END-IF

           IF CAMPOS-OK AND SENHA-OK
               MOVE WS-ID-DIGITADO     TO OP-ID
               MOVE WS-NOME-DIGITADO   TO OP-NOME
               MOVE WS-HASH-NOVO       TO OP-SENHA-HASH
               MOVE WS-PERFIL-DIGITADO TO OP-PERFIL
               MOVE WS-EXPIRA-NUM      TO OP-DATA-EXPIRA
               SET OP-ATIVO            TO TRUE
               MOVE ZERO               TO OP-TENTATIVAS
               MOVE ZEROS              TO OP-DATA-ULT-ACESSO
               MOVE WS-HOJE            TO OP-DATA-INCLUSAO
               WRITE OP-OPERADOR-REC
               IF WS-FS-OPERADOR = "00"
                   DISPLAY "OPERADOR INCLUIDO COM SUCESSO"
                   IF CADASTRO-VAZIO
                       MOVE OP-ID TO WS-OPERADOR
                   END-IF
                   MOVE SPACES TO WS-ACS-ACAO
                   STRING "INCLUSAO " OP-ID
                       DELIMITED BY SIZE INTO WS-ACS-ACAO
                   END-STRING
                   PERFORM REGISTRAR-MANUTENCAO
               ELSE
                   DISPLAY "ERRO AO INCLUIR OPERADOR: " WS-FS-OPERADOR
               END-IF
           END-IF.

      * ALTERACAO DE NOME, PERFIL E VENCIMENTO - CAMPO EM BRANCO
      * MANTEM O VALOR ATUAL. O ADMINISTRADOR NAO MEXE NO PROPRIO
      * PERFIL, PARA NAO FICAR O CADASTRO SEM ADMINISTRADOR POR ENGANO.
       ALTERAR-OPERADOR.
           DISPLAY "ID DO OPERADOR A ALTERAR: "
           ACCEPT WS-ID-DIGITADO
           MOVE WS-ID-DIGITADO TO OP-ID
           READ OPERADOR-FILE KEY IS OP-ID
           IF WS-FS-OPERADOR NOT = "00"
               DISPLAY "OPERADOR NAO ENCONTRADO: " WS-FS-OPERADOR
           ELSE
               DISPLAY "NOME ATUAL: " OP-NOME
               DISPLAY "NOVO NOME (EM BRANCO MANTEM): "
               MOVE SPACES TO WS-NOME-DIGITADO
               ACCEPT WS-NOME-DIGITADO
               IF WS-NOME-DIGITADO = SPACES
                   MOVE OP-NOME TO WS-NOME-DIGITADO
               END-IF
               DISPLAY "PERFIL ATUAL: " OP-PERFIL
               IF OP-ID = WS-OPERADOR
                   MOVE OP-PERFIL TO WS-PERFIL-DIGITADO
                   DISPLAY "O PROPRIO PERFIL NAO E ALTERADO - PERFIL "
                       "MANTIDO"
               ELSE
                   DISPLAY "NOVO PERFIL (S/R/F/A, EM BRANCO MANTEM): "
                   MOVE SPACES TO WS-PERFIL-DIGITADO
                   ACCEPT WS-PERFIL-DIGITADO
                   IF WS-PERFIL-DIGITADO = SPACES
                       MOVE OP-PERFIL TO WS-PERFIL-DIGITADO
                   END-IF
               END-IF
               DISPLAY "VENCIMENTO ATUAL: " OP-DATA-EXPIRA
               DISPLAY "NOVO VENCIMENTO (AAAAMMDD, 0=SEM VENCIMENTO, "
                   "EM BRANCO MANTEM): "
               MOVE SPACES TO WS-EXPIRA-X
               ACCEPT WS-EXPIRA-X
               IF WS-EXPIRA-X = SPACES
                   MOVE OP-DATA-EXPIRA TO WS-EXPIRA-NUM
               END-IF
               MOVE "S" TO WS-CAMPOS-OK
               PERFORM CRITICAR-PERFIL-VENCIMENTO
               IF CAMPOS-OK
                   MOVE WS-NOME-DIGITADO   TO OP-NOME
                   MOVE WS-PERFIL-DIGITADO TO OP-PERFIL
                   MOVE WS-EXPIRA-NUM      TO OP-DATA-EXPIRA
                   REWRITE OP-OPERADOR-REC
                   IF WS-FS-OPERADOR = "00"
                       DISPLAY "OPERADOR ALTERADO COM SUCESSO"
                       MOVE SPACES TO WS-ACS-ACAO
                       STRING "ALTERACAO " OP-ID
                           DELIMITED BY SIZE INTO WS-ACS-ACAO
                       END-STRING
                       PERFORM REGISTRAR-MANUTENCAO
                   ELSE
                       DISPLAY "ERRO AO ALTERAR: " WS-FS-OPERADOR
                   END-IF
               END-IF
           END-IF.

      * SOLTA O OPERADOR BLOQUEADO PELAS SENHAS ERRADAS, ZERANDO A
      * CONTAGEM - A SENHA CONTINUA A MESMA.
       DESBLOQUEAR-OPERADOR.
           DISPLAY "ID DO OPERADOR A DESBLOQUEAR: "
           ACCEPT WS-ID-DIGITADO
           MOVE WS-ID-DIGITADO TO OP-ID
           READ OPERADOR-FILE KEY IS OP-ID
           IF WS-FS-OPERADOR NOT = "00"
               DISPLAY "OPERADOR NAO ENCONTRADO: " WS-FS-OPERADOR
           ELSE
               IF NOT OP-BLOQUEADO
                   DISPLAY "OPERADOR NAO ESTA BLOQUEADO"
               ELSE
                   SET OP-ATIVO TO TRUE
                   MOVE ZERO TO OP-TENTATIVAS
                   REWRITE OP-OPERADOR-REC
                   IF WS-FS-OPERADOR = "00"
                       DISPLAY "OPERADOR DESBLOQUEADO COM SUCESSO"
                       MOVE SPACES TO WS-ACS-ACAO
                       STRING "DESBLOQUEIO " OP-ID
                           DELIMITED BY SIZE INTO WS-ACS-ACAO
                       END-STRING
                       PERFORM REGISTRAR-MANUTENCAO
                   ELSE
                       DISPLAY "ERRO AO DESBLOQUEAR: " WS-FS-OPERADOR
                   END-IF
               END-IF
           END-IF.

      * SENHA NOVA (ESQUECIDA OU TROCA PERIODICA): GRAVA O HASH NOVO E
      * SOLTA O BLOQUEIO, JA QUE QUEM ESQUECEU A SENHA COSTUMA TER SE
      * BLOQUEADO TENTANDO.
       TROCAR-SENHA.
           DISPLAY "ID DO OPERADOR: "
           ACCEPT WS-ID-DIGITADO
           MOVE WS-ID-DIGITADO TO OP-ID
           READ OPERADOR-FILE KEY IS OP-ID
           IF WS-FS-OPERADOR NOT = "00"
               DISPLAY "OPERADOR NAO ENCONTRADO: " WS-FS-OPERADOR
           ELSE
               PERFORM PEDIR-SENHA-NOVA
               IF SENHA-OK
                   MOVE WS-HASH-NOVO TO OP-SENHA-HASH
                   SET OP-ATIVO TO TRUE
                   MOVE ZERO TO OP-TENTATIVAS
                   REWRITE OP-OPERADOR-REC
                   IF WS-FS-OPERADOR = "00"
                       DISPLAY "SENHA ALTERADA COM SUCESSO"
                       MOVE SPACES TO WS-ACS-ACAO
                       STRING "NOVA SENHA " OP-ID
                           DELIMITED BY SIZE INTO WS-ACS-ACAO
                       END-STRING
                       PERFORM REGISTRAR-MANUTENCAO
                   ELSE
                       DISPLAY "ERRO AO ALTERAR SENHA: "
                           WS-FS-OPERADOR
                   END-IF
               END-IF
           END-IF.

      * A CONSULTA NUNCA MOSTRA O HASH DA SENHA.
       CONSULTAR-OPERADOR.
           DISPLAY "ID DO OPERADOR A CONSULTAR: "
           ACCEPT WS-ID-DIGITADO
           MOVE WS-ID-DIGITADO TO OP-ID
           READ OPERADOR-FILE KEY IS OP-ID
           IF WS-FS-OPERADOR NOT = "00"
               DISPLAY "OPERADOR NAO ENCONTRADO: " WS-FS-OPERADOR
           ELSE
               DISPLAY "ID: " OP-ID
               DISPLAY "NOME: " OP-NOME
               EVALUATE TRUE
                   WHEN OP-PERFIL-SECRETARIA
                       DISPLAY "PERFIL: S (SECRETARIA)"
                   WHEN OP-PERFIL-RH
                       DISPLAY "PERFIL: R (RH)"
                   WHEN OP-PERFIL-FOLHA
                       DISPLAY "PERFIL: F (FOLHA)"
                   WHEN OTHER
                       DISPLAY "PERFIL: A (ADMINISTRADOR)"
               END-EVALUATE
               IF OP-DATA-EXPIRA = ZEROS
                   DISPLAY "VENCIMENTO: SEM VENCIMENTO"
               ELSE
                   DISPLAY "VENCIMENTO: " OP-DATA-EXPIRA
               END-IF
               IF OP-BLOQUEADO
                   DISPLAY "SITUACAO: BLOQUEADO"
               ELSE
                   DISPLAY "SITUACAO: ATIVO - SENHAS ERRADAS SEGUIDAS: "
                       OP-TENTATIVAS
               END-IF
               DISPLAY "ULTIMO ACESSO: " OP-DATA-ULT-ACESSO
               DISPLAY "INCLUIDO EM: " OP-DATA-INCLUSAO
           END-IF.

       CRITICAR-PERFIL-VENCIMENTO.
           MOVE WS-PERFIL-DIGITADO TO OP-PERFIL
           IF NOT OP-PERFIL-VALIDO
               MOVE "N" TO WS-CAMPOS-OK
               DISPLAY "PERFIL INVALIDO - USE S, R, F OU A"
           END-IF
           IF CAMPOS-OK
               IF WS-EXPIRA-X = "0" OR WS-EXPIRA-X = SPACES
                   MOVE ZEROS TO WS-EXPIRA-NUM
               END-IF
               IF WS-EXPIRA-X IS NOT NUMERIC
                   MOVE "N" TO WS-CAMPOS-OK
                   DISPLAY "VENCIMENTO INVALIDO - USE AAAAMMDD OU 0"
               END-IF
           END-IF.

      * PEDE A SENHA DUAS VEZES, SEM ECO; AS DUAS TEM QUE CONFERIR E
      * TER O TAMANHO MINIMO. DEVOLVE O HASH EM WS-HASH-NOVO.
       PEDIR-SENHA-NOVA.
           MOVE "N" TO WS-SENHA-OK
           MOVE SPACES TO WS-SENHA-1 WS-SENHA-2
           DISPLAY "SENHA (DE " WS-TAM-SENHA-MIN " A 12 POSICOES): "
           ACCEPT WS-SENHA-1 WITH SECURE
           DISPLAY "CONFIRME A SENHA: "
           ACCEPT WS-SENHA-2 WITH SECURE
           EVALUATE TRUE
               WHEN WS-SENHA-1 NOT = WS-SENHA-2
                   DISPLAY "AS SENHAS NAO CONFEREM - NADA GRAVADO"
               WHEN WS-SENHA-1 = SPACES
                   DISPLAY "SENHA EM BRANCO - NADA GRAVADO"
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-SENHA-1))
                       < WS-TAM-SENHA-MIN
                   DISPLAY "SENHA CURTA DEMAIS - NADA GRAVADO"
               WHEN OTHER
                   MOVE "S" TO WS-SENHA-OK
                   CALL "SENHA-HASH" USING WS-ID-DIGITADO
                                           WS-SENHA-1
                                           WS-HASH-NOVO
                   END-CALL
           END-EVALUATE
           MOVE SPACES TO WS-SENHA-1 WS-SENHA-2.

      * REGISTRA A MANUTENCAO (WS-ACS-ACAO JA MONTADA) NO REGISTRO DE
      * ACESSOS, EM NOME DO ADMINISTRADOR QUE A FEZ.
       REGISTRAR-MANUTENCAO.
           MOVE "M" TO WS-ACS-FUNCAO
           CALL "CONTROLE-ACESSO" USING WS-ACS-FUNCAO
                                         WS-ACS-PROGRAMA
                                         WS-ACS-ACAO
                                         WS-OPERADOR
                                         WS-ACS-PERFIL
                                         WS-ACS-AUTORIZADO
           END-CALL.

       END PROGRAM A051-OPERADORES.
