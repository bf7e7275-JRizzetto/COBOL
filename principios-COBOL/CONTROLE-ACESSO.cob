      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: ENTRADA DO OPERADOR E CONTROLE DE ACESSO POR PERFIL
      *          DAS TELAS DE MANUTENCAO (CADASTRO DE FUNCIONARIOS,
      *          CADASTRO DE ALUNOS, DIGITACAO DE NOTAS E CADASTRO DE
      *          OPERADORES) - SUBPROGRAMA COMPARTILHADO NO MOLDE DO
      *          CPF-VALIDADOR, PARA AS TELAS NAO REPETIREM A REGRA.
      *          FUNCOES (LK-FUNCAO):
      *          "E" ENTRADA: PEDE OPERADOR E SENHA (ATE 3 TENTATIVAS
      *              NA SESSAO), CONFERE O HASH DA SENHA, O BLOQUEIO E
      *              O VENCIMENTO NO CADASTRO DE OPERADORES E SE O
      *              PERFIL PODE A ACAO DA TELA (LK-ACAO). A TERCEIRA
      *              SENHA ERRADA SEGUIDA BLOQUEIA O OPERADOR, MESMO
      *              ENTRE SESSOES. DEVOLVE O OPERADOR E O PERFIL.
      *          "V" VERIFICAR: SO DIZ SE O PERFIL PODE A ACAO (EX.:
      *              SALARIO NO CADASTRO DE FUNCIONARIOS), SEM GRAVAR.
      *          "N" NEGAR: REGISTRA UMA ACAO NEGADA PELO PERFIL.
      *          "M" MANUTENCAO: REGISTRA UMA MANUTENCAO NO CADASTRO
      *              DE OPERADORES (LK-ACAO DIZ O QUE E COM QUEM).
      *          TODA ENTRADA, ACEITA OU RECUSADA, E TODA NEGACAO E
      *          MANUTENCAO VAO PARA data/ACESSOS.DAT (ACESSO-LOG-REC),
      *          QUE O RELATORIO DE ACESSOS (A052) RESUME POR OPERADOR.
      *          LK-AUTORIZADO VOLTA "S" OU "N".
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE-ACESSO.
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
           SELECT ACESSO-FILE ASSIGN TO DYNAMIC WS-ARQ-ACESSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACESSO.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-FILE.
       COPY OPERADOR-REC.
       FD  ACESSO-FILE.
       COPY ACESSO-LOG-REC.
       WORKING-STORAGE SECTION.
       01 WS-ARQ-OPERADOR   PIC X(40)
           VALUE "data/OPERADORES.DAT".
       01 WS-FS-OPERADOR                         PIC X(02) VALUE SPACES.
       01 WS-ARQ-ACESSO     PIC X(40)
           VALUE "data/ACESSOS.DAT".
       01 WS-FS-ACESSO                           PIC X(02) VALUE SPACES.
      * ACOES E PERFIS QUE PODEM CADA UMA ("S" SECRETARIA, "R" RH,
      * "F" FOLHA, "A" ADMINISTRADOR) - A REGRA DE QUEM MEXE EM QUE.
       01 WS-PERMISSAO-INIT.
           05 FILLER PIC X(24) VALUE "ALUNOS              SA  ".
           05 FILLER PIC X(24) VALUE "NOTAS               SA  ".
           05 FILLER PIC X(24) VALUE "FUNCIONARIO         RFA ".
           05 FILLER PIC X(24) VALUE "SALARIO             FA  ".
           05 FILLER PIC X(24) VALUE "OPERADORES          A   ".
           05 FILLER PIC X(24) VALUE "TURMAS              SA  ".
       01 WS-TABELA-PERMISSAO REDEFINES WS-PERMISSAO-INIT.
           05 WS-PM-ENTRADA OCCURS 6 TIMES.
               10 WS-PM-ACAO            PIC X(20).
               10 WS-PM-PERFIS          PIC X(04).
       01 WS-QTD-PERMISSOES PIC 9(02) VALUE 6.
       01 WS-IDX-PM         PIC 9(02) VALUE ZEROS.
       01 WS-IDX-PERFIL     PIC 9(01) VALUE ZERO.
      * DIGITACAO DA ENTRADA.
       01 WS-ID-DIGITADO    PIC X(08) VALUE SPACES.
       01 WS-SENHA-DIGITADA PIC X(12) VALUE SPACES.
       01 WS-HASH-DIGITADO  PIC 9(12) VALUE ZEROS.
       01 WS-MAX-TENTATIVAS PIC 9(01) VALUE 3.
       01 WS-TENTATIVAS-SESSAO PIC 9(01) VALUE ZERO.
       01 WS-FIM-ENTRADA                         PIC X(01) VALUE "N".
           88 FIM-ENTRADA                        VALUE "S".
       01 WS-DATA-HORA.
           05 WS-HOJE       PIC 9(08).
           05 WS-AGORA      PIC 9(06).
           05 FILLER        PIC X(07).
       LINKAGE SECTION.
       01 LK-FUNCAO                              PIC X(01).
       01 LK-PROGRAMA                            PIC X(20).
       01 LK-ACAO                                PIC X(20).
       01 LK-OPERADOR                            PIC X(08).
       01 LK-PERFIL                              PIC X(01).
       01 LK-AUTORIZADO                          PIC X(01).
       PROCEDURE DIVISION USING LK-FUNCAO
                                 LK-PROGRAMA
                                 LK-ACAO
                                 LK-OPERADOR
                                 LK-PERFIL
                                 LK-AUTORIZADO.

       MAIN-PROC.
           MOVE "N" TO LK-AUTORIZADO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA

           EVALUATE LK-FUNCAO
               WHEN "E"
                   PERFORM ENTRAR-OPERADOR
               WHEN "V"
                   PERFORM VERIFICAR-PERMISSAO
               WHEN "N"
                   SET AC-NEGADO TO TRUE
                   MOVE LK-OPERADOR TO AC-OPERADOR
                   PERFORM GRAVAR-ACESSO
               WHEN "M"
                   MOVE "S" TO LK-AUTORIZADO
                   SET AC-MANUTENCAO TO TRUE
                   MOVE LK-OPERADOR TO AC-OPERADOR
                   PERFORM GRAVAR-ACESSO
           END-EVALUATE
           GOBACK.

      * PEDE OPERADOR E SENHA ATE ACERTAR, ESGOTAR AS TENTATIVAS DA
      * SESSAO OU O OPERADOR DESISTIR (ID EM BRANCO).
       ENTRAR-OPERADOR.
           MOVE SPACES TO LK-OPERADOR LK-PERFIL
           OPEN I-O OPERADOR-FILE
           IF WS-FS-OPERADOR NOT = "00"
               DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL ("
                   WS-FS-OPERADOR ") - ENTRADA RECUSADA"
           ELSE
               MOVE ZERO TO WS-TENTATIVAS-SESSAO
               MOVE "N" TO WS-FIM-ENTRADA
               PERFORM UNTIL FIM-ENTRADA
                   PERFORM PEDIR-OPERADOR-SENHA
               END-PERFORM
               CLOSE OPERADOR-FILE
           END-IF.

       PEDIR-OPERADOR-SENHA.
           MOVE SPACES TO WS-ID-DIGITADO WS-SENHA-DIGITADA
           DISPLAY "OPERADOR (EM BRANCO PARA SAIR): "
           ACCEPT WS-ID-DIGITADO
           IF WS-ID-DIGITADO = SPACES
               SET FIM-ENTRADA TO TRUE
           ELSE
               DISPLAY "SENHA: "
               ACCEPT WS-SENHA-DIGITADA WITH SECURE
               MOVE WS-ID-DIGITADO TO AC-OPERADOR
               MOVE WS-ID-DIGITADO TO OP-ID
               READ OPERADOR-FILE KEY IS OP-ID
               EVALUATE TRUE
                   WHEN WS-FS-OPERADOR NOT = "00"
                       DISPLAY "OPERADOR OU SENHA INVALIDOS"
                       SET AC-INEXISTENTE TO TRUE
                       PERFORM GRAVAR-ACESSO
                       PERFORM CONTAR-TENTATIVA-SESSAO
                   WHEN OP-BLOQUEADO
                       DISPLAY "OPERADOR BLOQUEADO - PROCURE O "
                           "ADMINISTRADOR"
                       SET AC-JA-BLOQUEADO TO TRUE
                       PERFORM GRAVAR-ACESSO
                       SET FIM-ENTRADA TO TRUE
                   WHEN OP-DATA-EXPIRA > ZEROS
                        AND OP-DATA-EXPIRA < WS-HOJE
                       DISPLAY "ACESSO DO OPERADOR VENCIDO EM "
                           OP-DATA-EXPIRA " - PROCURE O ADMINISTRADOR"
                       SET AC-EXPIRADO TO TRUE
                       PERFORM GRAVAR-ACESSO
                       SET FIM-ENTRADA TO TRUE
                   WHEN OTHER
                       CALL "SENHA-HASH" USING WS-ID-DIGITADO
                                               WS-SENHA-DIGITADA
                                               WS-HASH-DIGITADO
                       END-CALL
                       IF WS-HASH-DIGITADO = OP-SENHA-HASH
                           PERFORM ACEITAR-OPERADOR
                       ELSE
                           PERFORM RECUSAR-SENHA
                       END-IF
               END-EVALUATE
           END-IF.

      * SENHA CERTA: ZERA AS TENTATIVAS, CARIMBA O ULTIMO ACESSO E SO
      * ENTAO CONFERE SE O PERFIL PODE A TELA.
       ACEITAR-OPERADOR.
           MOVE ZERO TO OP-TENTATIVAS
           MOVE WS-HOJE TO OP-DATA-ULT-ACESSO
           REWRITE OP-OPERADOR-REC
           SET FIM-ENTRADA TO TRUE
           MOVE OP-PERFIL TO LK-PERFIL
           PERFORM VERIFICAR-PERMISSAO
           IF LK-AUTORIZADO = "S"
               MOVE OP-ID TO LK-OPERADOR
               SET AC-ENTRADA TO TRUE
               PERFORM GRAVAR-ACESSO
               DISPLAY "OPERADOR " FUNCTION TRIM(OP-ID) " - "
                   FUNCTION TRIM(OP-NOME)
           ELSE
               DISPLAY "PERFIL " OP-PERFIL " SEM ACESSO A ESTA TELA ("
                   FUNCTION TRIM(LK-ACAO) ")"
               MOVE SPACES TO LK-PERFIL
               SET AC-NEGADO TO TRUE
               PERFORM GRAVAR-ACESSO
           END-IF.

      * SENHA ERRADA: A CONTAGEM FICA NO CADASTRO, ENTAO FECHAR A TELA
      * E ABRIR DE NOVO NAO ZERA - NA TERCEIRA SEGUIDA, BLOQUEIO.
       RECUSAR-SENHA.
           ADD 1 TO OP-TENTATIVAS
           IF OP-TENTATIVAS >= WS-MAX-TENTATIVAS
               SET OP-BLOQUEADO TO TRUE
               SET AC-BLOQUEIO TO TRUE
               DISPLAY "SENHA INVALIDA - OPERADOR BLOQUEADO, PROCURE O "
                   "ADMINISTRADOR"
               SET FIM-ENTRADA TO TRUE
           ELSE
               SET AC-SENHA-ERRADA TO TRUE
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
               PERFORM CONTAR-TENTATIVA-SESSAO
           END-IF
           REWRITE OP-OPERADOR-REC
           PERFORM GRAVAR-ACESSO.

       CONTAR-TENTATIVA-SESSAO.
           ADD 1 TO WS-TENTATIVAS-SESSAO
           IF WS-TENTATIVAS-SESSAO >= WS-MAX-TENTATIVAS
               DISPLAY "TENTATIVAS ESGOTADAS - ENTRADA RECUSADA"
               SET FIM-ENTRADA TO TRUE
           END-IF.

      * O PERFIL PODE A ACAO QUANDO ESTA ENTRE OS PERFIS DELA NA
      * TABELA. ACAO FORA DA TABELA NAO E PERMITIDA A NINGUEM.
       VERIFICAR-PERMISSAO.
           MOVE "N" TO LK-AUTORIZADO
           IF LK-PERFIL NOT = SPACES
               PERFORM VARYING WS-IDX-PM FROM 1 BY 1
                       UNTIL WS-IDX-PM > WS-QTD-PERMISSOES
                   IF WS-PM-ACAO(WS-IDX-PM) = LK-ACAO
                       PERFORM VARYING WS-IDX-PERFIL FROM 1 BY 1
                               UNTIL WS-IDX-PERFIL > 4
                           IF WS-PM-PERFIS(WS-IDX-PM)
                                   (WS-IDX-PERFIL:1) = LK-PERFIL
                               MOVE "S" TO LK-AUTORIZADO
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      * APPENDA O EVENTO NO REGISTRO DE ACESSOS (AC-EVENTO E
      * AC-OPERADOR JA PREENCHIDOS PELO CHAMADOR DO PARAGRAFO).
       GRAVAR-ACESSO.
           MOVE WS-HOJE     TO AC-DATA
           MOVE WS-AGORA    TO AC-HORA
           MOVE LK-PROGRAMA TO AC-PROGRAMA
           MOVE LK-ACAO     TO AC-ACAO
           OPEN EXTEND ACESSO-FILE
           IF WS-FS-ACESSO = "35"
               OPEN OUTPUT ACESSO-FILE
               CLOSE ACESSO-FILE
               OPEN EXTEND ACESSO-FILE
           END-IF
           IF WS-FS-ACESSO NOT = "00"
               DISPLAY "ERRO AO ABRIR REGISTRO DE ACESSOS: "
                   WS-FS-ACESSO
           ELSE
               WRITE AC-ACESSO-REC
               CLOSE ACESSO-FILE
           END-IF.

       END PROGRAM CONTROLE-ACESSO.
