      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: RELATORIO DO TITULAR (LGPD) - RESPONDE AO PEDIDO "TUDO
      *          O QUE A ESCOLA GUARDA SOBRE MIM". DADO O CPF OU A
      *          MATRICULA DE UM FUNCIONARIO, OU A MATRICULA DE UM
      *          ALUNO, JUNTA EM data/LGPD_TITULAR.TXT, COM O CABECALHO
      *          COMPARTILHADO:
      *          - O CADASTRO MESTRE CAMPO A CAMPO (E, PARA O ALUNO, O
      *            RESPONSAVEL FINANCEIRO DA FAMILIA);
      *          - CADA REGISTRO DA PESSOA NOS ARQUIVOS DA SUITE (TABELA
      *            DE ARQUIVOS ABAIXO, COM A POSICAO DA MATRICULA EM
      *            CADA LAYOUT - O TEXTO LIVRE DO HISTORICO DE
      *            AVALIACOES E PROCURADO NA LINHA INTEIRA E A TRILHA DE
      *            AUDITORIA NAS IMAGENS ANTES E DEPOIS);
      *          - OS MESMOS ARQUIVOS NOS VOLUMES DOS ANOS JA
      *            ARQUIVADOS (A047), PELO CONTROLE DE ANOS FECHADOS;
      *          - AS ANONIMIZACOES JA FEITAS PARA A PESSOA (A050).
      *          CADA ARQUIVO LIDO SAI LISTADO, MESMO SEM REGISTRO DA
      *          PESSOA, PARA A RESPOSTA MOSTRAR ONDE SE PROCUROU. SO
      *          LEITURA - NENHUM ARQUIVO E ALTERADO.
      *          PARAMETROS (VARIAVEIS DE AMBIENTE):
      *            LGPD_CPF       - CPF DO FUNCIONARIO (11 DIGITOS);
      *                             INFORMADO, DISPENSA OS OUTROS DOIS
      *            LGPD_TIPO      - F (FUNCIONARIO) OU A (ALUNO)
      *            LGPD_MATRICULA - MATRICULA COM 6 DIGITOS
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A049-LGPD-TITULAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO DYNAMIC WS-ARQ-FUNC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-ID-FUNC
               ALTERNATE RECORD KEY IS FM-CPF-FUNC
               FILE STATUS IS WS-FS-FUNC.
           SELECT ALUNO-MASTER ASSIGN TO DYNAMIC WS-ARQ-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-MATRICULA
               FILE STATUS IS WS-FS-MASTER.
           SELECT RESP-FILE ASSIGN TO DYNAMIC WS-ARQ-RESP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESP.
           SELECT ANOFECH-FILE ASSIGN TO DYNAMIC WS-ARQ-ANOFECH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANOFECH.
           SELECT LOG-FILE ASSIGN TO DYNAMIC WS-ARQ-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
      * O ARQUIVO DA VEZ - O NOME DYNAMIC E MONTADO PELA TABELA DE
      * ARQUIVOS (E PELO ANO, NOS VOLUMES DE ARQUIVO).
           SELECT VIVO-FILE ASSIGN TO DYNAMIC WS-ARQ-VIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VIVO.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY FUNCIONARIO-REC.
       FD  ALUNO-MASTER.
       COPY ALUNO-MASTER-REC.
       FD  RESP-FILE.
       COPY RESP-FINANCEIRO-REC.
       FD  ANOFECH-FILE.
       COPY ANO-FECHADO-REC.
       FD  LOG-FILE.
       COPY LGPD-LOG-REC.
       FD  VIVO-FILE.
       01  VV-LINHA                PIC X(440).
       FD  RELATORIO-FILE.
       01  RL-LINHA                PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-FUNC       PIC X(40)
           VALUE "data/FUNCIONARIOS.DAT".
       01 WS-FS-FUNC                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-MASTER     PIC X(40)
           VALUE "data/ALUNOS_MASTER.DAT".
       01 WS-FS-MASTER                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-RESP       PIC X(40)
           VALUE "data/RESPONSAVEIS.DAT".
       01 WS-FS-RESP                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-ANOFECH    PIC X(40)
           VALUE "data/ANOS_FECHADOS.DAT".
       01 WS-FS-ANOFECH                          PIC X(02) VALUE SPACES.
       01 WS-ARQ-LOG        PIC X(40)
           VALUE "data/LGPD_ANONIMIZACOES.DAT".
       01 WS-FS-LOG                              PIC X(02) VALUE SPACES.
       01 WS-ARQ-VIVO       PIC X(40) VALUE SPACES.
       01 WS-FS-VIVO                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-RELATORIO  PIC X(40)
           VALUE "data/LGPD_TITULAR.TXT".
       01 WS-FS-RELATORIO                        PIC X(02) VALUE SPACES.
       01 WS-FIM-ARQUIVO                         PIC X(01) VALUE "N".
           88 FIM-ARQUIVO                        VALUE "S".
      * ARQUIVOS COM REGISTROS DE PESSOA: CODIGO, NOME EM data/, TIPO
      * DE TITULAR, POSICOES DA MATRICULA NO REGISTRO (POSICAO ZERO =
      * PROCURA NA LINHA INTEIRA; SEGUNDA POSICAO ZERO = SO A
      * PRIMEIRA) E SE O ARQUIVO TEM VOLUMES DE ARQUIVO ANUAL.
       01 WS-AT-TAB-INIT.
           05 FILLER PIC X(42) VALUE
              "DEPEDEPENDENTES.DAT               F001000N".
           05 FILLER PIC X(42) VALUE
              "FACUFOLHA_ACUMULADO.DAT           F001000S".
           05 FILLER PIC X(42) VALUE
              "CHISCONTRACHEQUE_HIST.DAT         F001000N".
           05 FILLER PIC X(42) VALUE
              "PENSPENSAO_JUDICIAL.DAT           F001000N".
           05 FILLER PIC X(42) VALUE
              "RESCRESCISOES_HIST.DAT            F001000N".
           05 FILLER PIC X(42) VALUE
              "FERHFERIAS_HIST.DAT               F001000N".
           05 FILLER PIC X(42) VALUE
              "FERPFERIAS_PROGRAMA.DAT           F001000N".
           05 FILLER PIC X(42) VALUE
              "CONSCONSIGNADOS.DAT               F001000N".
           05 FILLER PIC X(42) VALUE
              "AFASAFASTAMENTOS.DAT              F001000N".
           05 FILLER PIC X(42) VALUE
              "ADTOADIANTAMENTOS.DAT             F001000N".
           05 FILLER PIC X(42) VALUE
              "SALVSALARIOS_VIGENCIA.DAT         F001000N".
           05 FILLER PIC X(42) VALUE
              "BENEBENEFICIOS.DAT                F001000N".
           05 FILLER PIC X(42) VALUE
              "PROVPROVISAO_FUNC.DAT             F007000N".
           05 FILLER PIC X(42) VALUE
              "FGTSFGTS_EXTRATO.DAT              F001000N".
           05 FILLER PIC X(42) VALUE
              "LOTALOTACOES.DAT                  F001000N".
           05 FILLER PIC X(42) VALUE
              "PONTPONTO_MARCACOES.DAT           F001000N".
           05 FILLER PIC X(42) VALUE
              "JORNJORNADAS.DAT                  F001000N".
           05 FILLER PIC X(42) VALUE
              "ESOCESOCIAL_CONTROLE.DAT          F001000N".
           05 FILLER PIC X(42) VALUE
              "CPENCREDITOS_PENDENTES.DAT        F001000N".
           05 FILLER PIC X(42) VALUE
              "FMOVFOLHA_MOVIMENTO.DAT           F001000N".
           05 FILLER PIC X(42) VALUE
              "FLIQFOLHA_LIQUIDOS.DAT            F001000N".
           05 FILLER PIC X(42) VALUE
              "AUDIFUNC_AUDITORIA.TXT            F040183S".
           05 FILLER PIC X(42) VALUE
              "SAIDALUNOS_SAIDAS.DAT             A001000N".
           05 FILLER PIC X(42) VALUE
              "ALUNALUNOS.DAT                    A001000N".
           05 FILLER PIC X(42) VALUE
              "RSLTRESULTADOS.DAT                A001000N".
           05 FILLER PIC X(42) VALUE
              "HAVLHISTORICO_AVALIACOES.TXT      A000000S".
           05 FILLER PIC X(42) VALUE
              "HNOTHISTORICO_NOTAS.DAT           A001000S".
           05 FILLER PIC X(42) VALUE
              "RANURESULTADOS_ANUAIS.DAT         A001000N".
           05 FILLER PIC X(42) VALUE
              "CONSCONSELHO_DECISOES.DAT         A001000N".
           05 FILLER PIC X(42) VALUE
              "RETIRETIFICACOES.DAT              A001000N".
           05 FILLER PIC X(42) VALUE
              "TRANTRANSFERENCIAS.DAT            A001000N".
           05 FILLER PIC X(42) VALUE
              "DEPADEPENDENCIAS.DAT              A001000N".
           05 FILLER PIC X(42) VALUE
              "NDEPNOTAS_DEPENDENCIA.DAT         A001000N".
           05 FILLER PIC X(42) VALUE
              "PRESPRESENCAS.DAT                 A001000N".
           05 FILLER PIC X(42) VALUE
              "FAPUFREQUENCIA_APURADA.DAT        A001000N".
           05 FILLER PIC X(42) VALUE
              "ALRTALERTAS_FREQUENCIA.DAT        A001000S".
           05 FILLER PIC X(42) VALUE
              "COBRCOBRANCAS.DAT                 A001000S".
           05 FILLER PIC X(42) VALUE
              "ACORACORDOS.DAT                   A013000N".
           05 FILLER PIC X(42) VALUE
              "RECBRECEBIMENTOS.DAT              A001000N".
           05 FILLER PIC X(42) VALUE
              "DESCDESCONTOS_ALUNO.DAT           A001000N".
           05 FILLER PIC X(42) VALUE
              "REMPREMATRICULA_PENDENTE.DAT      A001000N".
           05 FILLER PIC X(42) VALUE
              "LIVRLIVRO_REGISTRO.DAT            A007000S".
           05 FILLER PIC X(42) VALUE
              "AALUALUNO_AUDITORIA.TXT           A040214N".
           05 FILLER PIC X(42) VALUE
              "CNOTCAPTURA_NOTAS.DAT             A024000N".
       01 WS-TABELA-ARQUIVOS REDEFINES WS-AT-TAB-INIT.
           05 WS-AT-ENTRADA OCCURS 44 TIMES.
               10 WS-AT-CODIGO          PIC X(04).
               10 WS-AT-NOME            PIC X(30).
               10 WS-AT-TIPO            PIC X(01).
               10 WS-AT-POS-1           PIC 9(03).
               10 WS-AT-POS-2           PIC 9(03).
               10 WS-AT-ARQUIVADO       PIC X(01).
       01 WS-QTD-ARQUIVOS   PIC 9(02) VALUE 44.
       01 WS-IDX-AT         PIC 9(02) VALUE ZEROS.
      * ANOS JA ARQUIVADOS PELO ARQUIVAMENTO ANUAL.
       01 WS-ANO-TABELA.
           05 WS-AN-ANO OCCURS 50 TIMES PIC 9(04).
       01 WS-QTD-ANOS       PIC 9(02) VALUE ZEROS.
       01 WS-IDX-AN         PIC 9(02) VALUE ZEROS.
       01 WS-ANO-JA-LIDO                         PIC X(01) VALUE "N".
           88 ANO-JA-LIDO                        VALUE "S".
      * PARAMETROS E TITULAR.
       01 WS-PARAMETRO-OK                        PIC X(01) VALUE "S".
           88 PARAMETRO-OK                       VALUE "S".
       01 WS-CPF-X          PIC X(11) VALUE SPACES.
       01 WS-CPF            PIC 9(11) VALUE ZEROS.
       01 WS-TIPO-TITULAR                        PIC X(01) VALUE SPACES.
           88 TITULAR-ALUNO                      VALUE "A".
           88 TITULAR-FUNCIONARIO                VALUE "F".
           88 TIPO-TITULAR-VALIDO                VALUE "A" "F".
       01 WS-CHAVE-X        PIC X(06) VALUE SPACES.
       01 WS-TEM-CADASTRO                        PIC X(01) VALUE "N".
           88 TEM-CADASTRO                       VALUE "S".
       01 WS-COD-RESP       PIC 9(06) VALUE ZEROS.
      * CONFERENCIA DA CHAVE NO REGISTRO LIDO.
       01 WS-ACHOU-CHAVE                         PIC X(01) VALUE "N".
           88 ACHOU-CHAVE                        VALUE "S".
       01 WS-QTD-OCORRENCIAS PIC 9(03) VALUE ZEROS.
       01 WS-POS-SEGMENTO   PIC 9(03) VALUE ZEROS.
      * CONTADORES.
       01 WS-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       01 WS-QTD-ACHADOS-ARQ PIC 9(07) VALUE ZEROS.
       01 WS-QTD-ACHADOS    PIC 9(07) VALUE ZEROS.
       01 WS-QTD-ARQ-LIDOS  PIC 9(03) VALUE ZEROS.
       01 WS-QTD-ANONIMIZACOES PIC 9(05) VALUE ZEROS.
      * CAMPOS DE EDICAO DO RELATORIO.
       01 WS-AUX-QTD-1      PIC Z.ZZZ.ZZ9.
       01 WS-AUX-QTD-2      PIC Z.ZZZ.ZZ9.
       01 WS-AUX-SALARIO    PIC ZZ.ZZ9,99.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA PIC X(120) VALUE SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "RELATORIO DO TITULAR (LGPD) - A049-LGPD-TITULAR"

           PERFORM LER-PARAMETROS
           IF NOT PARAMETRO-OK
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "RELATORIO DO TITULAR - LGPD" TO WS-CAB-TITULO
           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO DO TITULAR: "
                   WS-FS-RELATORIO
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM IMPRIMIR-CABECALHO-TITULAR

           IF TITULAR-FUNCIONARIO
               PERFORM IMPRIMIR-CADASTRO-FUNCIONARIO
           ELSE
               PERFORM IMPRIMIR-CADASTRO-ALUNO
           END-IF

      * CPF QUE NAO ESTA NO CADASTRO NAO DA A MATRICULA PARA PROCURAR
      * NO RESTO DA SUITE.
           IF WS-CHAVE-X = SPACES
               MOVE SPACES TO RL-LINHA
               STRING "CPF " WS-CPF-X " NAO CONSTA DO CADASTRO DE "
                      "FUNCIONARIOS - NENHUM DADO DO TITULAR"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-TITULAR
               DISPLAY FUNCTION TRIM(RL-LINHA)
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ALERTA TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-TITULAR
           MOVE "REGISTROS NOS ARQUIVOS DA SUITE" TO RL-LINHA
           PERFORM GRAVAR-LINHA-TITULAR
           PERFORM VARYING WS-IDX-AT FROM 1 BY 1
                   UNTIL WS-IDX-AT > WS-QTD-ARQUIVOS
               IF WS-AT-TIPO(WS-IDX-AT) = WS-TIPO-TITULAR
                   MOVE SPACES TO WS-ARQ-VIVO
                   STRING "data/" FUNCTION TRIM(WS-AT-NOME(WS-IDX-AT))
                       DELIMITED BY SIZE INTO WS-ARQ-VIVO
                   END-STRING
                   PERFORM CONSULTAR-ARQUIVO
               END-IF
           END-PERFORM

           PERFORM CARREGAR-ANOS-ARQUIVADOS
           IF WS-QTD-ANOS > 0
               MOVE SPACES TO RL-LINHA
               PERFORM GRAVAR-LINHA-TITULAR
               MOVE "REGISTROS NOS VOLUMES DE ANOS ARQUIVADOS" TO
                   RL-LINHA
               PERFORM GRAVAR-LINHA-TITULAR
               PERFORM VARYING WS-IDX-AN FROM 1 BY 1
                       UNTIL WS-IDX-AN > WS-QTD-ANOS
                   PERFORM CONSULTAR-VOLUMES-ANO
               END-PERFORM
           END-IF

           PERFORM IMPRIMIR-ANONIMIZACOES

           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-TITULAR
           MOVE WS-QTD-ACHADOS TO WS-AUX-QTD-1
           MOVE SPACES TO RL-LINHA
           STRING "REGISTROS DO TITULAR: " WS-AUX-QTD-1
                  " EM " WS-QTD-ARQ-LIDOS " ARQUIVO(S) LIDO(S)"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-TITULAR
           DISPLAY FUNCTION TRIM(RL-LINHA)
           CLOSE RELATORIO-FILE

           IF WS-QTD-ACHADOS = 0 AND NOT TEM-CADASTRO
               DISPLAY "NENHUM DADO DO TITULAR NA SUITE"
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF
           GOBACK.

      * LE E VALIDA OS PARAMETROS. O CPF SO IDENTIFICA FUNCIONARIO - O
      * CADASTRO DE ALUNOS NAO TEM CPF.
       LER-PARAMETROS.
           MOVE "S" TO WS-PARAMETRO-OK
           ACCEPT WS-CPF-X FROM ENVIRONMENT "LGPD_CPF"
           IF WS-CPF-X NOT = SPACES
               IF WS-CPF-X IS NOT NUMERIC
                   DISPLAY "LGPD_CPF INVALIDO (" WS-CPF-X
                       ") - INFORME OS 11 DIGITOS"
                   MOVE "N" TO WS-PARAMETRO-OK
               ELSE
                   MOVE WS-CPF-X TO WS-CPF
                   SET TITULAR-FUNCIONARIO TO TRUE
               END-IF
           ELSE
               ACCEPT WS-TIPO-TITULAR FROM ENVIRONMENT "LGPD_TIPO"
               IF NOT TIPO-TITULAR-VALIDO
                   DISPLAY "LGPD_TIPO INVALIDO (" WS-TIPO-TITULAR
                       ") - F (FUNCIONARIO) OU A (ALUNO)"
                   MOVE "N" TO WS-PARAMETRO-OK
               END-IF
               ACCEPT WS-CHAVE-X FROM ENVIRONMENT "LGPD_MATRICULA"
               IF WS-CHAVE-X IS NOT NUMERIC
                   DISPLAY "LGPD_MATRICULA INVALIDA (" WS-CHAVE-X
                       ") - INFORME OS 6 DIGITOS"
                   MOVE "N" TO WS-PARAMETRO-OK
               END-IF
           END-IF.

      * CADASTRO DO FUNCIONARIO, PELA MATRICULA OU PELA CHAVE
      * ALTERNATIVA DE CPF. PELO CPF, E O CADASTRO QUE DA A MATRICULA.
       IMPRIMIR-CADASTRO-FUNCIONARIO.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-FUNC NOT = "00"
               MOVE SPACES TO RL-LINHA
               STRING "CADASTRO DE FUNCIONARIOS NAO ABERTO (STATUS "
                      WS-FS-FUNC ")"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-TITULAR
               DISPLAY FUNCTION TRIM(RL-LINHA)
           ELSE
               IF WS-CPF-X NOT = SPACES
                   MOVE WS-CPF TO FM-CPF-FUNC
                   READ EMPLOYEE-MASTER KEY IS FM-CPF-FUNC
               ELSE
                   MOVE WS-CHAVE-X TO FM-ID-FUNC
                   READ EMPLOYEE-MASTER KEY IS FM-ID-FUNC
               END-IF
               IF WS-FS-FUNC = "00"
                   MOVE "S" TO WS-TEM-CADASTRO
                   MOVE FM-ID-FUNC TO WS-CHAVE-X
               END-IF
               CLOSE EMPLOYEE-MASTER
           END-IF

           MOVE SPACES TO RL-LINHA
           IF WS-CPF-X NOT = SPACES
               STRING "TITULAR: FUNCIONARIO - CPF " WS-CPF-X
                      " - MATRICULA " WS-CHAVE-X
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
           ELSE
               STRING "TITULAR: FUNCIONARIO - MATRICULA " WS-CHAVE-X
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
           END-IF
           PERFORM GRAVAR-LINHA-TITULAR
           DISPLAY FUNCTION TRIM(RL-LINHA)
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-TITULAR

           IF NOT TEM-CADASTRO
               MOVE "CADASTRO DE FUNCIONARIOS: SEM REGISTRO DO TITULAR"
                   TO RL-LINHA
               PERFORM GRAVAR-LINHA-TITULAR
           ELSE
               MOVE "CADASTRO DE FUNCIONARIOS (data/FUNCIONARIOS.DAT)"
                   TO RL-LINHA
               PERFORM GRAVAR-LINHA-TITULAR
               MOVE FM-SALA-FUNC TO WS-AUX-SALARIO
               MOVE SPACES TO RL-LINHA
               STRING "    NOME........: " FM-NOME-FUNC
                      "  CPF: " FM-CPF-FUNC
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-TITULAR
               MOVE SPACES TO RL-LINHA
               STRING "    TELEFONE....: " FM-TEL-FUNC
                      "  ENDERECO: " FM-ENDER-FUNC
                      " (" FM-TIPO-ENDER ")"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-TITULAR
               MOVE SPACES TO RL-LINHA
               STRING "    BANCO.......: " FM-BANCO-FUNC
                      "  AGENCIA: " FM-AGENCIA-FUNC
                      "  CONTA: " FM-CONTA-FUNC
                      "  MOEDA: " FM-MOEDA-FUNC
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-TITULAR
               MOVE SPACES TO RL-LINHA
               STRING "    SALARIO.....: " WS-AUX-SALARIO
                      "  SITUACAO: " FM-STATUS-FUNC
                      "  ADMISSAO: " FM-DATA-ADMISSAO
                      "  DESLIGAMENTO: " FM-DATA-DESLIGAMENTO
                      "  CAUSA: " FM-CAUSA-DESLIG
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-TITULAR
           END-IF.

      * CADASTRO MESTRE DO ALUNO E O RESPONSAVEL FINANCEIRO DA FAMILIA.
       IMPRIMIR-CADASTRO-ALUNO.
           MOVE SPACES TO RL-LINHA
           STRING "TITULAR: ALUNO - MATRICULA " WS-CHAVE-X
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-TITULAR
           DISPLAY FUNCTION TRIM(RL-LINHA)
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-TITULAR

           OPEN INPUT ALUNO-MASTER
           IF WS-FS-MASTER NOT = "00"
               MOVE SPACES TO RL-LINHA
               STRING "CADASTRO MESTRE DE ALUNOS NAO ABERTO (STATUS "
                      WS-FS-MASTER ")"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-TITULAR
               DISPLAY FUNCTION TRIM(RL-LINHA)
           ELSE
               MOVE WS-CHAVE-X TO AM-MATRICULA
               READ ALUNO-MASTER KEY IS AM-MATRICULA
               IF WS-FS-MASTER = "00"
                   MOVE "S" TO WS-TEM-CADASTRO
               END-IF
               CLOSE ALUNO-MASTER
           END-IF

           IF NOT TEM-CADASTRO
               MOVE "CADASTRO MESTRE DE ALUNOS: SEM REGISTRO DO TITULAR"
                   TO RL-LINHA
               PERFORM GRAVAR-LINHA-TITULAR
           ELSE
               MOVE "CADASTRO MESTRE DE ALUNOS (data/ALUNOS_MASTER.DAT)"
                   TO RL-LINHA
               PERFORM GRAVAR-LINHA-TITULAR
               MOVE SPACES TO RL-LINHA
               STRING "    NOME........: " AM-NOME-ALUNO
                      "  NASCIMENTO: " AM-DATA-NASC
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-TITULAR
               MOVE SPACES TO RL-LINHA
               STRING "    RESPONSAVEL.: " AM-NOME-RESP
                      "  CODIGO DA FAMILIA: " AM-COD-RESP
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-TITULAR
               MOVE SPACES TO RL-LINHA
               STRING "    ENDERECO....: " AM-ENDER-RESP
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-TITULAR
               MOVE SPACES TO RL-LINHA
               STRING "    SITUACAO....: " AM-SITUACAO
                      "  SAIDA: " AM-DATA-SAIDA
                      "  MOTIVO: " AM-MOTIVO-SAIDA
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-TITULAR
               IF AM-COD-RESP > ZEROS
                   MOVE AM-COD-RESP TO WS-COD-RESP
                   PERFORM IMPRIMIR-RESPONSAVEL
               END-IF
           END-IF.

       IMPRIMIR-RESPONSAVEL.
           OPEN INPUT RESP-FILE
           IF WS-FS-RESP = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ RESP-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF RF-COD-RESP = WS-COD-RESP
                               MOVE SPACES TO RL-LINHA
                               STRING "    RESPONSAVEL FINANCEIRO "
                                      "(data/RESPONSAVEIS.DAT): "
                                      RF-COD-RESP " " RF-NOME-RESP
                                      " AGRUPAR=" RF-AGRUPAR
                                      " PRO-RATA=" RF-PRO-RATA
                                   DELIMITED BY SIZE INTO RL-LINHA
                               END-STRING
                               PERFORM GRAVAR-LINHA-TITULAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESP-FILE
           END-IF.

      * LE UM ARQUIVO E LISTA OS REGISTROS DO TITULAR. ARQUIVO QUE NAO
      * EXISTE E NORMAL - NEM TODA INSTALACAO USA TODOS OS MODULOS.
       CONSULTAR-ARQUIVO.
           OPEN INPUT VIVO-FILE
           IF WS-FS-VIVO NOT = "00"
               MOVE SPACES TO RL-LINHA
               STRING "  " FUNCTION TRIM(WS-ARQ-VIVO)
                      " - NAO EXISTE (STATUS " WS-FS-VIVO ")"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-TITULAR
           ELSE
               ADD 1 TO WS-QTD-ARQ-LIDOS
               MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-ACHADOS-ARQ
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ VIVO-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                           PERFORM CONFERIR-CHAVE
                           IF ACHOU-CHAVE
                               IF WS-QTD-ACHADOS-ARQ = 0
                                   MOVE SPACES TO RL-LINHA
                                   STRING "  "
                                       FUNCTION TRIM(WS-ARQ-VIVO)
                                       DELIMITED BY SIZE INTO RL-LINHA
                                   END-STRING
                                   PERFORM GRAVAR-LINHA-TITULAR
                               END-IF
                               PERFORM IMPRIMIR-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIVO-FILE
               MOVE WS-QTD-LIDOS TO WS-AUX-QTD-1
               MOVE WS-QTD-ACHADOS-ARQ TO WS-AUX-QTD-2
               MOVE SPACES TO RL-LINHA
               IF WS-QTD-ACHADOS-ARQ = 0
                   STRING "  " FUNCTION TRIM(WS-ARQ-VIVO)
                          " - LIDOS: " WS-AUX-QTD-1
                          "  DO TITULAR: NENHUM"
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
               ELSE
                   STRING "    LIDOS: " WS-AUX-QTD-1
                          "  DO TITULAR: " WS-AUX-QTD-2
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
               END-IF
               PERFORM GRAVAR-LINHA-TITULAR
           END-IF.

      * A MATRICULA NA POSICAO DO LAYOUT, OU EM QUALQUER PONTO DA
      * LINHA QUANDO O ARQUIVO E TEXTO LIVRE.
       CONFERIR-CHAVE.
           MOVE "N" TO WS-ACHOU-CHAVE
           IF WS-AT-POS-1(WS-IDX-AT) = 0
               MOVE ZEROS TO WS-QTD-OCORRENCIAS
               INSPECT VV-LINHA TALLYING WS-QTD-OCORRENCIAS
                   FOR ALL WS-CHAVE-X
               IF WS-QTD-OCORRENCIAS > 0
                   MOVE "S" TO WS-ACHOU-CHAVE
               END-IF
           ELSE
               IF VV-LINHA(WS-AT-POS-1(WS-IDX-AT):6) = WS-CHAVE-X
                   MOVE "S" TO WS-ACHOU-CHAVE
               END-IF
               IF WS-AT-POS-2(WS-IDX-AT) > 0
                       AND VV-LINHA(WS-AT-POS-2(WS-IDX-AT):6)
                           = WS-CHAVE-X
                   MOVE "S" TO WS-ACHOU-CHAVE
               END-IF
           END-IF.

      * O REGISTRO SAI INTEIRO, COMO ESTA NO ARQUIVO, EM TRECHOS DA
      * LARGURA DO RELATORIO (A LINHA DA AUDITORIA PASSA DE 400).
       IMPRIMIR-REGISTRO.
           ADD 1 TO WS-QTD-ACHADOS-ARQ
           ADD 1 TO WS-QTD-ACHADOS
           MOVE SPACES TO RL-LINHA
           STRING "    " VV-LINHA(1:110)
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-TITULAR
           PERFORM VARYING WS-POS-SEGMENTO FROM 111 BY 110
                   UNTIL WS-POS-SEGMENTO > 440
               IF VV-LINHA(WS-POS-SEGMENTO:110) NOT = SPACES
                   MOVE SPACES TO RL-LINHA
                   STRING "      " VV-LINHA(WS-POS-SEGMENTO:110)
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-TITULAR
               END-IF
           END-PERFORM.

      * ANOS COM A MARCA "A" NO CONTROLE DE ANOS FECHADOS.
       CARREGAR-ANOS-ARQUIVADOS.
           OPEN INPUT ANOFECH-FILE
           IF WS-FS-ANOFECH = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ANOFECH-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF AF-ARQUIVADO
                               PERFORM GUARDAR-ANO-ARQUIVADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANOFECH-FILE
           END-IF.

       GUARDAR-ANO-ARQUIVADO.
           MOVE "N" TO WS-ANO-JA-LIDO
           PERFORM VARYING WS-IDX-AN FROM 1 BY 1
                   UNTIL WS-IDX-AN > WS-QTD-ANOS
               IF WS-AN-ANO(WS-IDX-AN) = AF-ANO
                   MOVE "S" TO WS-ANO-JA-LIDO
               END-IF
           END-PERFORM
           IF NOT ANO-JA-LIDO AND WS-QTD-ANOS < 50
               ADD 1 TO WS-QTD-ANOS
               MOVE AF-ANO TO WS-AN-ANO(WS-QTD-ANOS)
           END-IF.

       CONSULTAR-VOLUMES-ANO.
           PERFORM VARYING WS-IDX-AT FROM 1 BY 1
                   UNTIL WS-IDX-AT > WS-QTD-ARQUIVOS
               IF WS-AT-TIPO(WS-IDX-AT) = WS-TIPO-TITULAR
                       AND WS-AT-ARQUIVADO(WS-IDX-AT) = "S"
                   MOVE SPACES TO WS-ARQ-VIVO
                   STRING "data/ARQ_" WS-AN-ANO(WS-IDX-AN) "_"
                          FUNCTION TRIM(WS-AT-NOME(WS-IDX-AT))
                       DELIMITED BY SIZE INTO WS-ARQ-VIVO
                   END-STRING
                   PERFORM CONSULTAR-ARQUIVO
               END-IF
           END-PERFORM.

      * ANONIMIZACOES JA FEITAS PARA O TITULAR.
       IMPRIMIR-ANONIMIZACOES.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-TITULAR
           OPEN INPUT LOG-FILE
           IF WS-FS-LOG NOT = "00"
               MOVE "ANONIMIZACOES: NENHUMA REGISTRADA" TO RL-LINHA
               PERFORM GRAVAR-LINHA-TITULAR
           ELSE
               MOVE "ANONIMIZACOES (data/LGPD_ANONIMIZACOES.DAT)"
                   TO RL-LINHA
               PERFORM GRAVAR-LINHA-TITULAR
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ LOG-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF LG-TIPO = WS-TIPO-TITULAR
                                   AND LG-MATRICULA = WS-CHAVE-X
                               ADD 1 TO WS-QTD-ANONIMIZACOES
                               MOVE SPACES TO RL-LINHA
                               STRING "    EM " LG-DATA
                                      " (RETENCAO CONTADA DE "
                                      LG-DATA-REFERENCIA "): "
                                      LG-ARQUIVO " REGISTROS: "
                                      LG-QTD
                                   DELIMITED BY SIZE INTO RL-LINHA
                               END-STRING
                               PERFORM GRAVAR-LINHA-TITULAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
               IF WS-QTD-ANONIMIZACOES = 0
                   MOVE "    NENHUMA PARA O TITULAR" TO RL-LINHA
                   PERFORM GRAVAR-LINHA-TITULAR
               END-IF
           END-IF.

       IMPRIMIR-CABECALHO-TITULAR.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE 2 TO WS-CAB-QTD-LINHAS.

      * GRAVA UMA LINHA DO RELATORIO RESPEITANDO O SALTO DE PAGINA DO
      * CABECALHO COMPARTILHADO.
       GRAVAR-LINHA-TITULAR.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-TITULAR
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM A049-LGPD-TITULAR.
