      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: DIGESTO MATINAL DE EXCECOES COM ENVELHECIMENTO DOS
      *          ITENS EM ABERTO - CADA PROGRAMA DA CADEIA GRAVA OS
      *          SEUS REJEITOS E PENDENCIAS NO SEU PROPRIO ARQUIVO E O
      *          TURNO DA MANHA ABRIA UMA DUZIA DE RELATORIOS PARA
      *          SABER O QUE FICOU PARA TRAS. ESTE PROGRAMA, ULTIMO
      *          PASSO DO DRIVER NOTURNO, RECOLHE TODOS OS ITENS EM
      *          ABERTO NUM RELATORIO SO, AGRUPADO PELA AREA DONA DO
      *          ITEM:
      *          SECRETARIA - REJEITOS DA CRITICA DE NOTAS (004),
      *            TRANSFERENCIAS REJEITADAS (011) E DIVERGENCIAS DA
      *            ROLAGEM DE ANO (013);
      *          RH - CPF EM MAIS DE UMA MATRICULA (A009), CREDITOS
      *            DE SALARIO PENDENTES DE DOMICILIO BANCARIO (A014) E
      *            EVENTOS DO ESOCIAL REJEITADOS (A026);
      *          FINANCEIRO - CREDITOS NO LIMITE DE TENTATIVAS PARA
      *            PAGAMENTO MANUAL (A013) E COBRANCAS REMETIDAS SEM
      *            RESPOSTA DO BANCO (A022);
      *          OPERACAO - LOTES SUSPENSOS DO TOTALIZADOR (PGEX001).
      *          CADA ITEM SAI COM A DATA EM QUE APARECEU E HA QUANTOS
      *          DIAS ESTA EM ABERTO: O CONTROLE data/DIGESTO_ITENS.DAT
      *          GUARDA A PRIMEIRA DATA EM QUE CADA ITEM FOI VISTO (OU A
      *          DATA DO PROPRIO ITEM, QUANDO O ARQUIVO DE ORIGEM TRAZ
      *          UMA - ENVIO DO EVENTO, CRIACAO DO LOTE) E E REGRAVADO A
      *          CADA EXECUCAO SO COM O QUE CONTINUA ABERTO - ITEM
      *          RESOLVIDO SAI DO CONTROLE SOZINHO. DENTRO DA AREA OS
      *          MAIS ANTIGOS VEM PRIMEIRO E OS QUE PASSARAM DO LIMITE
      *          DE DIAS (data/DIGESTO_PARAM.DAT, PADRAO 5) SAEM
      *          MARCADOS - ENTAO O PASSO TERMINA EM ALERTA. ARQUIVO DE
      *          ORIGEM AUSENTE NAO E ERRO (NADA EM ABERTO NAQUELA
      *          FRENTE) E SAI APONTADO NA LISTA DE FONTES.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A045-DIGESTO-EXCECOES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LIMITE DE DIAS EM ABERTO ANTES DO ITEM SAIR MARCADO.
           SELECT PARAM-FILE ASSIGN TO DYNAMIC WS-ARQ-PARAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.
      * CONTROLE DE ENVELHECIMENTO: ORIGEM, CHAVE E DATA DE ABERTURA
      * DE CADA ITEM EM ABERTO NA EXECUCAO ANTERIOR.
           SELECT ITEM-FILE ASSIGN TO DYNAMIC WS-ARQ-ITENS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ITENS.
      * RELATORIOS DE REJEITOS E DIVERGENCIAS DOS PROGRAMAS DE ORIGEM,
      * LIDOS UM DE CADA VEZ PELA MESMA AREA DE LINHA.
           SELECT TEXTO-FILE ASSIGN TO DYNAMIC WS-ARQ-TEXTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TEXTO.
           SELECT PENDENTE-FILE ASSIGN TO DYNAMIC WS-ARQ-PENDENTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDENTE.
           SELECT CONTROLE-FILE ASSIGN TO DYNAMIC WS-ARQ-CONTROLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT COBRANCA-FILE ASSIGN TO DYNAMIC WS-ARQ-COBRANCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COBRANCA.
           SELECT SUSPENSO-FILE ASSIGN TO DYNAMIC WS-ARQ-SUSPENSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENSO.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  DG-PARAM-REC.
           05 DG-DIAS-LIMITE       PIC 9(03).
       FD  ITEM-FILE.
       01  DI-ITEM-REC.
           05 DI-ORIGEM            PIC X(04).
           05 DI-DESDE             PIC 9(08).
           05 DI-CHAVE             PIC X(90).
       FD  TEXTO-FILE.
       01  TX-LINHA                PIC X(200).
       FD  PENDENTE-FILE.
       COPY PENDENTE-REC.
       FD  CONTROLE-FILE.
       COPY ESOCIAL-CTRL-REC.
       FD  COBRANCA-FILE.
       COPY COBRANCA-REC.
      * MESMO LAYOUT DO PGEX001-LOTE: SO O HEADER INTERESSA (UM POR
      * LOTE SUSPENSO, COM A DATA DE CRIACAO DO LOTE).
       FD  SUSPENSO-FILE.
       01  SP-SUSPENSO-REC.
           05 SP-TIPO              PIC X(01).
           05 SP-LOTE              PIC 9(06).
           05 SP-DATA              PIC 9(08).
           05 FILLER               PIC X(02).
       FD  RELATORIO-FILE.
       01  RL-LINHA                PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-PARAM      PIC X(40)
           VALUE "data/DIGESTO_PARAM.DAT".
       01 WS-FS-PARAM                            PIC X(02) VALUE SPACES.
       01 WS-ARQ-ITENS      PIC X(40)
           VALUE "data/DIGESTO_ITENS.DAT".
       01 WS-FS-ITENS                            PIC X(02) VALUE SPACES.
       01 WS-ARQ-TEXTO      PIC X(40) VALUE SPACES.
       01 WS-FS-TEXTO                            PIC X(02) VALUE SPACES.
       01 WS-ARQ-PENDENTE   PIC X(40)
           VALUE "data/CREDITOS_PENDENTES.DAT".
       01 WS-FS-PENDENTE                         PIC X(02) VALUE SPACES.
       01 WS-ARQ-CONTROLE   PIC X(40)
           VALUE "data/ESOCIAL_CONTROLE.DAT".
       01 WS-FS-CONTROLE                         PIC X(02) VALUE SPACES.
       01 WS-ARQ-COBRANCA   PIC X(40)
           VALUE "data/COBRANCAS.DAT".
       01 WS-FS-COBRANCA                         PIC X(02) VALUE SPACES.
       01 WS-ARQ-SUSPENSO   PIC X(40)
           VALUE "data/LOTES_SUSPENSOS.DAT".
       01 WS-FS-SUSPENSO                         PIC X(02) VALUE SPACES.
       01 WS-ARQ-RELATORIO  PIC X(40)
           VALUE "data/DIGESTO_EXCECOES.TXT".
       01 WS-FS-RELATORIO                        PIC X(02) VALUE SPACES.
       01 WS-FIM-ARQUIVO                         PIC X(01) VALUE "N".
           88 FIM-ARQUIVO                        VALUE "S".
      * LIMITE EM VIGOR (PADRAO QUANDO O PARAMETRO FALTA OU E ZERO).
       01 WS-DIAS-LIMITE    PIC 9(03) VALUE 005.
      * DATA DE MOVIMENTO EM DIAS CORRIDOS, BASE DO ENVELHECIMENTO.
       01 WS-DATA-MOV       PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-HOJE      PIC 9(08) VALUE ZEROS.
      * AREAS DONAS DOS ITENS, NA ORDEM DO RELATORIO.
       01 WS-AREA-TAB-INIT.
           05 FILLER PIC X(10) VALUE "SECRETARIA".
           05 FILLER PIC X(10) VALUE "RH".
           05 FILLER PIC X(10) VALUE "FINANCEIRO".
           05 FILLER PIC X(10) VALUE "OPERACAO".
       01 WS-TABELA-AREAS REDEFINES WS-AREA-TAB-INIT.
           05 WS-NOME-AREA  PIC X(10) OCCURS 4 TIMES.
       01 WS-IDX-AREA       PIC 9(01) VALUE ZERO.
       01 WS-AREA-QTD       PIC 9(05) VALUE ZEROS.
       01 WS-AREA-ACIMA     PIC 9(05) VALUE ZEROS.
       01 WS-AREA-MAIOR     PIC 9(05) VALUE ZEROS.
      * CONTROLE DA EXECUCAO ANTERIOR, CARREGADO EM MEMORIA.
       01 WS-CT-TABELA.
           05 WS-CT-ENTRADA OCCURS 500 TIMES.
               10 WS-CT-ORIGEM      PIC X(04).
               10 WS-CT-DESDE       PIC 9(08).
               10 WS-CT-CHAVE       PIC X(90).
       01 WS-QTD-CT         PIC 9(03) VALUE ZEROS.
       01 WS-IDX-CT         PIC 9(03) VALUE ZEROS.
      * ITENS EM ABERTO DESTA EXECUCAO: AREA (1 A 4), ORIGEM, CHAVE DE
      * IDENTIFICACAO ENTRE EXECUCOES, TEXTO IMPRESSO, DATA DE
      * ABERTURA E DIAS EM ABERTO.
       01 WS-IT-TABELA.
           05 WS-IT-ENTRADA OCCURS 500 TIMES.
               10 WS-IT-AREA        PIC 9(01).
               10 WS-IT-ORIGEM      PIC X(04).
               10 WS-IT-CHAVE       PIC X(90).
               10 WS-IT-TEXTO       PIC X(90).
               10 WS-IT-DESDE       PIC 9(08).
               10 WS-IT-DIAS        PIC 9(05).
       01 WS-QTD-ITENS      PIC 9(03) VALUE ZEROS.
       01 WS-IDX-IT         PIC 9(03) VALUE ZEROS.
       01 WS-IDX-IT-2       PIC 9(03) VALUE ZEROS.
       01 WS-QTD-IGNORADOS  PIC 9(05) VALUE ZEROS.
       01 WS-QTD-ACIMA      PIC 9(05) VALUE ZEROS.
       01 WS-QTD-NOVOS      PIC 9(05) VALUE ZEROS.
      * AREA DE TROCA DA ORDENACAO (MESMO LAYOUT DA ENTRADA).
       01 WS-IT-TROCA                  PIC X(198) VALUE SPACES.
      * ITEM NOVO A REGISTRAR. DATA ZERO = ORIGEM SEM DATA PROPRIA.
       01 WS-NV-AREA        PIC 9(01) VALUE ZERO.
       01 WS-NV-ORIGEM      PIC X(04) VALUE SPACES.
       01 WS-NV-CHAVE       PIC X(90) VALUE SPACES.
       01 WS-NV-TEXTO       PIC X(90) VALUE SPACES.
       01 WS-NV-DATA        PIC 9(08) VALUE ZEROS.
       01 WS-NV-DATA-R REDEFINES WS-NV-DATA.
           05 WS-NV-ANO     PIC 9(04).
           05 WS-NV-MES     PIC 9(02).
           05 WS-NV-DIA     PIC 9(02).
       01 WS-NV-DESDE       PIC 9(08) VALUE ZEROS.
       01 WS-NV-DUPLICADO                        PIC X(01) VALUE "N".
           88 NV-DUPLICADO                       VALUE "S".
      * FONTE TEXTO DA VEZ: ARQUIVO, PREFIXO QUE IDENTIFICA A LINHA DE
      * ITEM (CABECALHOS E TOTAIS FICAM DE FORA) E TRECHO QUE, SE
      * PRESENTE, DESCARTA A LINHA (TRANSFERENCIA APLICADA, PROMOCAO
      * COM DEPENDENCIA - INFORMATIVOS, NAO PENDENCIAS).
       01 WS-FT-PREFIXO     PIC X(20) VALUE SPACES.
       01 WS-FT-TAM-PREFIXO PIC 9(02) VALUE ZEROS.
       01 WS-FT-EXCLUIR     PIC X(30) VALUE SPACES.
       01 WS-FT-TAM-EXCLUIR PIC 9(02) VALUE ZEROS.
       01 WS-QTD-ACHOU      PIC 9(03) VALUE ZEROS.
      * FONTES CONSULTADAS, PARA A LISTA NO FIM DO RELATORIO.
       01 WS-FO-TABELA.
           05 WS-FO-ENTRADA OCCURS 9 TIMES.
               10 WS-FO-ORIGEM      PIC X(04).
               10 WS-FO-ARQUIVO     PIC X(40).
               10 WS-FO-STATUS      PIC X(02).
               10 WS-FO-QTD         PIC 9(05).
       01 WS-QTD-FONTES     PIC 9(02) VALUE ZEROS.
       01 WS-IDX-FO         PIC 9(02) VALUE ZEROS.
      * CAMPOS DE MONTAGEM DOS TEXTOS.
       01 WS-DESC-EVENTO    PIC X(12) VALUE SPACES.
       01 WS-COMP-TRAB      PIC 9(06) VALUE ZEROS.
       01 WS-COMP-TRAB-R REDEFINES WS-COMP-TRAB.
           05 WS-COMP-ANO   PIC 9(04).
           05 WS-COMP-MES   PIC 9(02).
      * DATA FORMATADA PARA O RELATORIO.
       01 WS-DATA-FMT-N     PIC 9(08) VALUE ZEROS.
       01 WS-DATA-FMT-R REDEFINES WS-DATA-FMT-N.
           05 WS-FMT-ANO    PIC 9(04).
           05 WS-FMT-MES    PIC 9(02).
           05 WS-FMT-DIA    PIC 9(02).
       01 WS-DATA-FMT       PIC X(10) VALUE SPACES.
      * CAMPOS EDITADOS DO RELATORIO.
       01 WS-AUX-VALOR      PIC ZZ.ZZZ.ZZ9,99.
       01 WS-AUX-DIAS       PIC ZZZZ9.
       01 WS-AUX-QTD        PIC ZZZZ9.
       01 WS-AUX-QTD-2      PIC ZZZZ9.
       01 WS-MARCA          PIC X(03) VALUE SPACES.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA PIC X(130) VALUE SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "DIGESTO DE EXCECOES - A045-DIGESTO-EXCECOES"

           MOVE "DIGESTO MATINAL DE EXCECOES" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-DATA-EXECUCAO TO WS-DATA-MOV
           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-MOV)

           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR DIGESTO DE EXCECOES: "
                   WS-FS-RELATORIO
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGAR-PARAMETRO
           PERFORM CARREGAR-CONTROLE

      * SECRETARIA.
           MOVE 1 TO WS-NV-AREA
           MOVE "004" TO WS-NV-ORIGEM
           MOVE "data/ALUNOS_REJEITOS.TXT" TO WS-ARQ-TEXTO
           MOVE "MOTIVO " TO WS-FT-PREFIXO
           MOVE 7 TO WS-FT-TAM-PREFIXO
           MOVE ZEROS TO WS-FT-TAM-EXCLUIR
           PERFORM LER-FONTE-TEXTO

           MOVE "011" TO WS-NV-ORIGEM
           MOVE "data/TRANSFERENCIAS.TXT" TO WS-ARQ-TEXTO
           MOVE "MATRICULA " TO WS-FT-PREFIXO
           MOVE 10 TO WS-FT-TAM-PREFIXO
           MOVE " - APLICADA" TO WS-FT-EXCLUIR
           MOVE 11 TO WS-FT-TAM-EXCLUIR
           PERFORM LER-FONTE-TEXTO

           MOVE "013" TO WS-NV-ORIGEM
           MOVE "data/ROLAGEM_DIVERGENCIAS.TXT" TO WS-ARQ-TEXTO
           MOVE "MATRICULA " TO WS-FT-PREFIXO
           MOVE 10 TO WS-FT-TAM-PREFIXO
           MOVE " PROMOVIDA COM DEPENDENCIA" TO WS-FT-EXCLUIR
           MOVE 26 TO WS-FT-TAM-EXCLUIR
           PERFORM LER-FONTE-TEXTO

      * RH.
           MOVE 2 TO WS-NV-AREA
           MOVE "A009" TO WS-NV-ORIGEM
           MOVE "data/CPF_DUPLICADOS.TXT" TO WS-ARQ-TEXTO
           MOVE "CPF " TO WS-FT-PREFIXO
           MOVE 4 TO WS-FT-TAM-PREFIXO
           MOVE ZEROS TO WS-FT-TAM-EXCLUIR
           PERFORM LER-FONTE-TEXTO

           PERFORM LER-CREDITOS-PENDENTES
           PERFORM LER-ESOCIAL-REJEITADOS

      * FINANCEIRO.
           MOVE 3 TO WS-NV-AREA
           MOVE "A013" TO WS-NV-ORIGEM
           MOVE "data/EXCECOES_CREDITO.TXT" TO WS-ARQ-TEXTO
           MOVE "CREDITO NO LIMITE" TO WS-FT-PREFIXO
           MOVE 17 TO WS-FT-TAM-PREFIXO
           MOVE ZEROS TO WS-FT-TAM-EXCLUIR
           PERFORM LER-FONTE-TEXTO

           PERFORM LER-COBRANCAS-SEM-RETORNO

      * OPERACAO.
           MOVE 4 TO WS-NV-AREA
           PERFORM LER-LOTES-SUSPENSOS

           PERFORM ORDENAR-ITENS
           PERFORM IMPRIMIR-DIGESTO
           CLOSE RELATORIO-FILE

           PERFORM REGRAVAR-CONTROLE
           IF WS-FS-ITENS NOT = "00"
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "ITENS EM ABERTO=" WS-QTD-ITENS
               " NOVOS=" WS-QTD-NOVOS
               " ACIMA DE " WS-DIAS-LIMITE " DIAS=" WS-QTD-ACIMA
           IF WS-QTD-IGNORADOS > 0
               DISPLAY "TABELA DE ITENS CHEIA - " WS-QTD-IGNORADOS
                   " ITENS FORA DO DIGESTO"
           END-IF

      * ITEM ALEM DO LIMITE (OU ITEM QUE NAO COUBE NO DIGESTO) E
      * ALERTA PARA O TURNO DA MANHA - ITEM RECENTE E ROTINA.
           IF WS-QTD-ACIMA > 0 OR WS-QTD-IGNORADOS > 0
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF
           GOBACK.

      * LIMITE DE DIAS EM ABERTO; AUSENTE OU ZERO FICA O PADRAO.
       CARREGAR-PARAMETRO.
           OPEN INPUT PARAM-FILE
           IF WS-FS-PARAM NOT = "00"
               DISPLAY "SEM PARAMETRO DO DIGESTO (" WS-FS-PARAM
                   ") - LIMITE PADRAO DE " WS-DIAS-LIMITE " DIAS"
           ELSE
               READ PARAM-FILE
                   NOT AT END
                       IF DG-DIAS-LIMITE IS NUMERIC
                               AND DG-DIAS-LIMITE > 0
                           MOVE DG-DIAS-LIMITE TO WS-DIAS-LIMITE
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

      * DATAS DE ABERTURA DOS ITENS VISTOS NA EXECUCAO ANTERIOR.
      * CONTROLE AUSENTE = PRIMEIRA EXECUCAO, TUDO ABRE HOJE.
       CARREGAR-CONTROLE.
           OPEN INPUT ITEM-FILE
           IF WS-FS-ITENS NOT = "00"
               DISPLAY "SEM CONTROLE DE ITENS (" WS-FS-ITENS
                   ") - ITENS SEM DATA PROPRIA ABREM HOJE"
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ITEM-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF WS-QTD-CT < 500
                                   AND DI-DESDE IS NUMERIC
                               ADD 1 TO WS-QTD-CT
                               MOVE DI-ORIGEM TO WS-CT-ORIGEM(WS-QTD-CT)
                               MOVE DI-DESDE TO WS-CT-DESDE(WS-QTD-CT)
                               MOVE DI-CHAVE TO WS-CT-CHAVE(WS-QTD-CT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-FILE
           END-IF.

      * RELATORIO DE ORIGEM: CADA LINHA QUE COMECA PELO PREFIXO DA
      * FONTE (E NAO TRAZ O TRECHO DE EXCLUSAO) E UM ITEM; O PROPRIO
      * TEXTO DA LINHA E A CHAVE DO ITEM ENTRE EXECUCOES.
       LER-FONTE-TEXTO.
           PERFORM ABRIR-FONTE
           OPEN INPUT TEXTO-FILE
           MOVE WS-FS-TEXTO TO WS-FO-STATUS(WS-QTD-FONTES)
           IF WS-FS-TEXTO = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ TEXTO-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM TRATAR-LINHA-TEXTO
                   END-READ
               END-PERFORM
               CLOSE TEXTO-FILE
           END-IF.

       TRATAR-LINHA-TEXTO.
           IF TX-LINHA(1:WS-FT-TAM-PREFIXO) =
                   WS-FT-PREFIXO(1:WS-FT-TAM-PREFIXO)
               MOVE ZEROS TO WS-QTD-ACHOU
               IF WS-FT-TAM-EXCLUIR > 0
                   INSPECT TX-LINHA TALLYING WS-QTD-ACHOU
                       FOR ALL WS-FT-EXCLUIR(1:WS-FT-TAM-EXCLUIR)
               END-IF
               IF WS-QTD-ACHOU = 0
                   MOVE TX-LINHA TO WS-NV-CHAVE
                   MOVE TX-LINHA TO WS-NV-TEXTO
                   MOVE ZEROS TO WS-NV-DATA
                   PERFORM REGISTRAR-ITEM
               END-IF
           END-IF.

      * CREDITO DE SALARIO REJEITADO PELO BANCO AGUARDANDO O RH
      * CORRIGIR O DOMICILIO BANCARIO (O REENVIO E AUTOMATICO). A
      * CHAVE NAO LEVA AS TENTATIVAS, QUE SOBEM A CADA REMESSA.
       LER-CREDITOS-PENDENTES.
           MOVE "A014" TO WS-NV-ORIGEM
           MOVE WS-ARQ-PENDENTE TO WS-ARQ-TEXTO
           PERFORM ABRIR-FONTE
           OPEN INPUT PENDENTE-FILE
           MOVE WS-FS-PENDENTE TO WS-FO-STATUS(WS-QTD-FONTES)
           IF WS-FS-PENDENTE = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ PENDENTE-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE PN-VALOR TO WS-AUX-VALOR
                           MOVE SPACES TO WS-NV-CHAVE
                           STRING "MATRICULA " PN-MATRICULA
                                  " VALOR " WS-AUX-VALOR
                               DELIMITED BY SIZE INTO WS-NV-CHAVE
                           END-STRING
                           MOVE SPACES TO WS-NV-TEXTO
                           STRING "CREDITO PENDENTE: MATRICULA "
                                  PN-MATRICULA
                                  " VALOR " FUNCTION TRIM(WS-AUX-VALOR)
                                  " TENTATIVAS " PN-TENTATIVAS
                                  " MOTIVO " PN-MOTIVO
                               DELIMITED BY SIZE INTO WS-NV-TEXTO
                           END-STRING
                           MOVE ZEROS TO WS-NV-DATA
                           PERFORM REGISTRAR-ITEM
                   END-READ
               END-PERFORM
               CLOSE PENDENTE-FILE
           END-IF.

      * EVENTO DO ESOCIAL REJEITADO PELO GOVERNO: ABERTO DESDE O
      * ENVIO, ATE O PROXIMO EXTRATO (A015) REENVIAR E O RECIBO
      * (A026) ACEITAR.
       LER-ESOCIAL-REJEITADOS.
           MOVE "A026" TO WS-NV-ORIGEM
           MOVE WS-ARQ-CONTROLE TO WS-ARQ-TEXTO
           PERFORM ABRIR-FONTE
           OPEN INPUT CONTROLE-FILE
           MOVE WS-FS-CONTROLE TO WS-FO-STATUS(WS-QTD-FONTES)
           IF WS-FS-CONTROLE = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ CONTROLE-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF EC-REJEITADO
                               PERFORM MONTAR-ITEM-ESOCIAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROLE-FILE
           END-IF.

       MONTAR-ITEM-ESOCIAL.
           EVALUATE EC-TIPO
               WHEN "A"
                   MOVE "ADMISSAO" TO WS-DESC-EVENTO
               WHEN "S"
                   MOVE "SALARIO" TO WS-DESC-EVENTO
               WHEN "D"
                   MOVE "DESLIGAMENTO" TO WS-DESC-EVENTO
               WHEN "F"
                   MOVE "AFASTAMENTO" TO WS-DESC-EVENTO
               WHEN "V"
                   MOVE "RETORNO" TO WS-DESC-EVENTO
               WHEN OTHER
                   MOVE EC-TIPO TO WS-DESC-EVENTO
           END-EVALUATE
           MOVE SPACES TO WS-NV-CHAVE
           STRING "MATRICULA " EC-MATRICULA " TIPO " EC-TIPO
                  " CONTEUDO " EC-CONTEUDO
               DELIMITED BY SIZE INTO WS-NV-CHAVE
           END-STRING
           MOVE SPACES TO WS-NV-TEXTO
           STRING "EVENTO ESOCIAL REJEITADO: MATRICULA " EC-MATRICULA
                  " " FUNCTION TRIM(WS-DESC-EVENTO)
                  " PROTOCOLO " EC-PROTOCOLO
               DELIMITED BY SIZE INTO WS-NV-TEXTO
           END-STRING
           MOVE EC-DATA-ENVIO TO WS-NV-DATA
           PERFORM REGISTRAR-ITEM.

      * COBRANCA REMETIDA AO BANCO QUE O RETORNO (A022) AINDA NAO
      * RESPONDEU - NEM PAGA, NEM REJEITADA.
       LER-COBRANCAS-SEM-RETORNO.
           MOVE "A022" TO WS-NV-ORIGEM
           MOVE WS-ARQ-COBRANCA TO WS-ARQ-TEXTO
           PERFORM ABRIR-FONTE
           OPEN INPUT COBRANCA-FILE
           MOVE WS-FS-COBRANCA TO WS-FO-STATUS(WS-QTD-FONTES)
           IF WS-FS-COBRANCA = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ COBRANCA-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF CB-REMETIDA
                               PERFORM MONTAR-ITEM-COBRANCA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COBRANCA-FILE
           END-IF.

       MONTAR-ITEM-COBRANCA.
           MOVE CB-COMPETENCIA TO WS-COMP-TRAB
           MOVE CB-VALOR TO WS-AUX-VALOR
           MOVE SPACES TO WS-NV-CHAVE
           STRING "MATRICULA " CB-MATRICULA " TURMA " CB-TURMA
                  " COMPETENCIA " CB-COMPETENCIA
                  " ORIGEM " CB-ORIGEM
                  " ACORDO " CB-NUM-ACORDO "/" CB-NUM-PARCELA
               DELIMITED BY SIZE INTO WS-NV-CHAVE
           END-STRING
           MOVE SPACES TO WS-NV-TEXTO
           STRING "COBRANCA SEM RETORNO: MATRICULA " CB-MATRICULA
                  " COMP " WS-COMP-MES "/" WS-COMP-ANO
                  " VALOR " FUNCTION TRIM(WS-AUX-VALOR)
                  " " CB-NOME-RESP
               DELIMITED BY SIZE INTO WS-NV-TEXTO
           END-STRING
           MOVE ZEROS TO WS-NV-DATA
           PERFORM REGISTRAR-ITEM.

      * LOTE SUSPENSO PELO TOTALIZADOR ESPERANDO CORRECAO: ABERTO
      * DESDE A CRIACAO DO LOTE (DATA DO HEADER).
       LER-LOTES-SUSPENSOS.
           MOVE "PGEX" TO WS-NV-ORIGEM
           MOVE WS-ARQ-SUSPENSO TO WS-ARQ-TEXTO
           PERFORM ABRIR-FONTE
           OPEN INPUT SUSPENSO-FILE
           MOVE WS-FS-SUSPENSO TO WS-FO-STATUS(WS-QTD-FONTES)
           IF WS-FS-SUSPENSO = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ SUSPENSO-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF SP-TIPO = "H"
                               MOVE SPACES TO WS-NV-CHAVE
                               STRING "LOTE " SP-LOTE
                                   DELIMITED BY SIZE INTO WS-NV-CHAVE
                               END-STRING
                               MOVE SPACES TO WS-NV-TEXTO
                               STRING "LOTE " SP-LOTE
                                      " SUSPENSO FORA DE BALANCO - "
                                      "AGUARDANDO CORRECAO"
                                   DELIMITED BY SIZE INTO WS-NV-TEXTO
                               END-STRING
                               MOVE SP-DATA TO WS-NV-DATA
                               PERFORM REGISTRAR-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSO-FILE
           END-IF.

      * ABRE A LINHA DA FONTE NA LISTA DE FONTES CONSULTADAS.
       ABRIR-FONTE.
           ADD 1 TO WS-QTD-FONTES
           MOVE WS-NV-ORIGEM TO WS-FO-ORIGEM(WS-QTD-FONTES)
           MOVE WS-ARQ-TEXTO TO WS-FO-ARQUIVO(WS-QTD-FONTES)
           MOVE SPACES TO WS-FO-STATUS(WS-QTD-FONTES)
           MOVE ZEROS TO WS-FO-QTD(WS-QTD-FONTES).

      * REGISTRA O ITEM EM ABERTO: A DATA DE ABERTURA VEM DO CONTROLE
      * QUANDO O ITEM JA ESTAVA ABERTO ONTEM; SENAO DA DATA DO PROPRIO
      * ITEM (SE VALIDA E NAO FUTURA) OU, NA FALTA DELA, DE HOJE. A
      * DATA DO ITEM MAIS ANTIGA QUE A DO CONTROLE PREVALECE (O
      * CONTROLE PODE TER NASCIDO DEPOIS DO ITEM).
       REGISTRAR-ITEM.
           MOVE "N" TO WS-NV-DUPLICADO
           PERFORM VARYING WS-IDX-IT FROM 1 BY 1
                   UNTIL WS-IDX-IT > WS-QTD-ITENS OR NV-DUPLICADO
               IF WS-IT-ORIGEM(WS-IDX-IT) = WS-NV-ORIGEM
                       AND WS-IT-CHAVE(WS-IDX-IT) = WS-NV-CHAVE
                   MOVE "S" TO WS-NV-DUPLICADO
               END-IF
           END-PERFORM
           IF NV-DUPLICADO
               CONTINUE
           ELSE
               IF WS-QTD-ITENS >= 500
                   ADD 1 TO WS-QTD-IGNORADOS
               ELSE
                   PERFORM GUARDAR-ITEM
               END-IF
           END-IF.

       GUARDAR-ITEM.
           IF WS-NV-DATA IS NOT NUMERIC
                   OR WS-NV-DATA > WS-DATA-MOV
                   OR WS-NV-ANO < 1900
                   OR WS-NV-MES < 1 OR WS-NV-MES > 12
                   OR WS-NV-DIA < 1 OR WS-NV-DIA > 31
               MOVE ZEROS TO WS-NV-DATA
           END-IF

           MOVE ZEROS TO WS-NV-DESDE
           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                   UNTIL WS-IDX-CT > WS-QTD-CT OR WS-NV-DESDE > 0
               IF WS-CT-ORIGEM(WS-IDX-CT) = WS-NV-ORIGEM
                       AND WS-CT-CHAVE(WS-IDX-CT) = WS-NV-CHAVE
                   MOVE WS-CT-DESDE(WS-IDX-CT) TO WS-NV-DESDE
               END-IF
           END-PERFORM
           IF WS-NV-DESDE = ZEROS
               ADD 1 TO WS-QTD-NOVOS
               MOVE WS-DATA-MOV TO WS-NV-DESDE
           END-IF
           IF WS-NV-DATA > ZEROS AND WS-NV-DATA < WS-NV-DESDE
               MOVE WS-NV-DATA TO WS-NV-DESDE
           END-IF

           ADD 1 TO WS-QTD-ITENS
           ADD 1 TO WS-FO-QTD(WS-QTD-FONTES)
           MOVE WS-NV-AREA   TO WS-IT-AREA(WS-QTD-ITENS)
           MOVE WS-NV-ORIGEM TO WS-IT-ORIGEM(WS-QTD-ITENS)
           MOVE WS-NV-CHAVE  TO WS-IT-CHAVE(WS-QTD-ITENS)
           MOVE WS-NV-TEXTO  TO WS-IT-TEXTO(WS-QTD-ITENS)
           MOVE WS-NV-DESDE  TO WS-IT-DESDE(WS-QTD-ITENS)
           IF WS-NV-DESDE < WS-DATA-MOV
               COMPUTE WS-IT-DIAS(WS-QTD-ITENS) = WS-DIAS-HOJE
                   - FUNCTION INTEGER-OF-DATE(WS-NV-DESDE)
           ELSE
               MOVE ZEROS TO WS-IT-DIAS(WS-QTD-ITENS)
           END-IF
           IF WS-IT-DIAS(WS-QTD-ITENS) > WS-DIAS-LIMITE
               ADD 1 TO WS-QTD-ACIMA
           END-IF.

      * ORDENA POR AREA E, DENTRO DA AREA, DO MAIS ANTIGO PARA O MAIS
      * RECENTE (TROCA SIMPLES - SAO POUCAS CENTENAS DE ITENS). ITENS
      * COM A MESMA IDADE MANTEM A ORDEM DE LEITURA DAS FONTES.
       ORDENAR-ITENS.
           PERFORM VARYING WS-IDX-IT FROM 1 BY 1
                   UNTIL WS-IDX-IT >= WS-QTD-ITENS
               PERFORM VARYING WS-IDX-IT-2 FROM 1 BY 1
                       UNTIL WS-IDX-IT-2 > WS-QTD-ITENS - WS-IDX-IT
                   IF WS-IT-AREA(WS-IDX-IT-2) >
                           WS-IT-AREA(WS-IDX-IT-2 + 1)
                       OR (WS-IT-AREA(WS-IDX-IT-2) =
                           WS-IT-AREA(WS-IDX-IT-2 + 1)
                       AND WS-IT-DIAS(WS-IDX-IT-2) <
                           WS-IT-DIAS(WS-IDX-IT-2 + 1))
                       MOVE WS-IT-ENTRADA(WS-IDX-IT-2) TO WS-IT-TROCA
                       MOVE WS-IT-ENTRADA(WS-IDX-IT-2 + 1)
                           TO WS-IT-ENTRADA(WS-IDX-IT-2)
                       MOVE WS-IT-TROCA
                           TO WS-IT-ENTRADA(WS-IDX-IT-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       IMPRIMIR-DIGESTO.
           MOVE ZERO TO WS-CAB-PAGINA
           PERFORM IMPRIMIR-CABECALHO-DIGESTO

           PERFORM VARYING WS-IDX-AREA FROM 1 BY 1
                   UNTIL WS-IDX-AREA > 4
               PERFORM IMPRIMIR-AREA
           END-PERFORM

           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-DIGESTO
           MOVE WS-QTD-ITENS TO WS-AUX-QTD
           MOVE WS-QTD-ACIMA TO WS-AUX-QTD-2
           MOVE SPACES TO RL-LINHA
           STRING "TOTAL GERAL: " WS-AUX-QTD " ITENS EM ABERTO, "
                  WS-AUX-QTD-2 " ACIMA DO LIMITE"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-DIGESTO
           IF WS-QTD-IGNORADOS > 0
               MOVE WS-QTD-IGNORADOS TO WS-AUX-QTD
               MOVE SPACES TO RL-LINHA
               STRING "TABELA DE ITENS CHEIA: " WS-AUX-QTD
                      " ITENS NAO LISTADOS - CONSULTAR AS ORIGENS"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-DIGESTO
           END-IF

           PERFORM IMPRIMIR-FONTES.

      * UMA AREA: TITULO, ITENS DO MAIS ANTIGO PARA O MAIS RECENTE
      * (OS ACIMA DO LIMITE COM "***") E O TOTAL DA AREA.
       IMPRIMIR-AREA.
           MOVE ZEROS TO WS-AREA-QTD
           MOVE ZEROS TO WS-AREA-ACIMA
           MOVE ZEROS TO WS-AREA-MAIOR
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-DIGESTO
           MOVE SPACES TO RL-LINHA
           STRING "AREA: " WS-NOME-AREA(WS-IDX-AREA)
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-DIGESTO
           MOVE "  ORIG  ABERTO EM    DIAS      ITEM" TO RL-LINHA
           PERFORM GRAVAR-LINHA-DIGESTO

           PERFORM VARYING WS-IDX-IT FROM 1 BY 1
                   UNTIL WS-IDX-IT > WS-QTD-ITENS
               IF WS-IT-AREA(WS-IDX-IT) = WS-IDX-AREA
                   PERFORM IMPRIMIR-ITEM
               END-IF
           END-PERFORM

           IF WS-AREA-QTD = 0
               MOVE "  NENHUM ITEM EM ABERTO" TO RL-LINHA
               PERFORM GRAVAR-LINHA-DIGESTO
           ELSE
               MOVE WS-AREA-QTD TO WS-AUX-QTD
               MOVE WS-AREA-ACIMA TO WS-AUX-QTD-2
               MOVE WS-AREA-MAIOR TO WS-AUX-DIAS
               MOVE SPACES TO RL-LINHA
               STRING "  TOTAL DA AREA: " WS-AUX-QTD " ITENS, "
                      WS-AUX-QTD-2 " ACIMA DO LIMITE, MAIS ANTIGO "
                      "COM " WS-AUX-DIAS " DIAS"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-DIGESTO
           END-IF.

       IMPRIMIR-ITEM.
           ADD 1 TO WS-AREA-QTD
           IF WS-IT-DIAS(WS-IDX-IT) > WS-AREA-MAIOR
               MOVE WS-IT-DIAS(WS-IDX-IT) TO WS-AREA-MAIOR
           END-IF
           IF WS-IT-DIAS(WS-IDX-IT) > WS-DIAS-LIMITE
               ADD 1 TO WS-AREA-ACIMA
               MOVE "***" TO WS-MARCA
           ELSE
               MOVE SPACES TO WS-MARCA
           END-IF
           MOVE WS-IT-DESDE(WS-IDX-IT) TO WS-DATA-FMT-N
           PERFORM FORMATAR-DATA
           MOVE WS-IT-DIAS(WS-IDX-IT) TO WS-AUX-DIAS
           MOVE SPACES TO RL-LINHA
           STRING "  " WS-IT-ORIGEM(WS-IDX-IT)
                  "  " WS-DATA-FMT
                  "  " WS-AUX-DIAS
                  " " WS-MARCA
                  "  " WS-IT-TEXTO(WS-IDX-IT)
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-DIGESTO.

      * ARQUIVOS DE ORIGEM CONSULTADOS: QUANTOS ITENS CADA UM DEU OU
      * O STATUS DA ABERTURA QUANDO NAO ESTAVA LA.
       IMPRIMIR-FONTES.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-DIGESTO
           MOVE "FONTES CONSULTADAS" TO RL-LINHA
           PERFORM GRAVAR-LINHA-DIGESTO
           PERFORM VARYING WS-IDX-FO FROM 1 BY 1
                   UNTIL WS-IDX-FO > WS-QTD-FONTES
               MOVE SPACES TO RL-LINHA
               IF WS-FO-STATUS(WS-IDX-FO) = "00"
                   MOVE WS-FO-QTD(WS-IDX-FO) TO WS-AUX-QTD
                   STRING "  " WS-FO-ORIGEM(WS-IDX-FO)
                          "  " WS-FO-ARQUIVO(WS-IDX-FO)
                          " ITENS: " WS-AUX-QTD
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
               ELSE
                   STRING "  " WS-FO-ORIGEM(WS-IDX-FO)
                          "  " WS-FO-ARQUIVO(WS-IDX-FO)
                          " NAO LIDO (STATUS "
                          WS-FO-STATUS(WS-IDX-FO) ")"
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
               END-IF
               PERFORM GRAVAR-LINHA-DIGESTO
           END-PERFORM.

      * O CONTROLE E REGRAVADO SO COM OS ITENS AINDA ABERTOS - O QUE
      * FOI RESOLVIDO DESDE ONTEM SAI SOZINHO E, SE VOLTAR, VOLTA
      * COMO ITEM NOVO.
       REGRAVAR-CONTROLE.
           OPEN OUTPUT ITEM-FILE
           IF WS-FS-ITENS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR CONTROLE DE ITENS: "
                   WS-FS-ITENS
           ELSE
               PERFORM VARYING WS-IDX-IT FROM 1 BY 1
                       UNTIL WS-IDX-IT > WS-QTD-ITENS
                   MOVE WS-IT-ORIGEM(WS-IDX-IT) TO DI-ORIGEM
                   MOVE WS-IT-DESDE(WS-IDX-IT)  TO DI-DESDE
                   MOVE WS-IT-CHAVE(WS-IDX-IT)  TO DI-CHAVE
                   WRITE DI-ITEM-REC
               END-PERFORM
               CLOSE ITEM-FILE
           END-IF.

       FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-FMT
           STRING WS-FMT-DIA "/" WS-FMT-MES "/" WS-FMT-ANO
               DELIMITED BY SIZE INTO WS-DATA-FMT
           END-STRING.

       IMPRIMIR-CABECALHO-DIGESTO.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE 2 TO WS-CAB-QTD-LINHAS
           IF WS-CAB-PAGINA = 1
               MOVE SPACES TO RL-LINHA
               STRING "ITENS EM ABERTO HA MAIS DE " WS-DIAS-LIMITE
                      " DIAS SAEM MARCADOS COM ***"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               WRITE RL-LINHA
               ADD 1 TO WS-CAB-QTD-LINHAS
           END-IF.

      * GRAVA UMA LINHA DO DIGESTO RESPEITANDO O SALTO DE PAGINA DO
      * CABECALHO COMPARTILHADO.
       GRAVAR-LINHA-DIGESTO.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-DIGESTO
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM A045-DIGESTO-EXCECOES.
