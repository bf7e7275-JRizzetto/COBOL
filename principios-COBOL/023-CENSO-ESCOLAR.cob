      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: EXTRATO DO CENSO ESCOLAR - TODO ANO A SECRETARIA
      *          REDIGITAVA ALUNO POR ALUNO NO SISTEMA DO INEP DADOS
      *          QUE JA VIVEM AQUI. ESTE PROGRAMA MONTA O ALUNO DO ANO
      *          LETIVO (RESULTADO ANUAL DO 012 MAIS OS MATRICULADOS DO
      *          ARQUIVO DE NOTAS) COM A IDENTIFICACAO E A DATA DE
      *          NASCIMENTO DO CADASTRO MESTRE, A SERIE E O TURNO DO
      *          CADASTRO DE TURMAS, A SITUACAO FINAL (APROVADO,
      *          REPROVADO, TRANSFERIDO, ABANDONO) E A FREQUENCIA
      *          APURADA PELO 005, E GRAVA O ARQUIVO DE COLUNAS FIXAS
      *          QUE O SISTEMA DO INEP IMPORTA, COM O TRAILER DE
      *          CONTROLE. ANTES DE SAIR, O ALUNO E CRITICADO: SEM
      *          CADASTRO, SEM DATA DE NASCIMENTO, SEM RESULTADO FINAL,
      *          SEM SERIE/TURNO DA TURMA OU SEM FREQUENCIA NAO VIAJA -
      *          SAI NA LISTA DE INCONSISTENCIAS PARA A SECRETARIA
      *          CORRIGIR NA ORIGEM. COMO NO EXTRATO DO ESOCIAL (A015),
      *          UM CONTROLE POR ALUNO E ANO DO CENSO GUARDA O QUE JA
      *          FOI ENVIADO E O RECIBO (024): SO VIAJA ALUNO NOVO, COM
      *          DADO CORRIGIDO OU REJEITADO NO RECIBO ANTERIOR.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. 023-CENSO-ESCOLAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * RESULTADO ANUAL DO FECHAMENTO DO ANO (012).
           SELECT ANUAL-FILE ASSIGN TO DYNAMIC WS-ARQ-ANUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.
      * ARQUIVO DE NOTAS CRITICADO - QUEM ESTA MATRICULADO NO ANO.
           SELECT ALUNO-FILE ASSIGN TO DYNAMIC WS-ARQ-ALUNOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALUNOS.
           SELECT ALUNO-MASTER ASSIGN TO DYNAMIC WS-ARQ-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-MATRICULA
               FILE STATUS IS WS-FS-MASTER.
           SELECT TURMA-MASTER ASSIGN TO DYNAMIC WS-ARQ-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TURMA
               FILE STATUS IS WS-FS-TURMAS.
      * FREQUENCIA APURADA PELO 005-FREQUENCIA.
           SELECT APURADA-FILE ASSIGN TO DYNAMIC WS-ARQ-APURADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APURADA.
           SELECT CONTROLE-FILE ASSIGN TO DYNAMIC WS-ARQ-CONTROLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT EXTRATO-FILE ASSIGN TO DYNAMIC WS-ARQ-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRATO.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ANUAL-FILE.
       COPY RESULTADO-ANUAL-REC.
      * MESMO LAYOUT DO ARQUIVO DE NOTAS CRITICADO - AQUI SO
      * MATRICULA E TURMA INTERESSAM.
       FD  ALUNO-FILE.
       01  FD-ALUNO-REC.
           05 FD-MATRICULA     PIC 9(06).
           05 FD-TURMA         PIC X(06).
           05 FD-NOME-ALUNO    PIC X(30).
           05 FD-RESTO         PIC X(23).
       FD  ALUNO-MASTER.
       COPY ALUNO-MASTER-REC.
       FD  TURMA-MASTER.
       COPY TURMA-MASTER-REC.
       FD  APURADA-FILE.
       01  AP-APURADA-REC.
           05 AP-MATRICULA     PIC 9(06).
           05 AP-PERCENTUAL    PIC 9(03).
       FD  CONTROLE-FILE.
       COPY CENSO-CTRL-REC.
      * UM REGISTRO POR ALUNO ("A") E O TRAILER DE CONTROLE ("T").
      * A SITUACAO SEGUE A CODIFICACAO DO INEP: 1=APROVADO,
      * 2=REPROVADO, 3=TRANSFERIDO, 4=ABANDONO (O APROVADO COM
      * DEPENDENCIA VAI COMO APROVADO). CE-A-DADOS E A CHAVE DE
      * CONTEUDO GUARDADA NO CONTROLE.
       FD  EXTRATO-FILE.
       01  CE-ALUNO-REC.
           05 CE-A-TIPO        PIC X(01).
           05 CE-A-ANO-CENSO   PIC 9(04).
           05 CE-A-MATRICULA   PIC 9(06).
           05 CE-A-DADOS.
               10 CE-A-NOME        PIC X(30).
               10 CE-A-DATA-NASC   PIC 9(08).
               10 CE-A-TURMA       PIC X(06).
               10 CE-A-SERIE       PIC 9(02).
               10 CE-A-TURNO       PIC X(01).
               10 CE-A-SITUACAO    PIC X(01).
               10 CE-A-FREQUENCIA  PIC 9(03).
       01  CE-TRAILER-REC.
           05 CE-T-TIPO        PIC X(01).
           05 CE-T-ANO-CENSO   PIC 9(04).
           05 CE-T-QTD-TOTAL   PIC 9(06).
           05 CE-T-QTD-APROV   PIC 9(06).
           05 CE-T-QTD-REPROV  PIC 9(06).
           05 CE-T-QTD-TRANSF  PIC 9(06).
           05 CE-T-QTD-ABAND   PIC 9(06).
       FD  RELATORIO-FILE.
       01  RL-LINHA            PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-ANUAL       PIC X(40)
                              VALUES "data/RESULTADOS_ANUAIS.DAT".
       01 WS-FS-ANUAL        PIC X(02) VALUES SPACES.
       01 WS-ARQ-ALUNOS      PIC X(40) VALUES "data/ALUNOS.DAT".
       01 WS-FS-ALUNOS       PIC X(02) VALUES SPACES.
       01 WS-ARQ-MASTER      PIC X(40)
                              VALUES "data/ALUNOS_MASTER.DAT".
       01 WS-FS-MASTER       PIC X(02) VALUES SPACES.
       01 WS-ARQ-TURMAS      PIC X(40)
                              VALUES "data/TURMAS_MASTER.DAT".
       01 WS-FS-TURMAS       PIC X(02) VALUES SPACES.
       01 WS-ARQ-APURADA     PIC X(40)
                              VALUES "data/FREQUENCIA_APURADA.DAT".
       01 WS-FS-APURADA      PIC X(02) VALUES SPACES.
       01 WS-ARQ-CONTROLE    PIC X(40)
                              VALUES "data/CENSO_CONTROLE.DAT".
       01 WS-FS-CONTROLE     PIC X(02) VALUES SPACES.
       01 WS-ARQ-EXTRATO     PIC X(40)
                              VALUES "data/CENSO_EXTRATO.DAT".
       01 WS-FS-EXTRATO      PIC X(02) VALUES SPACES.
       01 WS-ARQ-RELATORIO   PIC X(40)
                              VALUES "data/CENSO_CRITICA.TXT".
       01 WS-FS-RELATORIO    PIC X(02) VALUES SPACES.
       01 WS-FIM-ANUAL       PIC X(01) VALUES "N".
           88 FIM-ANUAL              VALUE "S".
       01 WS-FIM-ALUNOS      PIC X(01) VALUES "N".
           88 FIM-ALUNOS             VALUE "S".
       01 WS-FIM-APURADA     PIC X(01) VALUES "N".
           88 FIM-APURADA            VALUE "S".
       01 WS-FIM-CONTROLE    PIC X(01) VALUES "N".
           88 FIM-CONTROLE           VALUE "S".
      * ANO DO CENSO: ANO_LETIVO NO AMBIENTE, SENAO O ANO DA DATA DE
      * MOVIMENTO - O MESMO ANO QUE O FECHAMENTO (012) CONSOLIDOU.
       01 WS-ANO-X           PIC X(04) VALUES SPACES.
       01 WS-ANO-CENSO       PIC 9(04) VALUES ZEROS.
       01 WS-DATA-ENVIO      PIC 9(08) VALUES ZEROS.
      * ALUNOS DO ANO: PRIMEIRO OS QUE TEM RESULTADO ANUAL, DEPOIS OS
      * MATRICULADOS NO ARQUIVO DE NOTAS QUE FICARAM SEM RESULTADO.
       01 WS-ALUNO-TABELA.
           05 WS-AL-ENTRADA OCCURS 999 TIMES.
               10 WS-AL-MATRICULA   PIC 9(06).
               10 WS-AL-TURMA       PIC X(06).
               10 WS-AL-STATUS      PIC X(11).
       01 WS-QTD-ALUNOS      PIC 9(04) VALUES ZEROS.
       01 WS-IDX-AL          PIC 9(04) VALUES ZEROS.
       01 WS-IDX-ACHADO      PIC 9(04) VALUES ZEROS.
      * FREQUENCIA APURADA POR MATRICULA.
       01 WS-FREQ-TABELA.
           05 WS-FQ-ENTRADA OCCURS 999 TIMES.
               10 WS-FQ-MATRICULA   PIC 9(06).
               10 WS-FQ-PERCENTUAL  PIC 9(03).
       01 WS-QTD-FREQ        PIC 9(04) VALUES ZEROS.
       01 WS-IDX-FQ          PIC 9(04) VALUES ZEROS.
      * CONTROLE DE ENVIOS CARREGADO NA ABERTURA E REGRAVADO NO FIM,
      * COM TODOS OS ANOS - SO AS ENTRADAS DO ANO DO CENSO SAO
      * CONSULTADAS.
       01 WS-CTRL-TABELA.
           05 WS-CTRL-ENTRADA OCCURS 3000 TIMES.
               10 WS-CTRL-ANO        PIC 9(04).
               10 WS-CTRL-MATRICULA  PIC 9(06).
               10 WS-CTRL-CONTEUDO   PIC X(51).
               10 WS-CTRL-DATA       PIC 9(08).
               10 WS-CTRL-PROTOCOLO  PIC X(10).
               10 WS-CTRL-SITUACAO   PIC X(01).
       01 WS-QTD-CONTROLES   PIC 9(04) VALUES ZEROS.
       01 WS-IDX-CTRL        PIC 9(04) VALUES ZEROS.
       01 WS-IDX-CTRL-ACH    PIC 9(04) VALUES ZEROS.
       01 WS-DEVE-ENVIAR     PIC X(01) VALUES "N".
           88 DEVE-ENVIAR            VALUE "S".
      * CRITICA DO ALUNO CORRENTE.
       01 WS-ALUNO-OK        PIC X(01) VALUES "S".
           88 ALUNO-OK               VALUE "S".
       01 WS-MOTIVO          PIC X(40) VALUES SPACES.
       01 WS-NOME-ALUNO      PIC X(30) VALUES SPACES.
       01 WS-DATA-NASC       PIC 9(08) VALUES ZEROS.
       01 FILLER REDEFINES WS-DATA-NASC.
           05 WS-NASC-ANO    PIC 9(04).
           05 WS-NASC-MES    PIC 9(02).
           05 WS-NASC-DIA    PIC 9(02).
       01 WS-SERIE           PIC 9(02) VALUES ZEROS.
       01 WS-TURNO           PIC X(01) VALUES SPACES.
       01 WS-SITUACAO        PIC X(01) VALUES SPACES.
       01 WS-FREQUENCIA      PIC 9(03) VALUES ZEROS.
       01 WS-TEM-FREQUENCIA  PIC X(01) VALUES "N".
           88 TEM-FREQUENCIA         VALUE "S".
      * TOTAIS.
       01 WS-QTD-ENVIADOS    PIC 9(06) VALUES ZEROS.
       01 WS-QTD-APROV       PIC 9(06) VALUES ZEROS.
       01 WS-QTD-REPROV      PIC 9(06) VALUES ZEROS.
       01 WS-QTD-TRANSF      PIC 9(06) VALUES ZEROS.
       01 WS-QTD-ABAND       PIC 9(06) VALUES ZEROS.
       01 WS-QTD-PULADOS     PIC 9(06) VALUES ZEROS.
       01 WS-QTD-INCONSIST   PIC 9(06) VALUES ZEROS.
       01 WS-QTD-MOTIVOS     PIC 9(06) VALUES ZEROS.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA  PIC X(100) VALUES SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "EXTRATO DO CENSO ESCOLAR - 023-CENSO-ESCOLAR"

           OPEN INPUT ANUAL-FILE
           IF WS-FS-ANUAL NOT = "00"
               DISPLAY "ERRO AO ABRIR RESULTADOS ANUAIS: " WS-FS-ANUAL
                   " - RODAR O FECHAMENTO DO ANO (012) ANTES"
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ALUNO-MASTER
           IF WS-FS-MASTER NOT = "00"
               DISPLAY "ERRO AO ABRIR CADASTRO MESTRE DE ALUNOS: "
                   WS-FS-MASTER
               CLOSE ANUAL-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TURMA-MASTER
           IF WS-FS-TURMAS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADASTRO DE TURMAS: "
                   WS-FS-TURMAS
               CLOSE ANUAL-FILE
               CLOSE ALUNO-MASTER
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR CRITICA DO CENSO: "
                   WS-FS-RELATORIO
               CLOSE ANUAL-FILE
               CLOSE ALUNO-MASTER
               CLOSE TURMA-MASTER
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT EXTRATO-FILE
           IF WS-FS-EXTRATO NOT = "00"
               DISPLAY "ERRO AO ABRIR EXTRATO DO CENSO: "
                   WS-FS-EXTRATO
               CLOSE ANUAL-FILE
               CLOSE ALUNO-MASTER
               CLOSE TURMA-MASTER
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "CRITICA DO CENSO ESCOLAR" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-CENSO
           MOVE WS-CAB-DATA-EXECUCAO TO WS-DATA-ENVIO

           ACCEPT WS-ANO-X FROM ENVIRONMENT "ANO_LETIVO"
           IF WS-ANO-X IS NUMERIC AND WS-ANO-X NOT = "0000"
               MOVE WS-ANO-X TO WS-ANO-CENSO
           ELSE
               MOVE WS-CAB-ANO TO WS-ANO-CENSO
           END-IF
           DISPLAY "ANO DO CENSO: " WS-ANO-CENSO

           PERFORM CARREGAR-RESULTADOS
           CLOSE ANUAL-FILE
           PERFORM CARREGAR-MATRICULADOS
           PERFORM CARREGAR-FREQUENCIAS
           PERFORM CARREGAR-CONTROLE

           MOVE SPACES TO RL-LINHA
           STRING "ANO DO CENSO: " WS-ANO-CENSO
                  "  ALUNOS NO ANO: " WS-QTD-ALUNOS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-CENSO
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-CENSO
           MOVE "INCONSISTENCIAS - ALUNO FORA DO EXTRATO ATE CORRIGIR:"
               TO RL-LINHA
           PERFORM GRAVAR-LINHA-CENSO

           PERFORM VARYING WS-IDX-AL FROM 1 BY 1
                   UNTIL WS-IDX-AL > WS-QTD-ALUNOS
               PERFORM PROCESSAR-ALUNO
           END-PERFORM

           IF WS-QTD-INCONSIST = 0
               MOVE "NENHUMA" TO RL-LINHA
               PERFORM GRAVAR-LINHA-CENSO
           END-IF

           MOVE "T"             TO CE-T-TIPO
           MOVE WS-ANO-CENSO    TO CE-T-ANO-CENSO
           MOVE WS-QTD-ENVIADOS TO CE-T-QTD-TOTAL
           MOVE WS-QTD-APROV    TO CE-T-QTD-APROV
           MOVE WS-QTD-REPROV   TO CE-T-QTD-REPROV
           MOVE WS-QTD-TRANSF   TO CE-T-QTD-TRANSF
           MOVE WS-QTD-ABAND    TO CE-T-QTD-ABAND
           WRITE CE-TRAILER-REC

           PERFORM IMPRIMIR-TOTAIS

           CLOSE ALUNO-MASTER
           CLOSE TURMA-MASTER
           CLOSE EXTRATO-FILE
           CLOSE RELATORIO-FILE

           PERFORM REGRAVAR-CONTROLE

           IF WS-QTD-INCONSIST > 0
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF
           GOBACK.

      * RESULTADOS ANUAIS: UM REGISTRO POR ALUNO, JA COM A SITUACAO
      * FINAL DO ANO.
       CARREGAR-RESULTADOS.
           PERFORM UNTIL FIM-ANUAL
               READ ANUAL-FILE
                   AT END
                       SET FIM-ANUAL TO TRUE
                   NOT AT END
                       MOVE RA-MATRICULA TO AM-MATRICULA
                       PERFORM ACHAR-ALUNO
                       IF WS-IDX-ACHADO = 0
                           PERFORM INCLUIR-ALUNO
                       END-IF
                       IF WS-IDX-ACHADO > 0
                           MOVE RA-TURMA
                               TO WS-AL-TURMA(WS-IDX-ACHADO)
                           MOVE RA-STATUS-ANUAL
                               TO WS-AL-STATUS(WS-IDX-ACHADO)
                       END-IF
               END-READ
           END-PERFORM.

      * MATRICULADOS NO ARQUIVO DE NOTAS QUE NAO TEM RESULTADO ANUAL
      * ENTRAM SEM SITUACAO - E A CRITICA QUE APONTA. ARQUIVO AUSENTE:
      * SO OS RESULTADOS.
       CARREGAR-MATRICULADOS.
           OPEN INPUT ALUNO-FILE
           IF WS-FS-ALUNOS NOT = "00"
               DISPLAY "ARQUIVO DE NOTAS INDISPONIVEL (" WS-FS-ALUNOS
                   ") - SO OS ALUNOS COM RESULTADO ANUAL"
           ELSE
               PERFORM UNTIL FIM-ALUNOS
                   READ ALUNO-FILE
                       AT END
                           SET FIM-ALUNOS TO TRUE
                       NOT AT END
                           MOVE FD-MATRICULA TO AM-MATRICULA
                           PERFORM ACHAR-ALUNO
                           IF WS-IDX-ACHADO = 0
                               PERFORM INCLUIR-ALUNO
                               IF WS-IDX-ACHADO > 0
                                   MOVE FD-TURMA
                                       TO WS-AL-TURMA(WS-IDX-ACHADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNO-FILE
           END-IF.

       ACHAR-ALUNO.
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-AL FROM 1 BY 1
                   UNTIL WS-IDX-AL > WS-QTD-ALUNOS
                       OR WS-IDX-ACHADO > 0
               IF WS-AL-MATRICULA(WS-IDX-AL) = AM-MATRICULA
                   MOVE WS-IDX-AL TO WS-IDX-ACHADO
               END-IF
           END-PERFORM.

       INCLUIR-ALUNO.
           IF WS-QTD-ALUNOS < 999
               ADD 1 TO WS-QTD-ALUNOS
               MOVE WS-QTD-ALUNOS TO WS-IDX-ACHADO
               MOVE AM-MATRICULA TO WS-AL-MATRICULA(WS-IDX-ACHADO)
               MOVE SPACES       TO WS-AL-TURMA(WS-IDX-ACHADO)
               MOVE SPACES       TO WS-AL-STATUS(WS-IDX-ACHADO)
           ELSE
               DISPLAY "TABELA DE ALUNOS CHEIA - MATRICULA FORA DO "
                   "CENSO: " AM-MATRICULA
           END-IF.

      * FREQUENCIA APURADA; ARQUIVO AUSENTE DEIXA TODO ALUNO SEM
      * FREQUENCIA, E A CRITICA APONTA UM A UM.
       CARREGAR-FREQUENCIAS.
           OPEN INPUT APURADA-FILE
           IF WS-FS-APURADA NOT = "00"
               DISPLAY "FREQUENCIA APURADA INDISPONIVEL ("
                   WS-FS-APURADA ") - RODAR O 005 ANTES"
           ELSE
               PERFORM UNTIL FIM-APURADA
                   READ APURADA-FILE
                       AT END
                           SET FIM-APURADA TO TRUE
                       NOT AT END
                           IF WS-QTD-FREQ < 999
                               ADD 1 TO WS-QTD-FREQ
                               MOVE AP-MATRICULA
                                   TO WS-FQ-MATRICULA(WS-QTD-FREQ)
                               MOVE AP-PERCENTUAL
                                   TO WS-FQ-PERCENTUAL(WS-QTD-FREQ)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APURADA-FILE
           END-IF.

      ******************************************************************
      * MONTA E CRITICA O ALUNO CORRENTE; SO O ALUNO SEM NENHUMA
      * INCONSISTENCIA PASSA PARA O CONTROLE DE ENVIOS.
      ******************************************************************
       PROCESSAR-ALUNO.
           MOVE "S"    TO WS-ALUNO-OK
           MOVE SPACES TO WS-NOME-ALUNO
           MOVE ZEROS  TO WS-DATA-NASC
           MOVE ZEROS  TO WS-SERIE
           MOVE SPACES TO WS-TURNO
           MOVE SPACES TO WS-SITUACAO
           MOVE ZEROS  TO WS-FREQUENCIA

           MOVE WS-AL-MATRICULA(WS-IDX-AL) TO AM-MATRICULA
           READ ALUNO-MASTER KEY IS AM-MATRICULA
           IF WS-FS-MASTER NOT = "00"
               MOVE "SEM CADASTRO NO MESTRE DE ALUNOS" TO WS-MOTIVO
               PERFORM REGISTRAR-INCONSISTENCIA
           ELSE
               MOVE AM-NOME-ALUNO TO WS-NOME-ALUNO
               IF AM-DATA-NASC IS NOT NUMERIC
                       OR AM-DATA-NASC = ZEROS
                   MOVE "SEM DATA DE NASCIMENTO" TO WS-MOTIVO
                   PERFORM REGISTRAR-INCONSISTENCIA
               ELSE
                   MOVE AM-DATA-NASC TO WS-DATA-NASC
                   IF WS-NASC-MES < 01 OR WS-NASC-MES > 12
                           OR WS-NASC-DIA < 01 OR WS-NASC-DIA > 31
                           OR WS-NASC-ANO < 1900
                           OR WS-NASC-ANO >= WS-ANO-CENSO
                       MOVE "DATA DE NASCIMENTO INVALIDA" TO WS-MOTIVO
                       PERFORM REGISTRAR-INCONSISTENCIA
                   END-IF
               END-IF
           END-IF

           EVALUATE WS-AL-STATUS(WS-IDX-AL)
               WHEN "APROVADO"
               WHEN "DEPENDENCIA"
                   MOVE "1" TO WS-SITUACAO
               WHEN "REPROVADO"
                   MOVE "2" TO WS-SITUACAO
               WHEN "TRANSFERIDO"
                   MOVE "3" TO WS-SITUACAO
               WHEN "ABANDONO"
                   MOVE "4" TO WS-SITUACAO
               WHEN OTHER
                   MOVE "SEM RESULTADO FINAL NO ANO" TO WS-MOTIVO
                   PERFORM REGISTRAR-INCONSISTENCIA
           END-EVALUATE

           MOVE WS-AL-TURMA(WS-IDX-AL) TO TM-TURMA
           READ TURMA-MASTER KEY IS TM-TURMA
           IF WS-FS-TURMAS NOT = "00"
               MOVE "TURMA FORA DO CADASTRO DE TURMAS" TO WS-MOTIVO
               PERFORM REGISTRAR-INCONSISTENCIA
           ELSE
               IF TM-SERIE IS NOT NUMERIC OR TM-SERIE = ZEROS
                       OR NOT TM-TURNO-VALIDO
                   MOVE "TURMA SEM SERIE OU TURNO NO CADASTRO"
                       TO WS-MOTIVO
                   PERFORM REGISTRAR-INCONSISTENCIA
               ELSE
                   MOVE TM-SERIE TO WS-SERIE
                   MOVE TM-TURNO TO WS-TURNO
               END-IF
           END-IF

           MOVE "N" TO WS-TEM-FREQUENCIA
           PERFORM VARYING WS-IDX-FQ FROM 1 BY 1
                   UNTIL WS-IDX-FQ > WS-QTD-FREQ OR TEM-FREQUENCIA
               IF WS-FQ-MATRICULA(WS-IDX-FQ) =
                       WS-AL-MATRICULA(WS-IDX-AL)
                   MOVE "S" TO WS-TEM-FREQUENCIA
                   MOVE WS-FQ-PERCENTUAL(WS-IDX-FQ) TO WS-FREQUENCIA
               END-IF
           END-PERFORM
           IF NOT TEM-FREQUENCIA
               MOVE "SEM FREQUENCIA APURADA" TO WS-MOTIVO
               PERFORM REGISTRAR-INCONSISTENCIA
           END-IF

           IF ALUNO-OK
               PERFORM GERAR-REGISTRO-ALUNO
           ELSE
               ADD 1 TO WS-QTD-INCONSIST
           END-IF.

      * UMA LINHA NA CRITICA POR INCONSISTENCIA DO ALUNO.
       REGISTRAR-INCONSISTENCIA.
           MOVE "N" TO WS-ALUNO-OK
           ADD 1 TO WS-QTD-MOTIVOS
           MOVE SPACES TO RL-LINHA
           STRING "MATRICULA " WS-AL-MATRICULA(WS-IDX-AL)
                  " TURMA " WS-AL-TURMA(WS-IDX-AL)
                  " " WS-NOME-ALUNO
                  " - " WS-MOTIVO
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-CENSO.

      * MONTA O REGISTRO DO ALUNO; SO GRAVA SE O CONTROLE DISSER QUE
      * E NOVO, MUDOU OU FOI REJEITADO NO RECIBO ANTERIOR.
       GERAR-REGISTRO-ALUNO.
           MOVE "A"                        TO CE-A-TIPO
           MOVE WS-ANO-CENSO               TO CE-A-ANO-CENSO
           MOVE WS-AL-MATRICULA(WS-IDX-AL) TO CE-A-MATRICULA
           MOVE WS-NOME-ALUNO              TO CE-A-NOME
           MOVE WS-DATA-NASC               TO CE-A-DATA-NASC
           MOVE WS-AL-TURMA(WS-IDX-AL)     TO CE-A-TURMA
           MOVE WS-SERIE                   TO CE-A-SERIE
           MOVE WS-TURNO                   TO CE-A-TURNO
           MOVE WS-SITUACAO                TO CE-A-SITUACAO
           MOVE WS-FREQUENCIA              TO CE-A-FREQUENCIA
           PERFORM VERIFICAR-ENVIO
           IF DEVE-ENVIAR
               WRITE CE-ALUNO-REC
               ADD 1 TO WS-QTD-ENVIADOS
               EVALUATE WS-SITUACAO
                   WHEN "1"
                       ADD 1 TO WS-QTD-APROV
                   WHEN "2"
                       ADD 1 TO WS-QTD-REPROV
                   WHEN "3"
                       ADD 1 TO WS-QTD-TRANSF
                   WHEN OTHER
                       ADD 1 TO WS-QTD-ABAND
               END-EVALUATE
           END-IF.

      * CONSULTA O CONTROLE PARA O ANO E A MATRICULA: MESMO CONTEUDO
      * JA ENVIADO OU ACEITO E PULADO; CONTEUDO NOVO, CORRIGIDO OU
      * REJEITADO E (RE)ENVIADO E A ENTRADA VOLTA PARA "E".
       VERIFICAR-ENVIO.
           MOVE "N"   TO WS-DEVE-ENVIAR
           MOVE ZEROS TO WS-IDX-CTRL-ACH
           PERFORM VARYING WS-IDX-CTRL FROM 1 BY 1
                   UNTIL WS-IDX-CTRL > WS-QTD-CONTROLES
                       OR WS-IDX-CTRL-ACH > 0
               IF WS-CTRL-ANO(WS-IDX-CTRL) = WS-ANO-CENSO
                       AND WS-CTRL-MATRICULA(WS-IDX-CTRL) =
                           CE-A-MATRICULA
                   MOVE WS-IDX-CTRL TO WS-IDX-CTRL-ACH
               END-IF
           END-PERFORM
           IF WS-IDX-CTRL-ACH = 0
               IF WS-QTD-CONTROLES < 3000
                   ADD 1 TO WS-QTD-CONTROLES
                   MOVE WS-QTD-CONTROLES TO WS-IDX-CTRL-ACH
                   MOVE WS-ANO-CENSO
                       TO WS-CTRL-ANO(WS-IDX-CTRL-ACH)
                   MOVE CE-A-MATRICULA
                       TO WS-CTRL-MATRICULA(WS-IDX-CTRL-ACH)
                   MOVE SPACES
                       TO WS-CTRL-PROTOCOLO(WS-IDX-CTRL-ACH)
                   PERFORM MARCAR-ENVIO
               ELSE
                   DISPLAY "TABELA DE CONTROLE CHEIA - ALUNO FORA "
                       "DO CONTROLE: " CE-A-MATRICULA
               END-IF
           ELSE
               IF WS-CTRL-CONTEUDO(WS-IDX-CTRL-ACH) = CE-A-DADOS
                       AND WS-CTRL-SITUACAO(WS-IDX-CTRL-ACH)
                           NOT = "R"
                   ADD 1 TO WS-QTD-PULADOS
               ELSE
                   PERFORM MARCAR-ENVIO
               END-IF
           END-IF.

       MARCAR-ENVIO.
           MOVE "S" TO WS-DEVE-ENVIAR
           MOVE CE-A-DADOS    TO WS-CTRL-CONTEUDO(WS-IDX-CTRL-ACH)
           MOVE WS-DATA-ENVIO TO WS-CTRL-DATA(WS-IDX-CTRL-ACH)
           MOVE "E"           TO WS-CTRL-SITUACAO(WS-IDX-CTRL-ACH).

      * CARREGA O CONTROLE DE ENVIOS; ARQUIVO AUSENTE E O PRIMEIRO
      * CENSO COM O CONTROLE - TODO ALUNO CONSISTENTE VIAJA.
       CARREGAR-CONTROLE.
           OPEN INPUT CONTROLE-FILE
           IF WS-FS-CONTROLE NOT = "00"
               DISPLAY "CONTROLE DO CENSO AINDA NAO EXISTE ("
                   WS-FS-CONTROLE ") - EXTRATO COMPLETO"
           ELSE
               PERFORM UNTIL FIM-CONTROLE
                   READ CONTROLE-FILE
                       AT END
                           SET FIM-CONTROLE TO TRUE
                       NOT AT END
                           IF WS-QTD-CONTROLES < 3000
                               ADD 1 TO WS-QTD-CONTROLES
                               MOVE CC-ANO-CENSO TO WS-CTRL-ANO
                                   (WS-QTD-CONTROLES)
                               MOVE CC-MATRICULA TO WS-CTRL-MATRICULA
                                   (WS-QTD-CONTROLES)
                               MOVE CC-CONTEUDO TO WS-CTRL-CONTEUDO
                                   (WS-QTD-CONTROLES)
                               MOVE CC-DATA-ENVIO TO WS-CTRL-DATA
                                   (WS-QTD-CONTROLES)
                               MOVE CC-PROTOCOLO TO WS-CTRL-PROTOCOLO
                                   (WS-QTD-CONTROLES)
                               MOVE CC-SITUACAO TO WS-CTRL-SITUACAO
                                   (WS-QTD-CONTROLES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROLE-FILE
               DISPLAY "CONTROLE DO CENSO CARREGADO: "
                   WS-QTD-CONTROLES
           END-IF.

       REGRAVAR-CONTROLE.
           OPEN OUTPUT CONTROLE-FILE
           IF WS-FS-CONTROLE NOT = "00"
               DISPLAY "ERRO AO REGRAVAR CONTROLE DO CENSO: "
                   WS-FS-CONTROLE
           ELSE
               PERFORM VARYING WS-IDX-CTRL FROM 1 BY 1
                       UNTIL WS-IDX-CTRL > WS-QTD-CONTROLES
                   MOVE WS-CTRL-ANO(WS-IDX-CTRL)       TO CC-ANO-CENSO
                   MOVE WS-CTRL-MATRICULA(WS-IDX-CTRL)
                       TO CC-MATRICULA
                   MOVE WS-CTRL-CONTEUDO(WS-IDX-CTRL)  TO CC-CONTEUDO
                   MOVE WS-CTRL-DATA(WS-IDX-CTRL)      TO CC-DATA-ENVIO
                   MOVE WS-CTRL-PROTOCOLO(WS-IDX-CTRL)
                       TO CC-PROTOCOLO
                   MOVE WS-CTRL-SITUACAO(WS-IDX-CTRL)  TO CC-SITUACAO
                   WRITE CC-CONTROLE-REC
               END-PERFORM
               CLOSE CONTROLE-FILE
           END-IF.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-CENSO
           MOVE SPACES TO RL-LINHA
           STRING "ALUNOS NO ANO: " WS-QTD-ALUNOS
                  "  COM INCONSISTENCIA: " WS-QTD-INCONSIST
                  " (" WS-QTD-MOTIVOS " APONTAMENTOS)"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-CENSO
           MOVE SPACES TO RL-LINHA
           STRING "NO EXTRATO: " WS-QTD-ENVIADOS
                  "  APROVADOS: " WS-QTD-APROV
                  "  REPROVADOS: " WS-QTD-REPROV
                  "  TRANSFERIDOS: " WS-QTD-TRANSF
                  "  ABANDONOS: " WS-QTD-ABAND
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-CENSO
           MOVE SPACES TO RL-LINHA
           STRING "JA ENVIADOS SEM ALTERACAO (PULADOS): "
                  WS-QTD-PULADOS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-CENSO
           DISPLAY "CENSO " WS-ANO-CENSO ": ALUNOS=" WS-QTD-ALUNOS
               " NO EXTRATO=" WS-QTD-ENVIADOS
               " JA ENVIADOS PULADOS=" WS-QTD-PULADOS
               " COM INCONSISTENCIA=" WS-QTD-INCONSIST.

       IMPRIMIR-CABECALHO-CENSO.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE 2 TO WS-CAB-QTD-LINHAS.

      * GRAVA UMA LINHA DA CRITICA RESPEITANDO O SALTO DE PAGINA DO
      * CABECALHO COMPARTILHADO.
       GRAVAR-LINHA-CENSO.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-CENSO
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM 023-CENSO-ESCOLAR.
