      *          ARQUIVO BRUTO DIGITADO, GRAVA OS REGISTROS LIMPOS NO
      *          ARQUIVO QUE O AVALIADOR CONSOME E DESVIA OS REJEITADOS,
      *          COM CODIGO DE MOTIVO, PARA UM RELATORIO QUE A
      *          SECRETARIA CORRIGE E REAPRESENTA. TURMA QUE NAO ESTA
      *          NO CADASTRO MESTRE DE TURMAS (021) TAMBEM E REJEITADA,
      *          PARA UM ERRO DE DIGITACAO NAO VIRAR TURMA NO BOLETIM.
      * Tectonics: cobc
      ******************************************************************

           SELECT REJEITO-FILE ASSIGN TO DYNAMIC WS-ARQ-REJEITO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJEITO.
      * CADASTRO MESTRE DE TURMAS - SO CONSULTADO PELA CHAVE.
           SELECT TURMA-MASTER ASSIGN TO DYNAMIC WS-ARQ-TURMA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TURMA
               FILE STATUS IS WS-FS-TURMA.
      * ARQUIVO DE CONTROLE DE BATIMENTO COMPARTILHADO DA CADEIA: CADA
      * PROGRAMA APPENDA SEUS CONTADORES E O PASSO FINAL DE BATIMENTO
      * (A018-BATIMENTO) CRUZA TUDO.
       01  LP-ALUNO-REC        PIC X(65).
       FD  REJEITO-FILE.
       01  RJ-LINHA            PIC X(120).
       FD  TURMA-MASTER.
       COPY TURMA-MASTER-REC.
       FD  BATIMENTO-FILE.
       01  CC-CONTADOR-REC.
           05 CC-PROGRAMA      PIC X(20).
       01 WS-ARQ-REJEITO     PIC X(40)
                              VALUES "data/ALUNOS_REJEITOS.TXT".
       01 WS-FS-REJEITO      PIC X(02) VALUES SPACES.
       01 WS-ARQ-TURMA       PIC X(40)
                              VALUES "data/TURMAS_MASTER.DAT".
       01 WS-FS-TURMA        PIC X(02) VALUES SPACES.
      * SEM O CADASTRO DE TURMAS A CRITICA SEGUE SEM CONFERIR A TURMA
      * E DEVOLVE ALERTA - PARAR A CADEIA POR ISSO SEGURARIA O BOLETIM
      * DA ESCOLA INTEIRA.
       01 WS-CADASTRO-TURMA  PIC X(01) VALUES "N".
           88 CADASTRO-TURMA-ABERTO  VALUE "S".
       01 WS-FIM-ARQUIVO     PIC X(01) VALUES "N".
           88 FIM-ARQUIVO            VALUE "S".
      * CAMPO DE APOIO PARA CRITICAR O VALOR DAS NOTAS E DA FREQUENCIA
               GOBACK
           END-IF

           OPEN INPUT TURMA-MASTER
           IF WS-FS-TURMA = "00"
               SET CADASTRO-TURMA-ABERTO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE TURMAS INDISPONIVEL (" WS-FS-TURMA
                   ") - TURMA NAO CONFERIDA"
           END-IF

           MOVE "REJEITOS DA CRITICA DE NOTAS" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-REJEITO

           CLOSE BRUTO-FILE
           CLOSE LIMPO-FILE
           CLOSE REJEITO-FILE
           IF CADASTRO-TURMA-ABERTO
               CLOSE TURMA-MASTER
           END-IF

           PERFORM GRAVAR-CONTADORES-BATIMENTO

                   WS-TOLERANCIA-REJ " - AVALIACAO NAO DEVE RODAR"
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
           ELSE
               IF CADASTRO-TURMA-ABERTO
                   MOVE WS-RC-NORMAL TO RETURN-CODE
               ELSE
                   MOVE WS-RC-ALERTA TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

               MOVE "MATRICULA NAO NUMERICA" TO WS-DESC-MOTIVO
           END-IF

           IF REGISTRO-LIMPO AND CADASTRO-TURMA-ABERTO
               MOVE BR-TURMA TO TM-TURMA
               READ TURMA-MASTER KEY IS TM-TURMA
               IF WS-FS-TURMA NOT = "00"
                   MOVE "09" TO WS-MOTIVO-REJ
                   MOVE "TURMA NAO CADASTRADA" TO WS-DESC-MOTIVO
               END-IF
           END-IF

           IF REGISTRO-LIMPO AND BR-NOME-ALUNO = SPACES
               MOVE "02" TO WS-MOTIVO-REJ
               MOVE "NOME EM BRANCO" TO WS-DESC-MOTIVO
