      *          DE NOTAS CORRIGIDO, EMITE O BOLETIM RETIFICADO E
      *          GRAVA NO HISTORICO UMA LINHA MARCADA "RETIFICADO" COM
      *          O VALOR ANTIGO E O NOVO - A TRILHA DE AUDITORIA
      *          MOSTRA A MUDANCA EM VEZ DE ESCONDE-LA. AS TRANSACOES
      *          SAO DIGITADAS NO 010-DIGITA-NOTAS E TRAZEM O OPERADOR,
      *          QUE VAI JUNTO PARA O BOLETIM RETIFICADO E O HISTORICO.
      * Tectonics: cobc
      ******************************************************************

           05 FD-FREQUENCIA    PIC 9(03).
           05 FD-NOTA-RECUP    PIC 9(02)V99.
      * TRANSACAO DE RETIFICACAO: QUAL ALUNO, QUAL DAS QUATRO
      * AVALIACOES, A NOTA CORRETA E O MOTIVO QUE VAI PARA A TRILHA,
      * COM O OPERADOR QUE A DIGITOU NO 010-DIGITA-NOTAS.
       FD  RETIF-FILE.
       COPY RETIFICACAO-REC.
       FD  BOLRET-FILE.
       01  BR-LINHA            PIC X(160).
       FD  POLITICA-FILE.
           05 PL-CORTE-C       PIC 9(02)V99.
           05 PL-CORTE-D       PIC 9(02)V99.
       FD  HISTORICO-FILE.
       01  HT-LINHA            PIC X(180).
       FD  APURADA-FILE.
       01  AP-APURADA-REC.
           05 AP-MATRICULA     PIC 9(06).
           05 HN-STATUS        PIC X(10).
           05 HN-FEZ-RECUP     PIC X(01).
           05 HN-PERIODO       PIC X(07).
           05 HN-NOTA          PIC 9(02)V99 OCCURS 4 TIMES.
       FD  PERIODO-FILE.
       01  PD-PERIODO-REC.
           05 PD-ID            PIC X(07).
               INTO BR-LINHA
               WITH POINTER WS-PONTEIRO-LINHA
           END-STRING
           IF RT-OPERADOR NOT = SPACES
               STRING " OPERADOR: " RT-OPERADOR
                   DELIMITED BY SIZE
                   INTO BR-LINHA
                   WITH POINTER WS-PONTEIRO-LINHA
               END-STRING
           END-IF
           WRITE BR-LINHA
           DISPLAY "RETIFICADO: " WS-NT-MATRICULA(WS-IDX-ACHADO)
               " AVALIACAO " RT-IDX-NOTA " DE " WS-NOTA-ANTIGA
               INTO HT-LINHA
               WITH POINTER WS-PONTEIRO-LINHA
           END-STRING
           IF RT-OPERADOR NOT = SPACES
               STRING " OPERADOR: " RT-OPERADOR
                   DELIMITED BY SIZE
                   INTO HT-LINHA
                   WITH POINTER WS-PONTEIRO-LINHA
               END-STRING
           END-IF
           WRITE HT-LINHA

           PERFORM GRAVAR-HISTNOTA-RETIFICADO.
           MOVE WS-STATUS                      TO HN-STATUS
           MOVE WS-FEZ-RECUP                   TO HN-FEZ-RECUP
           MOVE WS-PERIODO-LETIVO              TO HN-PERIODO
           PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1 UNTIL WS-IDX-NOTA > 4
               MOVE WS-NT-NOTA(WS-IDX-ACHADO, WS-IDX-NOTA)
                   TO HN-NOTA(WS-IDX-NOTA)
           END-PERFORM
           WRITE HN-HISTNOTA-REC.

      * RESOLVE A DATA DA RETIFICACAO CONTRA O CADASTRO DE PERIODOS
