      *          REPROVACAO (007), ENQUANTO AINDA HA AULAS PARA
      *          FREQUENTAR. CADA ALERTA TAMBEM E APPENDADO NUM LOG EM
      *          LAYOUT FIXO - E A PROVA DE NOTIFICACAO QUE A
      *          INSPECAO PEDE. ALUNO QUE JA SAIU DA ESCOLA
      *          (TRANSFERIDO, DESISTENTE OU CANCELADO NO CADASTRO
      *          MESTRE) NAO RECEBE CARTA.
      * Tectonics: cobc
      ******************************************************************

       01 WS-QTD-ALERTAS     PIC 9(05) VALUES ZEROS.
       01 WS-QTD-SEM-CADASTRO PIC 9(05) VALUES ZEROS.
       01 WS-QTD-SEM-APURACAO PIC 9(05) VALUES ZEROS.
       01 WS-QTD-SAIDOS      PIC 9(05) VALUES ZEROS.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.
               " ALERTAS EMITIDOS: " WS-QTD-ALERTAS
               " SEM APURACAO: " WS-QTD-SEM-APURACAO
               " SEM CADASTRO: " WS-QTD-SEM-CADASTRO
               " JA SAIRAM: " WS-QTD-SAIDOS

           CLOSE ALUNO-FILE
           CLOSE ALUNO-MASTER

      * EMITE A CARTA AO RESPONSAVEL E APPENDA O REGISTRO DE PROVA NO
      * LOG. SEM CADASTRO MESTRE NAO HA ENDERECO - A MATRICULA SAI
      * APONTADA NO CONSOLE PARA A SECRETARIA REGULARIZAR. ALUNO QUE
      * JA SAIU NAO E MAIS ALUNO DA ESCOLA - NAO HA CARTA A MANDAR.
       EMITIR-ALERTA.
           MOVE FD-MATRICULA TO AM-MATRICULA
           READ ALUNO-MASTER KEY IS AM-MATRICULA
           EVALUATE TRUE
               WHEN WS-FS-MASTER NOT = "00"
                   ADD 1 TO WS-QTD-SEM-CADASTRO
                   DISPLAY "MATRICULA " FD-MATRICULA " EM ALERTA SEM "
                       "CADASTRO MESTRE - CARTA NAO EMITIDA"
               WHEN AM-SAIU
                   ADD 1 TO WS-QTD-SAIDOS
                   DISPLAY "MATRICULA " FD-MATRICULA " JA SAIU DA "
                       "ESCOLA (" AM-SITUACAO ") - CARTA NAO EMITIDA"
               WHEN OTHER
                   ADD 1 TO WS-QTD-ALERTAS
                   MOVE AM-ENDER-RESP TO WS-ENDER-RESP
                   PERFORM MONTAR-ETIQUETA-RESPONSAVEL
                   PERFORM GRAVAR-CARTA
                   PERFORM GRAVAR-LOG-ALERTA
           END-EVALUATE.

       MONTAR-ETIQUETA-RESPONSAVEL.
           MOVE SPACES TO WS-ETIQUETA-LINHA-1
