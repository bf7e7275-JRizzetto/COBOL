      *          RENDIMENTOS DA FOLHA MENSAL, PARCELAS DE 13O, INSS E
      *          IRRF RETIDOS E LIQUIDO - MAIS O RESUMO DA EMPRESA
      *          MES A MES, QUE AMARRA NAS DOZE FOLHAS MENSAIS.
      *          O INFORME EMITIDO FICA MARCADO NO CONTROLE DE ANOS
      *          FECHADOS - E UMA DAS CONDICOES PARA O ARQUIVAMENTO
      *          ANUAL (A047) TIRAR O ANO DOS ARQUIVOS VIVOS.
      * Tectonics: cobc
      ******************************************************************

           SELECT INFORME-FILE ASSIGN TO DYNAMIC WS-ARQ-INFORME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INFORME.
           SELECT ANOFECH-FILE ASSIGN TO DYNAMIC WS-ARQ-ANOFECH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANOFECH.
       DATA DIVISION.
       FILE SECTION.
       FD  ACUMULADO-FILE.
       COPY FUNCIONARIO-REC.
       FD  INFORME-FILE.
       01  IN-LINHA            PIC X(120).
       FD  ANOFECH-FILE.
       COPY ANO-FECHADO-REC.
       WORKING-STORAGE SECTION.
       01 WS-ARQ-ACUMULADO   PIC X(40)
           VALUE "data/FOLHA_ACUMULADO.DAT".
       01 WS-ARQ-INFORME     PIC X(40)
           VALUE "data/INFORME_RENDIMENTOS.TXT".
       01 WS-FS-INFORME                          PIC X(02) VALUE SPACES.
       01 WS-ARQ-ANOFECH     PIC X(40)
           VALUE "data/ANOS_FECHADOS.DAT".
       01 WS-FS-ANOFECH                          PIC X(02) VALUE SPACES.
       01 WS-FIM-ACUMULADO                       PIC X(01) VALUE "N".
           88 FIM-ACUMULADO                      VALUE "S".
       01 WS-MASTER-ABERTO                       PIC X(01) VALUE "N".
           DISPLAY "INFORMES EMITIDOS: " WS-QTD-FUNCIONARIOS
               " FUNCIONARIOS, " WS-QTD-REGISTROS " FOLHAS DO ANO"

           PERFORM REGISTRAR-ANO-FECHADO

           MOVE WS-RC-NORMAL TO RETURN-CODE
           GOBACK.

      * MARCA O ANO COMO INFORMADO NO CONTROLE DE ANOS FECHADOS. SEM
      * O CONTROLE O INFORME VALE DO MESMO JEITO - SO O ARQUIVAMENTO
      * DO ANO FICA ESPERANDO.
       REGISTRAR-ANO-FECHADO.
           OPEN EXTEND ANOFECH-FILE
           IF WS-FS-ANOFECH = "35"
               OPEN OUTPUT ANOFECH-FILE
               CLOSE ANOFECH-FILE
               OPEN EXTEND ANOFECH-FILE
           END-IF
           IF WS-FS-ANOFECH NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTROLE DE ANOS FECHADOS: "
                   WS-FS-ANOFECH
           ELSE
               MOVE WS-ANO-INFORME TO AF-ANO
               SET AF-INFORME-EMITIDO TO TRUE
               MOVE WS-CAB-DATA-EXECUCAO TO AF-DATA
               WRITE AF-ANO-FECHADO-REC
               CLOSE ANOFECH-FILE
           END-IF.

       ACUMULAR-REGISTRO.
           MOVE AC-COMPETENCIA(1:4) TO WS-ANO-REGISTRO
           IF WS-ANO-REGISTRO = WS-ANO-INFORME
