      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: CALCULAR O HASH DA SENHA DE UM OPERADOR DAS TELAS DE
      *          MANUTENCAO - A SENHA DIGITADA NUNCA E GRAVADA, SO ESTE
      *          HASH (NO CADASTRO DE OPERADORES, OPERADOR-REC). O ID
      *          DO OPERADOR ENTRA NA CONTA JUNTO COM A SENHA, ENTAO
      *          DOIS OPERADORES COM A MESMA SENHA FICAM COM HASHES
      *          DIFERENTES, E A MISTURA E REPETIDA VARIAS RODADAS PARA
      *          ENCARECER A TENTATIVA POR FORCA BRUTA. USADO PELA
      *          ENTRADA DAS TELAS (CONTROLE-ACESSO) E PELO CADASTRO DE
      *          OPERADORES (A051), NO MESMO MOLDE DO CPF-VALIDADOR.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHA-HASH.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-HASH-TEXTO.
           05 WS-HASH-TEXTO-ID                   PIC X(08).
           05 WS-HASH-TEXTO-SENHA                PIC X(12).
       01 WS-HASH-VALOR                          PIC 9(15) VALUE ZEROS.
       01 WS-HASH-MODULO                         PIC 9(12)
           VALUE 999999999989.
       01 WS-HASH-RODADAS                        PIC 9(03) VALUE 200.
       01 WS-HASH-RODADA                         PIC 9(03) VALUE ZEROS.
       01 WS-HASH-IDX                            PIC 9(02) VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-OPERADOR                            PIC X(08).
       01 LK-SENHA                               PIC X(12).
       01 LK-HASH                                PIC 9(12).
       PROCEDURE DIVISION USING LK-OPERADOR
                                 LK-SENHA
                                 LK-HASH.

       MAIN-PROC.
           MOVE LK-OPERADOR TO WS-HASH-TEXTO-ID
           MOVE LK-SENHA    TO WS-HASH-TEXTO-SENHA
           MOVE 5381        TO WS-HASH-VALOR

      * CADA RODADA PASSA OS 20 CARACTERES (ID + SENHA) PELA MISTURA
      * MULTIPLICATIVA, COM O NUMERO DA RODADA E A POSICAO SOMADOS
      * PARA A MESMA LETRA NAO CONTRIBUIR SEMPRE IGUAL.
           PERFORM VARYING WS-HASH-RODADA FROM 1 BY 1
                   UNTIL WS-HASH-RODADA > WS-HASH-RODADAS
               PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                       UNTIL WS-HASH-IDX > 20
                   COMPUTE WS-HASH-VALOR = FUNCTION MOD(
                       WS-HASH-VALOR * 33
                       + FUNCTION ORD(WS-HASH-TEXTO(WS-HASH-IDX:1))
                       + WS-HASH-RODADA * WS-HASH-IDX,
                       WS-HASH-MODULO)
               END-PERFORM
           END-PERFORM

           MOVE WS-HASH-VALOR TO LK-HASH
           GOBACK.

       END PROGRAM SENHA-HASH.
