      ******************************************************************
      * ANO-FECHADO-REC.cpy
      * LAYOUT DO CONTROLE DE ANOS FECHADOS (ARQUIVO
      * data/ANOS_FECHADOS.DAT): UMA LINHA POR EVENTO DE FECHAMENTO,
      * APPENDADA POR QUEM O EXECUTA - O INFORME DE RENDIMENTOS (A027)
      * GRAVA "I" PARA O ANO INFORMADO, O RESULTADO ANUAL (012) GRAVA
      * "R" PARA O ANO LETIVO FECHADO E O ARQUIVAMENTO ANUAL (A047)
      * GRAVA "A" QUANDO TIRA O ANO DOS ARQUIVOS VIVOS. SO O ANO COM
      * "I" E "R" E AINDA SEM "A" PODE SER ARQUIVADO. O RERUN DE UM
      * FECHAMENTO SO REPETE A LINHA, O QUE NAO MUDA NADA. ANO ANTERIOR
      * A ESTE CONTROLE PODE SER MARCADO A MAO PELA SECRETARIA E PELO
      * RH (AAAA + EVENTO + DATA).
      * INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA,
      * PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  AF-ANO-FECHADO-REC.
           05 AF-ANO                             PIC 9(04).
           05 AF-EVENTO                          PIC X(01).
               88 AF-INFORME-EMITIDO             VALUE "I".
               88 AF-RESULTADO-ANUAL             VALUE "R".
               88 AF-ARQUIVADO                   VALUE "A".
           05 AF-DATA                            PIC 9(08).
