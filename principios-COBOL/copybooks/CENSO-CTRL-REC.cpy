      ******************************************************************
      * CENSO-CTRL-REC.cpy
      * LAYOUT DO CONTROLE DE ALUNOS ENVIADOS AO CENSO ESCOLAR
      * (ARQUIVO data/CENSO_CONTROLE.DAT): UM REGISTRO POR ANO DO
      * CENSO E MATRICULA, COM A CHAVE DE CONTEUDO DO ULTIMO ENVIO (OS
      * DADOS DO ALUNO COMO VIAJARAM NO EXTRATO), A DATA DO ENVIO, O
      * PROTOCOLO DEVOLVIDO PELO SISTEMA DO INEP E A SITUACAO:
      * "E"=ENVIADO (AGUARDANDO RECIBO), "A"=ACEITO, "R"=REJEITADO.
      * O EXTRATO (023) SO GERA O ALUNO NOVO, COM DADO CORRIGIDO OU
      * REJEITADO NO RECIBO ANTERIOR; A ENTRADA DE RECIBOS (024) GRAVA
      * PROTOCOLO E SITUACAO - O MESMO MOLDE DO CONTROLE DO ESOCIAL.
      * INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DOS DOIS
      * PROGRAMAS, PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  CC-CONTROLE-REC.
           05 CC-ANO-CENSO                       PIC 9(04).
           05 CC-MATRICULA                       PIC 9(06).
           05 CC-CONTEUDO                        PIC X(51).
           05 CC-DATA-ENVIO                      PIC 9(08).
           05 CC-PROTOCOLO                       PIC X(10).
           05 CC-SITUACAO                        PIC X(01).
               88 CC-ENVIADO                     VALUE "E".
               88 CC-ACEITO                      VALUE "A".
               88 CC-REJEITADO                   VALUE "R".
