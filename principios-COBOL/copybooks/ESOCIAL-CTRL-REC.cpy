      * LAYOUT DO CONTROLE DE EVENTOS ENVIADOS AO PORTAL DO GOVERNO
      * (ARQUIVO data/ESOCIAL_CONTROLE.DAT): UM REGISTRO POR
      * MATRICULA E TIPO DE EVENTO ("A" ADMISSAO, "S" SALARIO, "D"
      * DESLIGAMENTO, "F" AFASTAMENTO, "V" RETORNO DE AFASTAMENTO),
      * COM A CHAVE DE CONTEUDO DO ULTIMO ENVIO (DATA DE ADMISSAO,
      * SALARIO, DATA+CAUSA DO DESLIGAMENTO, MOTIVO+INICIO DO
      * AFASTAMENTO OU RETORNO+MOTIVO), A DATA
      * DO ENVIO, O PROTOCOLO DEVOLVIDO PELO GOVERNO E A SITUACAO:
      * "E"=ENVIADO (AGUARDANDO RECIBO), "A"=ACEITO, "R"=REJEITADO.
      * O EXTRATO (A015) SO GERA EVENTO NOVO QUANDO O CONTEUDO MUDOU
