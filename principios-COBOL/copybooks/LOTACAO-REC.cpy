      ******************************************************************
      * LOTACAO-REC.cpy
      * LAYOUT DAS LOTACOES DOS FUNCIONARIOS (ARQUIVO
      * data/LOTACOES.DAT): UMA LINHA POR MATRICULA E INICIO DE
      * VIGENCIA, MANTIDA PELO RH. A TRANSFERENCIA DE DEPARTAMENTO E
      * UMA LINHA NOVA COM A DATA DA TRANSFERENCIA - A LINHA ANTIGA
      * FICA, E E O QUE RESPONDE ONDE O FUNCIONARIO ESTAVA LOTADO
      * NUMA COMPETENCIA PASSADA. LOTACAO VIGENTE NUMA DATA = A LINHA
      * DA MATRICULA COM O MAIOR INICIO DE VIGENCIA ATE A DATA.
      * INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA
      * PROGRAMA, PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  LO-LOTACAO-REC.
           05 LO-MATRICULA                       PIC 9(06).
           05 LO-VIGENCIA-INI                    PIC 9(08).
           05 LO-CENTRO-CUSTO                    PIC X(04).
