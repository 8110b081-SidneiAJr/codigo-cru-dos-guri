      *  21/08 RPS  Acrescentado CALCRUN-LOTE-ID - o CALCBAT consulta
      *             este razao para recusar um lote ja processado com
      *             termino limpo (protecao contra dupla postagem).
      *  15/10 RPS  Acrescentado CALCRUN-DEPTO - o departamento do
      *             cabecalho do lote (branco nas rodadas que nao sao
      *             de lote, como a do CALCARCH), base da contagem de
      *             lotes por setor do faturamento mensal (CALCFAT).
      *             Registro passou de 86 para 90 posicoes - o CALCBKP
      *             e o CALCRST acompanham; razao antigo precisa de
      *             recarga.
      ******************************************************************
       01 CALCRUN-REGISTRO.
           05 CALCRUN-DATA-INICIO       PIC 9(08).
               88 CALCRUN-FOI-RETOMADA      VALUE "S".
           05 CALCRUN-OPERADOR          PIC X(04).
           05 CALCRUN-LOTE-ID           PIC X(08).
           05 CALCRUN-DEPTO             PIC X(04).
