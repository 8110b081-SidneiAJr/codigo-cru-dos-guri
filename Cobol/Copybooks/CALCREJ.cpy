      *  03/09 RPS  Motivo 05 - calculo recusado pelos controles de
      *             autorizacao do operador (operacao nao permitida
      *             ou valor acima do limite de CALCOPER).
      *  15/10 RPS  Motivo 06 - calculo acima do limite recusado pelo
      *             supervisor na fila de aprovacao (CALCAPRV), que
      *             grava no REJ<LOTE>.DAT do lote de origem (ou
      *             REJCALCDOS.DAT, calculo de balcao).
      *  15/10 RPS  Imagem alargada para X(39), acompanhando as
      *             moedas do detalhe do CALCIN. Motivo 07 - soma ou
      *             subtracao com operandos em moedas diferentes.
      *  15/10 RPS  Motivo 08 - detalhe de formula (tipo F) com
      *             codigo que nao esta em FORMMST.DAT ou desativado.
      *             Passo de formula que falha recusa o registro com
      *             o motivo 03, sem gravar nenhum passo.
      *  15/10 RPS  Motivo 09 - detalhe de rateio (operacao P) com
      *             tabela que nao esta em RATOMST.DAT, desativada ou
      *             com departamento inativo. Nenhuma parte e gravada.
      *  15/10 RPS  Motivo 10 - detalhe de retencao (operacao I) com
      *             tabela progressiva que nao esta em FAIXMST.DAT,
      *             sem versao ativa em vigor na data de postagem ou
      *             com valor bruto fora das faixas.
      ******************************************************************
       01 CALCREJ-REGISTRO.
           05 CALCREJ-NUMERO-REGISTRO PIC 9(08).
               88 CALCREJ-MOTIVO-CALCULO-FALHOU    VALUE 03.
               88 CALCREJ-MOTIVO-TAXA-INVALIDA      VALUE 04.
               88 CALCREJ-MOTIVO-AUTORIZACAO         VALUE 05.
               88 CALCREJ-MOTIVO-RECUSA-SUPERVISOR   VALUE 06.
               88 CALCREJ-MOTIVO-MOEDA-MISTURADA     VALUE 07.
               88 CALCREJ-MOTIVO-FORMULA-INVALIDA    VALUE 08.
               88 CALCREJ-MOTIVO-RATEIO-INVALIDO     VALUE 09.
               88 CALCREJ-MOTIVO-FAIXA-INVALIDA      VALUE 10.
           05 CALCREJ-IMAGEM          PIC X(39).
