      *           a situacao (F fechado, R reaberto por supervisor),
      *           os totais de controle do dia capturados do
      *           CALCLOG.DAT no fechamento (quantidade e valor por
      *           operacao, na ordem A/S/M/D/R/J/F/C/P/I) e quem fechou,
      *           quando. Dia fechado congela o movimento: o estorno
      *           do CALCINQ recusa transacao cuja CALCHIST-DATA caia
      *           em dia fechado - so a reabertura de supervisor
      * Mod-log:
      *  03/09 RPS  Criado junto com o CALCDAY para o fechamento
      *             certificado do dia de movimento.
      *  15/10 RPS  Setima posicao dos totais para a operacao F
      *             (amortizacao) - registro de 155 para 176 bytes.
      *  15/10 RPS  Oitava posicao para a operacao C (conversao de
      *             moeda) - registro de 176 para 197 bytes.
      *  15/10 RPS  Nona posicao para a operacao P (rateio entre
      *             departamentos) - registro de 197 para 218 bytes.
      *  15/10 RPS  Decima posicao para a operacao I (retencao na
      *             fonte) - registro de 218 para 239 bytes.
      ******************************************************************
       01 CALCFECH-REGISTRO.
           05 CALCFECH-DATA           PIC 9(08).
           05 CALCFECH-SW-SITUACAO    PIC X(01).
               88 CALCFECH-FECHADO          VALUE "F".
               88 CALCFECH-REABERTO         VALUE "R".
           05 CALCFECH-TOTAIS OCCURS 10 TIMES.
               10 CALCFECH-QTDE       PIC S9(08).
               10 CALCFECH-VALOR      PIC S9(11)V99.
           05 CALCFECH-DATA-FECH      PIC 9(08).
