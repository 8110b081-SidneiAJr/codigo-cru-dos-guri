      *             do CALCINQ e quebra do CALCPER. Registro passou
      *             de 72 para 76 posicoes - arquivos antigos
      *             precisam de recarga.
      *  15/10 RPS  Acrescentado CALCHIST-SUPERVISOR, acompanhando o
      *             CALCLOG - o supervisor que aprovou pelo CALCAPRV
      *             um calculo acima do limite do operador (branco no
      *             calculo comum). Registro passou de 76 para 80
      *             posicoes - recarga; CALCARCH, CALCBKP, CALCRST e
      *             CALCFAT acompanham.
      *  15/10 RPS  Acrescentados CALCHIST-MOEDA (moeda do calculo,
      *             "BRL" nos reais; na operacao C de conversao, a
      *             moeda de origem - o resultado e sempre em reais) e
      *             CALCHIST-COTACAO (reais por unidade da moeda usada
      *             na conversao, zero nas demais operacoes). Registro
      *             antigo le a moeda em branco, que vale BRL.
      *             Registro passou de 80 para 94 posicoes - recarga;
      *             CALCARCH, CALCBKP, CALCRST e CALCFAT acompanham.
      *  15/10 RPS  Acrescentados CALCHIST-TABELA e CALCHIST-FAIXA -
      *             na operacao I (retencao na fonte) o codigo da
      *             tabela progressiva de FAIXMST.DAT e a faixa
      *             aplicada (aliquota em NUM-DOIS, deducao em
      *             NUM-TRES); na parte de rateio (P) o codigo da
      *             tabela de RATOMST.DAT com faixa zero; branco e
      *             zero nas demais operacoes. Registro passou de 94
      *             para 100 posicoes - recarga; CALCARCH, CALCBKP,
      *             CALCRST e CALCFAT acompanham.
      ******************************************************************
       01 CALCHIST-REGISTRO.
           05 CALCHIST-TRANSACAO      PIC 9(08).
               88 CALCHIST-SIT-ESTORNO      VALUE "R".
           05 CALCHIST-TRANSACAO-REF  PIC 9(08).
           05 CALCHIST-DEPTO          PIC X(04).
           05 CALCHIST-SUPERVISOR     PIC X(04).
           05 CALCHIST-MOEDA          PIC X(03).
           05 CALCHIST-COTACAO        PIC 9(05)V9(06).
           05 CALCHIST-TABELA         PIC X(04).
           05 CALCHIST-FAIXA          PIC 9(02).
