      *             quebra, e o CALCRBLD recusa reconstruir de um log
      *             reprovado sem liberacao de supervisor. Registro
      *             passou de 68 para 84 posicoes - recarga.
      *  15/10 RPS  Acrescentado CALCLOG-SUPERVISOR - o supervisor que
      *             aprovou pelo CALCAPRV um calculo acima do limite
      *             do operador (branco no calculo comum; o operador
      *             continua sendo o dono original do calculo). Fora
      *             do lacre do LOGCHAIN. Registro passou de 84 para
      *             88 posicoes - recarga; CALCARCH, CALCBKP e CALCRST
      *             acompanham.
      *  15/10 RPS  Acrescentados CALCLOG-MOEDA e CALCLOG-COTACAO,
      *             acompanhando o CALCHIST (moeda do calculo ou de
      *             origem da conversao C; cotacao usada na conversao).
      *             Entram no lacre do LOGCHAIN - a moeda so quando
      *             preenchida, para a corrente dos registros antigos
      *             continuar conferindo. Registro passou de 88 para
      *             102 posicoes - recarga; CALCARCH, CALCBKP e
      *             CALCRST acompanham.
      *  15/10 RPS  Acrescentados CALCLOG-TABELA e CALCLOG-FAIXA,
      *             acompanhando o CALCHIST (tabela progressiva e faixa
      *             da retencao I; tabela de rateio da parte P). Entram
      *             no lacre do LOGCHAIN so quando preenchidos, para a
      *             corrente dos registros antigos continuar
      *             conferindo. Registro passou de 102 para 108
      *             posicoes - recarga; CALCARCH, CALCBKP e CALCRST
      *             acompanham.
      ******************************************************************
       01 CALCLOG-REGISTRO.
           05 CALCLOG-OPERACAO        PIC X(01).
           05 CALCLOG-DEPTO           PIC X(04).
           05 CALCLOG-SEQUENCIA       PIC 9(08).
           05 CALCLOG-ENCADEAMENTO    PIC 9(08).
           05 CALCLOG-SUPERVISOR      PIC X(04).
           05 CALCLOG-MOEDA           PIC X(03).
           05 CALCLOG-COTACAO         PIC 9(05)V9(06).
           05 CALCLOG-TABELA          PIC X(04).
           05 CALCLOG-FAIXA           PIC 9(02).
