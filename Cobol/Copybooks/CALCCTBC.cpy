      ******************************************************************
      * Copybook: CALCCTBC
      * Purpose:  Record layout for the CONTBCTL.DAT ledger interface
      *           control file (indexado por CALCCTBC-DATA). Um
      *           registro por dia de movimento enviado a contabilidade
      *           pelo CALCCTB: a situacao (E enviado, C correcao
      *           pendente), o carimbo do fechamento do CALCFECH de que
      *           o diario saiu, a sequencia e o nome do ultimo diario
      *           gerado para o dia, os totais a debito e a credito e
      *           quem enviou, quando. O mesmo fechamento nao e enviado
      *           duas vezes. A reabertura do dia no CALCDAY marca o
      *           registro como C; o proximo envio, depois do novo
      *           fechamento, e um diario de correcao (estorno do
      *           diario anterior mais os lancamentos refeitos).
      * Mod-log:
      *  15/10 RPS  Criado junto com o CALCCTB para a interface com o
      *             razao geral.
      ******************************************************************
       01 CALCCTBC-REGISTRO.
           05 CALCCTBC-DATA           PIC 9(08).
           05 CALCCTBC-SW-SITUACAO    PIC X(01).
               88 CALCCTBC-ENVIADO          VALUE "E".
               88 CALCCTBC-CORRECAO-PEND    VALUE "C".
           05 CALCCTBC-DATA-FECH      PIC 9(08).
           05 CALCCTBC-HORA-FECH      PIC 9(08).
           05 CALCCTBC-SEQUENCIA      PIC 9(02).
           05 CALCCTBC-NOME-DIARIO    PIC X(24).
           05 CALCCTBC-TOTAL-DEBITO   PIC 9(13)V99.
           05 CALCCTBC-TOTAL-CREDITO  PIC 9(13)V99.
           05 CALCCTBC-DATA-ENVIO     PIC 9(08).
           05 CALCCTBC-HORA-ENVIO     PIC 9(08).
           05 CALCCTBC-OPERADOR       PIC X(04).
           05 CALCCTBC-DATA-REABERT   PIC 9(08).
