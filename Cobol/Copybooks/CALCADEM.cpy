      ******************************************************************
      * Copybook: CALCADEM
      * Purpose:  Schedule table filled by the AMORTIZA subprogram -
      *           uma linha por parcela do financiamento (tabela Price
      *           ou SAC), com o saldo devedor de abertura, o juro da
      *           parcela, a amortizacao, o valor da prestacao e o
      *           saldo devedor de fechamento, todos em centavos. A
      *           ultima linha fecha o saldo exatamente em zero - o
      *           residuo dos arredondamentos fica na ultima parcela.
      *           COPY into WORKING-STORAGE of the caller (CALCDOS,
      *           CALCBAT) and into the LINKAGE SECTION of AMORTIZA,
      *           como o CALCJDEM.
      * Mod-log:
      *  15/10 RPS  Criado junto com o AMORTIZA para a operacao de
      *             amortizacao (F) e o demonstrativo de parcelas.
      ******************************************************************
       01 amodem-tabela.
           05 amodem-linha OCCURS 999 TIMES.
               10 amodem-saldo-inicial  PIC S9(07)V99.
               10 amodem-juros          PIC S9(07)V99.
               10 amodem-amortizacao    PIC S9(07)V99.
               10 amodem-prestacao      PIC S9(07)V99.
               10 amodem-saldo-final    PIC S9(07)V99.
