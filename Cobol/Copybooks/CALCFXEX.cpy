      ******************************************************************
      * Copybook: CALCFXEX
      * Purpose:  Faixa aplicada devolvida pelo subprograma RETENCAO no
      *           calculo do imposto por uma versao de FAIXMST.DAT
      *           (CALCFAIX): o numero da faixa em que o valor bruto
      *           caiu, a aliquota e a parcela a deduzir da faixa. O
      *           chamador grava a faixa em CALCLOG-FAIXA/CALCHIST-
      *           FAIXA, a aliquota como operando dois e a deducao
      *           como operando tres. Na falha o RETENCAO devolve o
      *           motivo e o chamador nao grava nada. COPY into
      *           WORKING-STORAGE of the caller (CALCDOS, CALCBAT) and
      *           into the LINKAGE SECTION of RETENCAO, como o
      *           CALCRTEX.
      * Mod-log:
      *  15/10 RPS  Criado junto com o subprograma RETENCAO.
      ******************************************************************
       01 fxexe-retorno.
           05 fxexe-faixa              PIC 9(02).
           05 fxexe-aliquota           PIC 9(02)V99.
           05 fxexe-deducao            PIC 9(05)V99.
           05 fxexe-motivo             PIC X(40).
