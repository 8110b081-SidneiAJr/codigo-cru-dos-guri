      ******************************************************************
      * Copybook: CALCTARF
      * Purpose:  Record layout for the TARIFMST.DAT tariff master file
      *           (indexado por CALCTARF-ITEM, mantido pelo TARFMNT com
      *           perfil de supervisor). Um registro por item cobrado
      *           dos departamentos no faturamento mensal do CALCFAT:
      *           o item e o proprio codigo de operacao do CALCHIST
      *           (A/S/M/D/R/J e as que vierem), com o preco unitario
      *           por calculo, ou o item reservado "L" com a tarifa
      *           por lote processado pelo CALCBAT (contado no razao
      *           CALCRUN.DAT). Preco em reais com duas casas, digitado
      *           no formato dos operandos e criticado pelo CONVNUM.
      *           Item inativo nao e cobrado - a operacao sai na
      *           fatura com preco zero e aviso em CALCMSG.DAT.
      * Mod-log:
      *  15/10 RPS  Criado junto com o faturamento mensal dos
      *             departamentos (CALCFAT) e o TARFMNT.
      ******************************************************************
       01 CALCTARF-REGISTRO.
           05 CALCTARF-ITEM           PIC X(01).
               88 CALCTARF-ITEM-LOTE        VALUE "L".
           05 CALCTARF-DESCRICAO      PIC X(30).
           05 CALCTARF-PRECO          PIC 9(05)V99.
           05 CALCTARF-VIGENCIA-DE    PIC 9(08).
           05 CALCTARF-SW-ATIVO       PIC X(01).
               88 CALCTARF-ATIVA            VALUE "S".
