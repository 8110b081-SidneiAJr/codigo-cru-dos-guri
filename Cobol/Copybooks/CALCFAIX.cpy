      ******************************************************************
      * Copybook: CALCFAIX
      * Purpose:  Record layout for the FAIXMST.DAT progressive bracket
      *           table master (tabela progressiva de retencao na
      *           fonte - imposto de renda e assemelhados) - indexado
      *           por CALCFAIX-CHAVE (codigo da tabela e data de
      *           inicio de vigencia da versao), mantido pelo FAIXMNT
      *           com perfil de supervisor. Cada versao lista ate 10
      *           faixas em ordem crescente de limite superior; cada
      *           faixa tem a aliquota e a parcela fixa a deduzir, e a
      *           ultima faixa vai ate 99999,99. Vale a versao ativa
      *           de maior vigencia que nao passe da data de postagem.
      *           A operacao I (retencao) do CALCDOS (opcao 13) e do
      *           CALCBAT (registro I do CALCIN) calcula o imposto no
      *           subprograma RETENCAO. Versao desativada nao retem;
      *           nao ha exclusao - a versao antiga continua valendo
      *           para a reconferencia dos calculos da sua epoca.
      * Mod-log:
      *  15/10 RPS  Criado junto com o FAIXMNT e o subprograma
      *             RETENCAO - tabela progressiva que a taxa unica de
      *             RATEMST.DAT nao representa.
      ******************************************************************
       01 CALCFAIX-REGISTRO.
           05 CALCFAIX-CHAVE.
               10 CALCFAIX-CODIGO     PIC X(04).
               10 CALCFAIX-VIGENCIA   PIC 9(08).
           05 CALCFAIX-DESCRICAO      PIC X(30).
           05 CALCFAIX-SW-ATIVO       PIC X(01).
               88 CALCFAIX-ATIVA            VALUE "S".
           05 CALCFAIX-QTDE-FAIXAS    PIC 9(02).
           05 CALCFAIX-FAIXA OCCURS 10 TIMES.
               10 CALCFAIX-LIMITE     PIC 9(05)V99.
               10 CALCFAIX-ALIQUOTA   PIC 9(02)V99.
               10 CALCFAIX-DEDUCAO    PIC 9(05)V99.
           05 CALCFAIX-SUPERVISOR     PIC X(04).
           05 CALCFAIX-DATA-MANUT     PIC 9(08).
           05 CALCFAIX-HORA-MANUT     PIC 9(08).
