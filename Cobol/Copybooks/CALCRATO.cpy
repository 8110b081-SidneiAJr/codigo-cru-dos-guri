      ******************************************************************
      * Copybook: CALCRATO
      * Purpose:  Record layout for the RATOMST.DAT apportionment
      *           (rateio) share table master - indexado por
      *           CALCRATO-CODIGO, mantido pelo RATOMNT com perfil de
      *           supervisor. Cada codigo lista os departamentos que
      *           participam do rateio (ate 20, cadastrados e ativos
      *           em DEPTMST.DAT, sem repeticao) e o percentual de cada
      *           um; os percentuais somam exatamente 100,00. A
      *           operacao P (rateio) do CALCDOS (opcao 12) e do
      *           CALCBAT (registro P do CALCIN) divide um valor pela
      *           tabela no subprograma RATEIO e grava uma parte por
      *           departamento. Tabela desativada nao rateia; nao ha
      *           exclusao.
      * Mod-log:
      *  15/10 RPS  Criado junto com o RATOMNT e o subprograma
      *             RATEIO - rateio de custos compartilhados sem a
      *             diferenca de centavos da conta feita a mao.
      ******************************************************************
       01 CALCRATO-REGISTRO.
           05 CALCRATO-CODIGO         PIC X(04).
           05 CALCRATO-DESCRICAO      PIC X(30).
           05 CALCRATO-SW-ATIVO       PIC X(01).
               88 CALCRATO-ATIVA            VALUE "S".
           05 CALCRATO-QTDE-PARTES    PIC 9(02).
           05 CALCRATO-PARTE OCCURS 20 TIMES.
               10 CALCRATO-DEPTO      PIC X(04).
               10 CALCRATO-PERCENTUAL PIC 9(03)V99.
           05 CALCRATO-SUPERVISOR     PIC X(04).
           05 CALCRATO-DATA-MANUT     PIC 9(08).
           05 CALCRATO-HORA-MANUT     PIC 9(08).
