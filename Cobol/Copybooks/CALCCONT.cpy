      ******************************************************************
      * Copybook: CALCCONT
      * Purpose:  Record layout for the CONTAMST.DAT ledger account
      *           map (indexado por CALCCONT-CHAVE = departamento +
      *           operacao, mantido pelo CONTMNT com perfil de
      *           supervisor). Diz em quais contas do razao geral o
      *           valor de cada operacao de cada departamento e
      *           debitado e creditado no diario contabil gerado pelo
      *           CALCCTB a partir do dia fechado. Departamento "****"
      *           vale para qualquer departamento sem mapa proprio
      *           daquela operacao. Conta inativa e tratada como sem
      *           mapa - o diario do dia e recusado ate acertar.
      * Mod-log:
      *  15/10 RPS  Criado junto com o CONTMNT e o CALCCTB - acabou a
      *             redigitacao dos totais do dia na contabilidade.
      ******************************************************************
       01 CALCCONT-REGISTRO.
           05 CALCCONT-CHAVE.
               10 CALCCONT-DEPTO        PIC X(04).
                   88 CALCCONT-DEPTO-GERAL      VALUE "****".
               10 CALCCONT-OPERACAO     PIC X(01).
           05 CALCCONT-CONTA-DEBITO   PIC X(12).
           05 CALCCONT-CONTA-CREDITO  PIC X(12).
           05 CALCCONT-DESCRICAO      PIC X(30).
           05 CALCCONT-SW-ATIVO       PIC X(01).
               88 CALCCONT-ATIVA            VALUE "S".
           05 CALCCONT-SUPERVISOR     PIC X(04).
           05 CALCCONT-DATA-MANUT     PIC 9(08).
           05 CALCCONT-HORA-MANUT     PIC 9(08).
