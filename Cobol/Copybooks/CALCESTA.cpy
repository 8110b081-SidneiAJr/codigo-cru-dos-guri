      ******************************************************************
      * Copybook: CALCESTA
      * Purpose:  Record layout for the CALCESTA.DAT posting
      *           statistics file - indexado por CALCESTA-CHAVE (data,
      *           departamento, operador, operacao e moeda do
      *           resultado), mantido pelo subprograma ESTATIST no
      *           mesmo passo da gravacao do historico (CALCDOS, CALC4,
      *           CALCBAT, CALCAPRV e o estorno do CALCINQ). Um
      *           registro por combinacao da chave, com os totais ja
      *           somados: os relatorios de resumo (DAILYSUM, CALCPER,
      *           OPERREP, CALCDAY) leem daqui em vez de varrer o
      *           CALCLOG ou o CALCHIST inteiro. A moeda da chave e a
      *           do resultado - BRL na conversao (C) e na moeda em
      *           branco, a do calculo nas demais. Regras de contagem:
      *             LANCAMENTOS - registros gravados no historico;
      *             QTDE        - liquida: lancamento de estorno (R)
      *                           desconta um;
      *             VALOR       - soma dos resultados (o estorno entra
      *                           com o resultado negativo);
      *             ERROS       - lancamentos com retorno diferente de
      *                           zero;
      *             ESTORNOS    - lancamentos de estorno (R) feitos;
      *             ESTORNADOS  - originais marcados E, contados na
      *                           chave do original (data e operador
      *                           do calculo estornado).
      *           Arquivo derivado: o CALCRBLD (modo E) o reconstroi
      *           do CALCHIST, e a reconstrucao do historico (CALCRBLD
      *           modo R) e a restauracao (CALCRST) o refazem junto. O
      *           CALCRECN confere os totais contra o historico.
      * Mod-log:
      *  15/10 RPS  Criado junto com o subprograma ESTATIST.
      ******************************************************************
       01 CALCESTA-REGISTRO.
           05 CALCESTA-CHAVE.
               10 CALCESTA-DATA       PIC 9(08).
               10 CALCESTA-DEPTO      PIC X(04).
               10 CALCESTA-OPERADOR   PIC X(04).
               10 CALCESTA-OPERACAO   PIC X(01).
               10 CALCESTA-MOEDA      PIC X(03).
           05 CALCESTA-LANCAMENTOS    PIC 9(08).
           05 CALCESTA-QTDE           PIC S9(08).
           05 CALCESTA-VALOR          PIC S9(11)V99.
           05 CALCESTA-ERROS          PIC 9(08).
           05 CALCESTA-ESTORNOS       PIC 9(08).
           05 CALCESTA-ESTORNADOS     PIC 9(08).
           05 CALCESTA-DATA-ATUALIZ   PIC 9(08).
           05 CALCESTA-HORA-ATUALIZ   PIC 9(08).
