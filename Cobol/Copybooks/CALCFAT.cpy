      ******************************************************************
      * Copybook: CALCFAT
      * Purpose:  Record layout for the FATDEPAAAAMM.DAT billing file
      *           gravado pelo CALCFAT no fechamento do mes para o
      *           sistema de custos - formato fixo de 60 posicoes,
      *           como o CALCIN: um registro de cabecalho (tipo H) com
      *           a competencia e a data de emissao, um detalhe (tipo
      *           D) por departamento e item cobrado com a quantidade,
      *           o preco unitario e o valor, e um trailer (tipo T)
      *           com a quantidade de detalhes e o valor total, para o
      *           sistema de custos conferir a carga. O arquivo e
      *           regravado inteiro a cada emissao da competencia - a
      *           ultima emissao e a que vale - e fica anotado no
      *           catalogo CALCRCAT.DAT junto com a fatura impressa.
      * Mod-log:
      *  15/10 RPS  Criado junto com o faturamento mensal dos
      *             departamentos (CALCFAT).
      ******************************************************************
       01 CALCFAT-REGISTRO.
           05 CALCFAT-TIPO            PIC X(01).
               88 CALCFAT-TIPO-CABECALHO    VALUE "H".
               88 CALCFAT-TIPO-DETALHE      VALUE "D".
               88 CALCFAT-TIPO-TRAILER      VALUE "T".
           05 CALCFAT-DADOS           PIC X(59).
           05 CALCFAT-DET REDEFINES CALCFAT-DADOS.
               10 CALCFAT-DEPTO         PIC X(04).
               10 CALCFAT-ITEM          PIC X(01).
               10 CALCFAT-QTDE          PIC 9(08).
               10 CALCFAT-PRECO         PIC 9(05)V99.
               10 CALCFAT-VALOR         PIC 9(11)V99.
               10 CALCFAT-COMPETENCIA   PIC 9(06).
               10 FILLER                PIC X(20).
           05 CALCFAT-CAB REDEFINES CALCFAT-DADOS.
               10 CALCFAT-CAB-COMPETENCIA PIC 9(06).
               10 CALCFAT-CAB-EMISSAO   PIC 9(08).
               10 CALCFAT-CAB-HORA      PIC 9(08).
               10 FILLER                PIC X(37).
           05 CALCFAT-TRL REDEFINES CALCFAT-DADOS.
               10 CALCFAT-TRL-QTDE      PIC 9(08).
               10 CALCFAT-TRL-VALOR     PIC 9(13)V99.
               10 FILLER                PIC X(36).
