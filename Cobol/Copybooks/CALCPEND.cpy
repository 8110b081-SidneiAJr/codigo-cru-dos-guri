      ******************************************************************
      * Copybook: CALCPEND
      * Purpose:  Record layout for the CALCPEND.DAT pending-approval
      *           file (indexado por CALCPEND-CHAVE). Calculo acima do
      *           limite de valor do operador (CALCOPER-LIMITE-VALOR)
      *           nao e mais simplesmente recusado: o CALCDOS e o
      *           CALCBAT estacionam aqui o calculo ja feito - operador,
      *           departamento, operandos, resultado calculado e o lote
      *           de origem - e o supervisor decide pelo CALCAPRV.
      *           Aprovado, o calculo e gravado no CALCLOG/CALCHIST em
      *           nome do operador original, com o supervisor em
      *           CALCLOG-SUPERVISOR/CALCHIST-SUPERVISOR; recusado, vai
      *           para o arquivo de rejeitos do lote (REJ<LOTE>.DAT)
      *           com o motivo 06. O registro nunca e apagado - a
      *           decisao fica marcada nele (situacao, supervisor,
      *           data e hora, transacao gravada) e no CALCSEC.DAT.
      *           O CALCDAY nao fecha o dia que ainda tem calculo
      *           pendente.
      *           A chave comeca pela data e hora em que o calculo foi
      *           estacionado, para a leitura sair em ordem de chegada
      *           e o CALCDAY posicionar direto no dia; o operador e o
      *           numero do registro no CALCIN (zero no CALCDOS)
      *           completam a unicidade. CALCPEND-LOTE-ID leva o lote
      *           do cabecalho do CALCIN ou "CALCDOS" no calculo de
      *           balcao; CALCPEND-IMAGEM leva a imagem do detalhe do
      *           CALCIN (no CALCDOS, montada com os operandos
      *           editados) para o rejeito poder ser reciclado pelo
      *           CALCREJS como qualquer outro.
      * Mod-log:
      *  15/10 RPS  Criado junto com a fila de aprovacao de supervisor
      *             (CALCAPRV).
      *  15/10 RPS  Acrescentados CALCPEND-MOEDA e CALCPEND-COTACAO,
      *             levados ao CALCLOG/CALCHIST na aprovacao; imagem
      *             alargada para X(39), acompanhando o CALCIN.
      *  15/10 RPS  Acrescentados CALCPEND-TABELA e CALCPEND-FAIXA
      *             (tabela progressiva e faixa da retencao I), levados
      *             ao CALCLOG/CALCHIST na aprovacao.
      ******************************************************************
       01 CALCPEND-REGISTRO.
           05 CALCPEND-CHAVE.
               10 CALCPEND-DATA         PIC 9(08).
               10 CALCPEND-HORA         PIC 9(08).
               10 CALCPEND-OPERADOR     PIC X(04).
               10 CALCPEND-NUM-REGISTRO PIC 9(08).
           05 CALCPEND-PROGRAMA       PIC X(08).
           05 CALCPEND-LOTE-ID        PIC X(08).
           05 CALCPEND-DEPTO          PIC X(04).
           05 CALCPEND-OPERACAO       PIC X(01).
           05 CALCPEND-NUM-UM         PIC S9(05)V99.
           05 CALCPEND-NUM-DOIS       PIC S9(05)V99.
           05 CALCPEND-RESULTADO      PIC S9(07)V99.
           05 CALCPEND-RETORNO        PIC 9(03).
           05 CALCPEND-MODO           PIC X(01).
           05 CALCPEND-NUM-TRES       PIC S9(05)V99.
           05 CALCPEND-TRANSACAO-REF  PIC 9(08).
           05 CALCPEND-LIMITE         PIC 9(07)V99.
           05 CALCPEND-IMAGEM         PIC X(39).
           05 CALCPEND-SW-SITUACAO    PIC X(01).
               88 CALCPEND-PENDENTE         VALUE "P".
               88 CALCPEND-APROVADO         VALUE "A".
               88 CALCPEND-RECUSADO         VALUE "R".
           05 CALCPEND-SUPERVISOR     PIC X(04).
           05 CALCPEND-DATA-DECISAO   PIC 9(08).
           05 CALCPEND-HORA-DECISAO   PIC 9(08).
           05 CALCPEND-TRANSACAO      PIC 9(08).
           05 CALCPEND-MOEDA          PIC X(03).
           05 CALCPEND-COTACAO        PIC 9(05)V9(06).
           05 CALCPEND-TABELA         PIC X(04).
           05 CALCPEND-FAIXA          PIC 9(02).
