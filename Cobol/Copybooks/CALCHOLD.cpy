      ******************************************************************
      * Copybook: CALCHOLD
      * Purpose:  Record layout for the CALCHOLD.DAT held-lot index -
      *           indexado por CALCHOLD-LOTE-ID, com chave alternada
      *           CALCHOLD-DATA-VALOR (com duplicatas). O CALCIN-CAB-
      *           DATA do cabecalho do lote vale como data-valor:
      *           quando o CALCNITE encontra na fila um lote com data
      *           futura, move o arquivo para HLD<LOTE>.DAT e grava
      *           aqui o lote, o departamento, a data-valor e a
      *           quantidade e o hash do trailer, em vez de rodar o
      *           CALCBAT. A cada noite os lotes retidos com data-valor
      *           ate hoje sao liberados na frente da fila normal.
      *           Listagem e cancelamento (supervisor) pelo HOLDMNT.
      *           Situacao:
      *             R retido, aguardando a data-valor
      *             L liberado (rodado no CALCBAT, retorno anotado)
      *             C cancelado por supervisor (nao roda mais)
      * Mod-log:
      *  15/10 RPS  Criado junto com a retencao de lotes com data
      *             futura no CALCNITE.
      ******************************************************************
       01 CALCHOLD-REGISTRO.
           05 CALCHOLD-LOTE-ID        PIC X(08).
           05 CALCHOLD-DEPTO          PIC X(04).
           05 CALCHOLD-DATA-VALOR     PIC 9(08).
           05 CALCHOLD-QTDE           PIC 9(08).
           05 CALCHOLD-HASH           PIC 9(11)V99.
           05 CALCHOLD-NOME-ORIGEM    PIC X(24).
           05 CALCHOLD-NOME-RETIDO    PIC X(15).
           05 CALCHOLD-DATA-RETENCAO  PIC 9(08).
           05 CALCHOLD-HORA-RETENCAO  PIC 9(08).
           05 CALCHOLD-SITUACAO       PIC X(01).
               88 CALCHOLD-RETIDO            VALUE "R".
               88 CALCHOLD-LIBERADO          VALUE "L".
               88 CALCHOLD-CANCELADO         VALUE "C".
           05 CALCHOLD-DATA-SITUACAO  PIC 9(08).
           05 CALCHOLD-HORA-SITUACAO  PIC 9(08).
           05 CALCHOLD-OPERADOR-SIT   PIC X(04).
           05 CALCHOLD-RETORNO        PIC 9(04).
