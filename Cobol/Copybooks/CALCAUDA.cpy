      ******************************************************************
      * Copybook: CALCAUDA
      * Purpose:  Record layout for the CALCAUDA.DAT audit sample file
      *           - indexado por CALCAUDA-TRANSACAO, com chave
      *           alternada CALCAUDA-PERIODO (com duplicatas). Um
      *           registro por transacao sorteada para a conferencia
      *           manual da auditoria interna. Gravado pelo AUDAMOS
      *           (amostra estratificada por departamento e faixa de
      *           valor do mes, mais os itens obrigatorios), com o
      *           resultado da conferencia registrado pelo AUDREG e
      *           totalizado por departamento no fechamento do
      *           AUDFECH. Uma transacao pertence a um so mes, entao
      *           so entra em uma amostra.
      *           Motivo da inclusao:
      *             S sorteada no estrato (departamento x faixa)
      *             E estorno (obrigatorio)
      *             V resultado acima do valor de corte (obrigatorio)
      *           Faixa de valor (resultado em modulo):
      *             1 ate 999,99
      *             2 de 1.000,00 ate 9.999,99
      *             3 de 10.000,00 ate 99.999,99
      *             4 de 100.000,00 em diante
      *           Situacao da conferencia:
      *             branco pendente
      *             C conforme
      *             N nao conforme (comentario obrigatorio)
      * Mod-log:
      *  15/10 RPS  Criado junto com a amostragem de auditoria.
      ******************************************************************
       01 CALCAUDA-REGISTRO.
           05 CALCAUDA-TRANSACAO      PIC 9(08).
           05 CALCAUDA-PERIODO        PIC 9(06).
           05 CALCAUDA-DEPTO          PIC X(04).
           05 CALCAUDA-FAIXA-VALOR    PIC 9(01).
           05 CALCAUDA-MOTIVO         PIC X(01).
               88 CALCAUDA-MOT-SORTEADA      VALUE "S".
               88 CALCAUDA-MOT-ESTORNO       VALUE "E".
               88 CALCAUDA-MOT-VALOR         VALUE "V".
           05 CALCAUDA-OPERACAO       PIC X(01).
           05 CALCAUDA-RESULTADO      PIC S9(07)V99.
           05 CALCAUDA-MOEDA          PIC X(03).
           05 CALCAUDA-DATA           PIC 9(08).
           05 CALCAUDA-OPERADOR       PIC X(04).
           05 CALCAUDA-SITUACAO       PIC X(01).
               88 CALCAUDA-PENDENTE          VALUE " ".
               88 CALCAUDA-CONFORME          VALUE "C".
               88 CALCAUDA-NAO-CONFORME      VALUE "N".
               88 CALCAUDA-REVISADA          VALUE "C" "N".
           05 CALCAUDA-AUDITOR        PIC X(04).
           05 CALCAUDA-DATA-REVISAO   PIC 9(08).
           05 CALCAUDA-HORA-REVISAO   PIC 9(08).
           05 CALCAUDA-COMENTARIO     PIC X(60).
