      * Mod-log:
      *  03/09 RPS  Criado junto com o CALCNITE para a fila de lotes
      *             da janela noturna.
      *  15/10 RPS  Arquivo enfileirado com data-valor futura no
      *             cabecalho e retido pelo CALCNITE (ver CALCHOLD).
      ******************************************************************
       01 CALCFILA-REGISTRO.
           05 CALCFILA-TIPO         PIC X(01).
