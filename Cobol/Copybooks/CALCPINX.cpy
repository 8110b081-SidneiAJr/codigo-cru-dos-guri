      ******************************************************************
      * Copybook: CALCPINX
      * Purpose:  Area de troca com o subprograma OPERPIN, que confere
      *           o PIN de um codigo ja validado no OPERMST.DAT
      *           (funcao V), reinicia o PIN de um codigo a pedido de
      *           supervisor (funcao R, so pelo OPERMNT) ou cadastra o
      *           PIN do supervisor na implantacao, com o CALCPIN.DAT
      *           ainda vazio (funcao I, so pelo OPERMNT). O chamador
      *           preenche a funcao, o codigo, o proprio nome de
      *           programa (vai para o CALCSEC.DAT) e, no reinicio, o
      *           supervisor; o OPERPIN faz as perguntas na tela e
      *           devolve o retorno e o motivo. COPY into
      *           WORKING-STORAGE of every interactive program that
      *           signs on an operator or authorizes a supervisor, and
      *           into the LINKAGE SECTION of OPERPIN, como o CALCFXEX.
      *           Retorno:
      *             00 PIN conferido (ou trocado/implantado) - segue
      *             01 PIN incorreto
      *             02 codigo bloqueado
      *             03 codigo sem PIN, ou troca de PIN nao concluida
      *             04 reinicio ou implantacao recusada
      *             99 CALCPIN.DAT inacessivel ou funcao desconhecida
      * Mod-log:
      *  15/10 RPS  Criado junto com o subprograma OPERPIN.
      ******************************************************************
       01 pnexe-parametros.
           05 pnexe-funcao             PIC X(01).
               88 pnexe-conferir            VALUE "V".
               88 pnexe-reiniciar           VALUE "R".
               88 pnexe-implantar           VALUE "I".
           05 pnexe-codigo             PIC X(04).
           05 pnexe-programa           PIC X(08).
           05 pnexe-supervisor         PIC X(04).
           05 pnexe-retorno            PIC X(02).
               88 pnexe-pin-ok              VALUE "00".
           05 pnexe-motivo             PIC X(40).
