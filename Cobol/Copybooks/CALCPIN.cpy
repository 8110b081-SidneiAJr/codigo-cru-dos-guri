      ******************************************************************
      * Copybook: CALCPIN
      * Purpose:  Record layout for the CALCPIN.DAT credentials file -
      *           indexado por CALCPIN-CODIGO (o mesmo codigo do
      *           OPERMST.DAT), separado do cadastro de operadores de
      *           proposito: nenhuma listagem do OPERMST (OPERMNT,
      *           OPERREP, OPERCERT) passa por aqui. O PIN nunca fica
      *           gravado em claro - so a cifra calculada pelo OPERPIN
      *           a partir do PIN e do codigo. Lido e gravado apenas
      *           pelo subprograma OPERPIN.
      *           Situacao:
      *             A PIN em uso
      *             B codigo bloqueado (3 tentativas erradas) - so o
      *               reinicio por supervisor no OPERMNT libera
      *             T PIN provisorio dado pelo supervisor - troca
      *               obrigatoria no proximo sign-on
      * Mod-log:
      *  15/10 RPS  Criado junto com o PIN no sign-on dos programas
      *             interativos.
      ******************************************************************
       01 CALCPIN-REGISTRO.
           05 CALCPIN-CODIGO          PIC X(04).
           05 CALCPIN-CIFRA           PIC 9(10).
           05 CALCPIN-DATA-TROCA      PIC 9(08).
           05 CALCPIN-HORA-TROCA      PIC 9(08).
           05 CALCPIN-TENTATIVAS      PIC 9(01).
           05 CALCPIN-SITUACAO        PIC X(01).
               88 CALCPIN-EM-USO             VALUE "A".
               88 CALCPIN-BLOQUEADO          VALUE "B".
               88 CALCPIN-PROVISORIO         VALUE "T".
           05 CALCPIN-DATA-BLOQUEIO   PIC 9(08).
           05 CALCPIN-HORA-BLOQUEIO   PIC 9(08).
           05 CALCPIN-SUPERVISOR      PIC X(04).
           05 CALCPIN-DATA-REINICIO   PIC 9(08).
