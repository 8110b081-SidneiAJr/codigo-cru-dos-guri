      ******************************************************************
      * Copybook: CALCCALD
      * Purpose:  Record layout for the CALNDMST.DAT business calendar
      *           (indexado por CALCCALD-DATA, mantido pelo CALNMNT com
      *           perfil de supervisor). Sabado e domingo ja sao dias
      *           nao uteis pela conta do CALCDATA e nao precisam de
      *           registro; aqui ficam as excecoes: feriado (F), dia
      *           nao util da casa - ponto facultativo, emenda (N) - e
      *           o dia util extraordinario (U), o sabado trabalhado,
      *           que vale como util apesar do dia da semana. Quem
      *           consulta o calendario e o CALCDATA (dia util anterior
      *           e proximo dia util), usado pelos jobs de data: ONTEM
      *           dos relatorios, STDGEN, CALCCERT e CALCDAY.
      * Mod-log:
      *  15/10 RPS  Criado junto com o CALNMNT - ONTEM de segunda-
      *             feira caia no domingo e o STDGEN disparava mensal
      *             em domingo.
      ******************************************************************
       01 CALCCALD-REGISTRO.
           05 CALCCALD-DATA           PIC 9(08).
           05 CALCCALD-TIPO           PIC X(01).
               88 CALCCALD-FERIADO          VALUE "F".
               88 CALCCALD-NAO-UTIL         VALUE "N".
               88 CALCCALD-UTIL-EXTRA       VALUE "U".
               88 CALCCALD-TIPO-VALIDO      VALUE "F" "N" "U".
           05 CALCCALD-DESCRICAO      PIC X(30).
           05 CALCCALD-SUPERVISOR     PIC X(04).
           05 CALCCALD-DATA-MANUT     PIC 9(08).
           05 CALCCALD-HORA-MANUT     PIC 9(08).
