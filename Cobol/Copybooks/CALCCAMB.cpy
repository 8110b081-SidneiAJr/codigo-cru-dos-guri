      ******************************************************************
      * Copybook: CALCCAMB
      * Purpose:  Record layout for the CAMBMST.DAT exchange-rate
      *           master file (indexado por CALCCAMB-CHAVE = moeda +
      *           data, mantido pelo CAMBMNT com perfil de supervisor).
      *           Uma cotacao por moeda por dia: quantos reais vale uma
      *           unidade da moeda (seis casas decimais, como a
      *           cotacao publicada). A conversao C do CALCDOS e do
      *           CALCBAT procura a cotacao da moeda na data de
      *           postagem; sem cotacao no dia, usa a do dia anterior
      *           mais proximo, ate sete dias para tras (fim de semana
      *           e feriado), com mensagem de alerta. Quem incluiu ou
      *           corrigiu a cotacao, e quando, fica no registro.
      * Mod-log:
      *  15/10 RPS  Criado junto com o CAMBMNT para a conversao de
      *             valores em dolar e euro que os departamentos
      *             faziam na maquina de mesa antes de digitar.
      ******************************************************************
       01 CALCCAMB-REGISTRO.
           05 CALCCAMB-CHAVE.
               10 CALCCAMB-MOEDA        PIC X(03).
               10 CALCCAMB-DATA         PIC 9(08).
           05 CALCCAMB-COTACAO        PIC 9(05)V9(06).
           05 CALCCAMB-SUPERVISOR     PIC X(04).
           05 CALCCAMB-DATA-MANUT     PIC 9(08).
           05 CALCCAMB-HORA-MANUT     PIC 9(08).
