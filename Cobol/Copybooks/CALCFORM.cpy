      ******************************************************************
      * Copybook: CALCFORM
      * Purpose:  Record layout for the FORMMST.DAT stored formula
      *           master (indexado por CALCFORM-CODIGO, mantido pelo
      *           FORMMNT com perfil de supervisor). Uma formula e uma
      *           sequencia de ate 8 passos encadeados - cada passo
      *           nomeia a operacao (A, S, M, D ou R; na M o modo N
      *           simples ou P percentual) e de onde vem cada um dos
      *           dois operandos:
      *             E - entrada digitada: REF = "1" a "3", a ordem da
      *                 entrada (ate 3, com o rotulo pedido na tela);
      *             P - resultado de passo anterior: REF = "1" a "7",
      *                 o numero do passo (sempre menor que o atual);
      *             T - taxa da tabela RATEMST.DAT: REF = codigo da
      *                 taxa (ativa e com vigencia alcancada).
      *           O passo le "operando um (operacao) operando dois" -
      *           na subtracao o resultado e um menos dois. A execucao
      *           (subprograma FORMULA) e do CALCDOS, opcao 11, e do
      *           CALCBAT, registro tipo F do CALCIN. Formula
      *           desativada nao executa; nao ha exclusao, os calculos
      *           gravados citam o codigo.
      * Mod-log:
      *  15/10 RPS  Criado junto com o FORMMNT e o subprograma
      *             FORMULA - calculos em cadeia que o balcao fazia
      *             passo a passo no acumulador.
      ******************************************************************
       01 CALCFORM-REGISTRO.
           05 CALCFORM-CODIGO         PIC X(04).
           05 CALCFORM-DESCRICAO      PIC X(30).
           05 CALCFORM-SW-ATIVO       PIC X(01).
               88 CALCFORM-ATIVA            VALUE "S".
           05 CALCFORM-QTDE-ENTRADAS  PIC 9(01).
           05 CALCFORM-ENTRADA OCCURS 3 TIMES.
               10 CALCFORM-ENT-ROTULO PIC X(20).
           05 CALCFORM-QTDE-PASSOS    PIC 9(01).
           05 CALCFORM-PASSO OCCURS 8 TIMES.
               10 CALCFORM-PAS-OPERACAO    PIC X(01).
                   88 CALCFORM-PAS-OP-VALIDA    VALUE "A" "S" "M"
                                                      "D" "R".
               10 CALCFORM-PAS-MODO        PIC X(01).
                   88 CALCFORM-PAS-MODO-VALIDO  VALUE "N" "P".
               10 CALCFORM-PAS-ORIGEM-UM   PIC X(01).
                   88 CALCFORM-PAS-UM-ENTRADA   VALUE "E".
                   88 CALCFORM-PAS-UM-PASSO     VALUE "P".
                   88 CALCFORM-PAS-UM-TAXA      VALUE "T".
               10 CALCFORM-PAS-REF-UM      PIC X(04).
               10 CALCFORM-PAS-ORIGEM-DOIS PIC X(01).
                   88 CALCFORM-PAS-DOIS-ENTRADA VALUE "E".
                   88 CALCFORM-PAS-DOIS-PASSO   VALUE "P".
                   88 CALCFORM-PAS-DOIS-TAXA    VALUE "T".
               10 CALCFORM-PAS-REF-DOIS    PIC X(04).
           05 CALCFORM-SUPERVISOR     PIC X(04).
           05 CALCFORM-DATA-MANUT     PIC 9(08).
           05 CALCFORM-HORA-MANUT     PIC 9(08).
