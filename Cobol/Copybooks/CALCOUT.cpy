      *           calculado (editado, com sinal e ponto decimal), o
      *           codigo de retorno e o numero da transacao gravada em
      *           CALCHIST.DAT. Registro recusado sai com retorno 999
      *           e transacao zerada; calculo acima do limite do
      *           operador sai com o resultado, retorno 998 e
      *           transacao zerada - foi estacionado em CALCPEND.DAT
      *           e so ganha transacao se o supervisor aprovar no
      *           CALCAPRV.
      * Mod-log:
      *  21/08 RPS  Criado para devolver os resultados da janela
      *             noturna ao setor que submeteu o CALCIN.DAT.
      *             novo layout do CALCIN.
      *  21/08 RPS  Operandos alargados para X(10), acompanhando o
      *             CALCIN com sinal, 5 inteiros e centavos.
      *  15/10 RPS  Retorno 998 - calculo pendente de aprovacao do
      *             supervisor.
      *  15/10 RPS  Detalhe de formula (tipo F do CALCIN) sai com
      *             operacao "X", o codigo da formula em NUM-UM, a
      *             primeira entrada em NUM-DOIS, o resultado do
      *             ultimo passo e a transacao do primeiro passo. O
      *             layout nao mudou.
      ******************************************************************
       01 CALCOUT-REGISTRO.
           05 CALCOUT-OPERACAO        PIC X(01).
