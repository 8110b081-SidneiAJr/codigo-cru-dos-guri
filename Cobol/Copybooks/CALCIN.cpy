      *             departamento que submeteu o lote, validado em
      *             DEPTMST.DAT na abertura) - tirado do FILLER, o
      *             layout nao mudou de tamanho.
      *  15/10 RPS  Operacao F (amortizacao de financiamento, pelo
      *             subprograma AMORTIZA) - capital em NUM-UM, taxa
      *             por parcela em NUM-DOIS (valor ou "C" + codigo),
      *             sistema no MODO (P tabela Price, S SAC) e
      *             quantidade de parcelas em NUM-TRES. O layout nao
      *             mudou.
      *  15/10 RPS  Moeda no detalhe: CALCIN-MOEDA (moeda do operando
      *             um e do resultado) e CALCIN-MOEDA-DOIS (moeda do
      *             operando dois, so conferida na soma e subtracao),
      *             codigo de 3 letras, branco vale BRL. Soma ou
      *             subtracao com moedas diferentes e recusada com o
      *             motivo 07 do CALCREJ. Operacao C (conversao para
      *             reais) - valor na moeda de CALCIN-MOEDA em NUM-UM,
      *             NUM-DOIS em branco; a cotacao vem de CAMBMST.DAT
      *             para a data de postagem. Registro passou de 33
      *             para 39 posicoes - CALCIMP, STDGEN, CALCEDIT,
      *             CALCREJS e CALCNITE acompanham.
      *  15/10 RPS  Detalhe de formula (tipo F): codigo da formula de
      *             FORMMST.DAT e ate 3 entradas no formato dos
      *             operandos, na ordem dos rotulos do cadastro
      *             (entrada nao usada pela formula vai em branco).
      *             O CALCBAT executa os passos pelo subprograma
      *             FORMULA e grava cada um ligado a transacao do
      *             primeiro; conta como detalhe no trailer e as
      *             entradas informadas entram no hash. O layout nao
      *             mudou de tamanho.
      *  15/10 RPS  Operacao P (rateio entre departamentos) no
      *             detalhe: valor a ratear em NUM-UM e codigo da
      *             tabela de RATOMST.DAT nas 4 primeiras posicoes de
      *             NUM-DOIS. O CALCBAT grava uma parte por
      *             departamento; so o valor entra no hash. O layout
      *             nao mudou.
      *  15/10 RPS  Operacao I (retencao na fonte por tabela
      *             progressiva) no detalhe: valor bruto em NUM-UM e
      *             codigo da tabela de FAIXMST.DAT nas 4 primeiras
      *             posicoes de NUM-DOIS, como no rateio; so o valor
      *             entra no hash. O layout nao mudou.
      ******************************************************************
       01 CALCIN-REGISTRO.
           05 CALCIN-TIPO           PIC X(01).
               88 CALCIN-TIPO-CABECALHO    VALUE "H".
               88 CALCIN-TIPO-DETALHE      VALUE "D".
               88 CALCIN-TIPO-TRAILER      VALUE "T".
               88 CALCIN-TIPO-FORMULA      VALUE "F".
           05 CALCIN-DADOS          PIC X(38).
           05 CALCIN-DET REDEFINES CALCIN-DADOS.
               10 CALCIN-OPERACAO      PIC X(01).
                   88 CALCIN-OP-SOMA           VALUE "A".
                   88 CALCIN-OP-DIVISAO        VALUE "D".
                   88 CALCIN-OP-RESTO          VALUE "R".
                   88 CALCIN-OP-JUROS          VALUE "J".
                   88 CALCIN-OP-AMORTIZACAO    VALUE "F".
                   88 CALCIN-OP-CONVERSAO      VALUE "C".
                   88 CALCIN-OP-RATEIO         VALUE "P".
                   88 CALCIN-OP-RETENCAO       VALUE "I".
               10 CALCIN-NUM-UM         PIC X(10).
               10 CALCIN-NUM-DOIS       PIC X(10).
               10 CALCIN-MODO           PIC X(01).
                   88 CALCIN-MODO-TRIPLO       VALUE "T".
                   88 CALCIN-MODO-PERCENTUAL   VALUE "P".
                   88 CALCIN-MODO-DEMONSTRATIVO VALUE "D".
                   88 CALCIN-MODO-PRICE        VALUE "P".
                   88 CALCIN-MODO-SAC          VALUE "S".
               10 CALCIN-NUM-TRES       PIC X(10).
               10 CALCIN-MOEDA          PIC X(03).
               10 CALCIN-MOEDA-DOIS     PIC X(03).
           05 CALCIN-CAB REDEFINES CALCIN-DADOS.
               10 CALCIN-CAB-LOTE-ID    PIC X(08).
               10 CALCIN-CAB-DATA       PIC 9(08).
               10 CALCIN-CAB-DEPTO      PIC X(04).
               10 FILLER                PIC X(18).
           05 CALCIN-FRM REDEFINES CALCIN-DADOS.
               10 CALCIN-FRM-CODIGO     PIC X(04).
               10 CALCIN-FRM-ENTRADA OCCURS 3 TIMES
                                        PIC X(10).
               10 FILLER                PIC X(04).
           05 CALCIN-TRL REDEFINES CALCIN-DADOS.
               10 CALCIN-TRL-QTDE       PIC 9(08).
               10 CALCIN-TRL-HASH       PIC 9(11)V99.
               10 FILLER                PIC X(17).
