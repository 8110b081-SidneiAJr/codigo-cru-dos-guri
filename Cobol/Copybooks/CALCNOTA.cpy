      ******************************************************************
      * Copybook: CALCNOTA
      * Purpose:  Record layout for the CALCNOTA.DAT transaction notes
      *           file - indexado por CALCNOTA-CHAVE (transacao do
      *           historico e sequencia da nota dentro dela). Guarda a
      *           justificativa e o acompanhamento de um calculo
      *           questionado, que antes se perdiam no e-mail. Gravado
      *           pelo CALCINQ (motivo obrigatorio do estorno, nas
      *           duas transacoes do par, e nota avulsa em qualquer
      *           transacao), exibido sob a ficha no CALCINQ e no
      *           ARCINQ, levado pelo CALCARCH ao arquivo de notas do
      *           periodo (ARCNOTAAAAAMM.DAT, imagem deste registro)
      *           junto com o historico arquivado, e a ultima nota vai
      *           na extracao do CALCEXT quando pedida. A sequencia
      *           comeca em 001; a maior sequencia e a nota mais nova.
      *           Tipos em uso:
      *             E motivo do estorno
      *             J justificativa do calculo
      *             A acompanhamento (comentario de follow-up)
      * Mod-log:
      *  15/10 RPS  Criado junto com as notas de transacao do CALCINQ.
      ******************************************************************
       01 CALCNOTA-REGISTRO.
           05 CALCNOTA-CHAVE.
               10 CALCNOTA-TRANSACAO  PIC 9(08).
               10 CALCNOTA-SEQUENCIA  PIC 9(03).
           05 CALCNOTA-OPERADOR       PIC X(04).
           05 CALCNOTA-DATA           PIC 9(08).
           05 CALCNOTA-HORA           PIC 9(08).
           05 CALCNOTA-TIPO           PIC X(01).
               88 CALCNOTA-TIPO-ESTORNO      VALUE "E".
               88 CALCNOTA-TIPO-JUSTIFICATIVA VALUE "J".
               88 CALCNOTA-TIPO-ACOMPANHAMENTO VALUE "A".
               88 CALCNOTA-TIPO-VALIDO       VALUE "E" "J" "A".
           05 CALCNOTA-TEXTO          PIC X(60).
