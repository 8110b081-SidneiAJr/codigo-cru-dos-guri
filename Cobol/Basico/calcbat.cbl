      *                CALCULADAS E GRAVADAS EM CADA REGISTRO DO       *
      *                CALCLOG, COM O CONTROLE CALCCHN.DAT REGRAVADO   *
      *                NO ATO; VERIFICACAO PELO LOGVRFY.               *
      * 15/10/26 RPS   DEPARTAMENTO DO LOTE GRAVADO NO RAZAO           *
      *                CALCRUN.DAT (CALCRUN-DEPTO), BASE DA CONTAGEM   *
      *                DE LOTES POR SETOR DO FATURAMENTO MENSAL.       *
      * 15/10/26 RPS   REGISTRO ACIMA DO LIMITE DO OPERADOR            *
      *                ESTACIONADO NA FILA DE APROVACAO CALCPEND.DAT   *
      *                (MENSAGEM 0140, RETORNO 998 NO CALCOUT) EM VEZ  *
      *                DE REJEITADO COM O MOTIVO 05 - O SUPERVISOR     *
      *                DECIDE PELO CALCAPRV. SEM A FILA, VALE A RECUSA *
      *                DE ANTES.                                       *
      * 15/10/26 RPS   OPERACAO F (AMORTIZACAO PRICE OU SAC,           *
      *                SUBPROGRAMA AMORTIZA) - SISTEMA NO MODO,        *
      *                PARCELAS NO TERCEIRO OPERANDO E TAXA EM VALOR   *
      *                OU C+CODIGO; O DEMONSTRATIVO DAS PARCELAS SAI   *
      *                EM AMO<TRANSACAO>.REL A CADA DETALHE GRAVADO.   *
      * 15/10/26 RPS   MOEDA NO DETALHE (BRANCO VALE BRL) GRAVADA NO   *
      *                LOG, NO HISTORICO E NA FILA DE APROVACAO; SOMA  *
      *                OU SUBTRACAO COM MOEDAS DIFERENTES REJEITADA    *
      *                COM O MOTIVO 07. OPERACAO C (CONVERSAO PARA     *
      *                REAIS, SUBPROGRAMA CAMBIO) COM A COTACAO DE     *
      *                CAMBMST.DAT DA DATA DE POSTAGEM OU DO DIA       *
      *                ANTERIOR MAIS PROXIMO ATE SETE DIAS (MENSAGEM   *
      *                0153).                                          *
      * 15/10/26 RPS   DETALHE TIPO F EXECUTA FORMULA CADASTRADA       *
      *                (FORMMST.DAT), CADA PASSO GRAVADO COMO CALCULO. *
      * 15/10/26 RPS   DETALHE D COM OPERACAO P RATEIA O VALOR PELA    *
      *                TABELA DE RATOMST.DAT (SUBPROGRAMA RATEIO), UMA *
      *                PARTE GRAVADA POR DEPARTAMENTO; TABELA INVALIDA *
      *                REJEITADA COM O MOTIVO 09.                      *
      * 15/10/26 RPS   DETALHE D COM OPERACAO I CALCULA A RETENCAO NA  *
      *                FONTE PELA TABELA PROGRESSIVA DE FAIXMST.DAT EM *
      *                VIGOR NA DATA DE POSTAGEM (SUBPROGRAMA          *
      *                RETENCAO); TABELA E FAIXA GRAVADAS NO LOG, NO   *
      *                HISTORICO E NA FILA DE APROVACAO; TABELA        *
      *                INVALIDA OU VALOR FORA DAS FAIXAS REJEITADO COM *
      *                O MOTIVO 10.                                    *
      * 15/10/26 RPS   LANCAMENTO GRAVADO NO HISTORICO SOMADO NO MESMO *
      *                PASSO AO ARQUIVO DE ESTATISTICAS CALCESTA.DAT   *
      *                PELO ESTATIST (MENSAGEM 0240 NA FALHA).         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCBAT.
           SELECT CALCCHN ASSIGN TO "CALCCHN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCCHN.
           SELECT CALCPEND ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCPEND-CHAVE
               FILE STATUS IS WS-STATUS-CALCPEND.
           SELECT CALCSEC ASSIGN TO "CALCSEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCSEC.
           SELECT CAMBMST ASSIGN TO "CAMBMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCCAMB-CHAVE
               FILE STATUS IS WS-STATUS-CAMBMST.
           SELECT FORMMST ASSIGN TO "FORMMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCFORM-CODIGO
               FILE STATUS IS WS-STATUS-FORMMST.
           SELECT RATOMST ASSIGN TO "RATOMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCRATO-CODIGO
               FILE STATUS IS WS-STATUS-RATOMST.
           SELECT FAIXMST ASSIGN TO "FAIXMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCFAIX-CHAVE
               FILE STATUS IS WS-STATUS-FAIXMST.

       DATA DIVISION.
       FILE SECTION.
       COPY CALCCHN.
       FD  CALCSEC.
       COPY CALCSEC.
       FD  CALCPEND.
       COPY CALCPEND.
       FD  CAMBMST.
       COPY CALCCAMB.
       FD  FORMMST.
       COPY CALCFORM.
       FD  RATOMST.
       COPY CALCRATO.
       FD  FAIXMST.
       COPY CALCFAIX.

       WORKING-STORAGE SECTION.
       COPY CALCWS.
       77  WS-STATUS-CALCIN         PIC X(02) VALUE "00".
       77  WS-STATUS-CALCLOG        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCHIST       PIC X(02) VALUE "00".
       77  WS-FUNCAO-ESTATIST       PIC X(01) VALUE SPACES.
       77  WS-STATUS-CALCSEQ        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCCKP        PIC X(02) VALUE "00".
       77  WS-STATUS-OPERMST        PIC X(02) VALUE "00".
       77  WS-SW-AUTORIZADO         PIC X(01) VALUE "S".
           88  WS-AUTORIZADO            VALUE "S".

      *----------------------------------------------------------------*
      * FILA DE APROVACAO - REGISTRO ACIMA DO LIMITE DO OPERADOR E     *
      * ESTACIONADO EM CALCPEND.DAT PARA O SUPERVISOR (CALCAPRV)       *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCPEND       PIC X(02) VALUE "00".
       77  WS-SW-PENDENTE-GRAVADO   PIC X(01) VALUE "N".
           88  WS-PENDENTE-GRAVADO      VALUE "S".
       77  WS-CONTADOR-PENDENTES    PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      * MOEDA DO DETALHE (BRANCO VALE BRL) E COTACAO DA CONVERSAO C,   *
      * LIDA DE CAMBMST.DAT PARA A DATA DE POSTAGEM OU, SEM ELA, PARA  *
      * O DIA ANTERIOR MAIS PROXIMO ATE SETE DIAS PARA TRAS            *
      *----------------------------------------------------------------*
       77  WS-MOEDA-UM              PIC X(03) VALUE "BRL".
       77  WS-MOEDA-DOIS            PIC X(03) VALUE "BRL".
       77  WS-STATUS-CAMBMST        PIC X(02) VALUE "00".
       77  WS-SW-COTACAO-OK         PIC X(01) VALUE "N".
           88  WS-COTACAO-OK            VALUE "S".
       77  WS-COTACAO               PIC 9(05)V9(06) VALUE ZEROS.
       77  WS-COTACAO-DATA          PIC 9(08) VALUE ZEROS.
       77  WS-DATA-POSTAGEM         PIC 9(08) VALUE ZEROS.
       77  WS-DATA-BUSCA            PIC 9(08) VALUE ZEROS.
       77  WS-DATA-DE               PIC 9(08) VALUE ZEROS.
       77  WS-DATA-ATE              PIC 9(08) VALUE ZEROS.
       77  WS-FUNCAO-DATA           PIC X(01) VALUE "D".
       77  WS-DIAS-RECUO            PIC 9(02) COMP VALUE ZEROS.

      *----------------------------------------------------------------*
      * DETALHE DE FORMULA (TIPO F) - CODIGO DE FORMMST.DAT E ATE TRES *
      * ENTRADAS; CADA PASSO E GRAVADO COMO UM CALCULO COM A           *
      * REFERENCIA NA TRANSACAO DO PRIMEIRO PASSO, ALOCADA ANTES DO    *
      * LOG DO PRIMEIRO PASSO. NOS DEMAIS DETALHES A REFERENCIA E ZERO *
      *----------------------------------------------------------------*
       77  WS-STATUS-FORMMST        PIC X(02) VALUE "00".
       77  WS-TRANSACAO-REF         PIC 9(08) VALUE ZEROS.
       77  WS-FRM-PASSO             PIC 9(02) VALUE ZEROS.
       77  WS-FRM-ENTRADA           PIC 9(02) VALUE ZEROS.
       77  WS-FRM-PRIMEIRA          PIC 9(08) VALUE ZEROS.
       77  WS-SW-ENTRADAS-OK        PIC X(01) VALUE "N".
           88  WS-ENTRADAS-OK           VALUE "S".
       77  WS-SW-EM-FORMULA         PIC X(01) VALUE "N".
           88  WS-EM-FORMULA            VALUE "S".
       77  WS-SW-TRANSACAO-ALOCADA  PIC X(01) VALUE "N".
           88  WS-TRANSACAO-ALOCADA     VALUE "S".
       COPY CALCFEXE.

      *----------------------------------------------------------------*
      * DETALHE DE RATEIO (OPERACAO P) - VALOR NO OPERANDO UM E CODIGO *
      * DA TABELA DE RATOMST.DAT NO OPERANDO DOIS; CADA PARTE E        *
      * GRAVADA COMO UM CALCULO P NO DEPARTAMENTO DELA, COM A          *
      * REFERENCIA NA TRANSACAO DA PRIMEIRA PARTE. O DEPARTAMENTO DO   *
      * LOTE E GUARDADO E DEVOLVIDO NO FIM                             *
      *----------------------------------------------------------------*
       77  WS-STATUS-RATOMST        PIC X(02) VALUE "00".
       77  WS-RAT-PARTE             PIC 9(02) VALUE ZEROS.
       77  WS-RAT-VALOR             PIC S9(05)V99 VALUE ZEROS.
       77  WS-RAT-PRIMEIRA          PIC 9(08) VALUE ZEROS.
       77  WS-RAT-DEPTO-LOTE        PIC X(04) VALUE SPACES.
       77  WS-RAT-DEPTO-FALHO       PIC X(04) VALUE SPACES.
       77  WS-SW-RATEIO-OK          PIC X(01) VALUE "N".
           88  WS-RATEIO-OK             VALUE "S".
       77  WS-SW-EM-RATEIO          PIC X(01) VALUE "N".
           88  WS-EM-RATEIO             VALUE "S".
       COPY CALCRTEX.

      *----------------------------------------------------------------*
      * DETALHE DE RETENCAO (OPERACAO I) - VALOR BRUTO NO OPERANDO UM  *
      * E CODIGO DA TABELA DE FAIXMST.DAT NO OPERANDO DOIS; VALE A     *
      * VERSAO ATIVA DE MAIOR VIGENCIA ATE A DATA DE POSTAGEM. A       *
      * TABELA E A FAIXA APLICADA VAO PARA O LOG E O HISTORICO (NA     *
      * PARTE DE RATEIO, A TABELA DE RATEIO)                           *
      *----------------------------------------------------------------*
       77  WS-STATUS-FAIXMST        PIC X(02) VALUE "00".
       77  WS-FAIXA-CODIGO          PIC X(04) VALUE SPACES.
       77  WS-FAIXA-VIGENCIA        PIC 9(08) VALUE ZEROS.
       77  WS-SW-FIM-FAIXAS         PIC X(01) VALUE "N".
           88  WS-FIM-FAIXAS            VALUE "S".
       77  WS-TABELA-LOG            PIC X(04) VALUE SPACES.
       77  WS-FAIXA-LOG             PIC 9(02) VALUE ZEROS.
       COPY CALCFXEX.

       01  mul-numero-tres          PIC S9(05)V99 VALUE ZEROS.
       01  mul-indicador-modo       PIC X(01) VALUE "N".
       01  conv-valor               PIC S9(05)V99 VALUE ZEROS.
           05  WS-DEM-ROD-MONTANTE  PIC -(7)9.99.
           05  FILLER               PIC X(50) VALUE SPACES.

      *----------------------------------------------------------------*
      * AMORTIZACAO DE FINANCIAMENTO (DETALHE DE OPERACAO F) - SISTEMA *
      * NO MODO E PARCELAS NO TERCEIRO OPERANDO, COM O DEMONSTRATIVO   *
      * DAS PARCELAS SEMPRE IMPRESSO EM AMO<TRANSACAO>.REL             *
      *----------------------------------------------------------------*
       77  WS-AMO-PARCELA           PIC 9(04) COMP VALUE ZEROS.
       77  WS-AMO-TOTAL-JUROS       PIC S9(09)V99 VALUE ZEROS.
       77  WS-AMO-TOTAL-PAGO        PIC S9(09)V99 VALUE ZEROS.
       01  amort-parcelas           PIC 9(03) VALUE ZEROS.
       01  amort-sistema            PIC X(01) VALUE "P".
       COPY CALCADEM.

       01  WS-AMO-CABECALHO.
           05  FILLER               PIC X(31) VALUE
               "DEMONSTRATIVO DE AMORTIZACAO - ".
           05  FILLER               PIC X(10) VALUE "TRANSACAO ".
           05  WS-AMO-CAB-TRANSACAO PIC 9(08).
           05  FILLER               PIC X(31) VALUE SPACES.
       01  WS-AMO-DADOS.
           05  FILLER               PIC X(08) VALUE "CAPITAL ".
           05  WS-AMO-CAB-CAPITAL   PIC -(5)9.99.
           05  FILLER               PIC X(07) VALUE "  TAXA ".
           05  WS-AMO-CAB-TAXA      PIC -(5)9.99.
           05  FILLER               PIC X(11) VALUE "  PARCELAS ".
           05  WS-AMO-CAB-PARCELAS  PIC 9(03).
           05  FILLER               PIC X(10) VALUE "  SISTEMA ".
           05  WS-AMO-CAB-SISTEMA   PIC X(05).
           05  FILLER               PIC X(18) VALUE SPACES.
       01  WS-AMO-COLUNAS.
           05  FILLER               PIC X(04) VALUE "PARC".
           05  FILLER               PIC X(15) VALUE "  SALDO INICIAL".
           05  FILLER               PIC X(15) VALUE "          JUROS".
           05  FILLER               PIC X(15) VALUE "    AMORTIZACAO".
           05  FILLER               PIC X(15) VALUE "      PRESTACAO".
           05  FILLER               PIC X(15) VALUE "    SALDO FINAL".
           05  FILLER               PIC X(01) VALUE SPACES.
       01  WS-AMO-LINHA.
           05  WS-AMO-LIN-PARCELA   PIC ZZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-AMO-LIN-INICIAL   PIC -(7)9.99.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-AMO-LIN-JUROS     PIC -(7)9.99.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-AMO-LIN-AMORT     PIC -(7)9.99.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-AMO-LIN-PRESTACAO PIC -(7)9.99.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-AMO-LIN-FINAL     PIC -(7)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
       01  WS-AMO-RODAPE.
           05  FILLER               PIC X(16) VALUE
               "TOTAL DE JUROS  ".
           05  WS-AMO-ROD-JUROS     PIC -(9)9.99.
           05  FILLER               PIC X(17) VALUE
               "   TOTAL PAGO    ".
           05  WS-AMO-ROD-PAGO      PIC -(9)9.99.
           05  FILLER               PIC X(21) VALUE SPACES.

      *----------------------------------------------------------------*
      * CAMPOS DA MENSAGEM DE OPERACAO A GRAVAR EM CALCMSG.DAT         *
      *----------------------------------------------------------------*
                   CLOSE CALCHIST
                   OPEN I-O CALCHIST
               END-IF
      *        AS ESTATISTICAS FICAM ABERTAS O LOTE INTEIRO; SE NAO
      *        ABRIREM AQUI, CADA GRAVACAO TENTA DE NOVO E AVISA
               MOVE "A" TO WS-FUNCAO-ESTATIST
               CALL "ESTATIST" USING WS-FUNCAO-ESTATIST,
                   CALCHIST-REGISTRO
               MOVE ZEROS TO RETURN-CODE
      *        EM EXECUCAO NOVA O ARQUIVO DE RESULTADOS COMECA VAZIO;
      *        NA RETOMADA DE UM ABEND ELE E ESTENDIDO PARA NAO PERDER
      *        OS RESULTADOS JA DEVOLVIDOS ANTES DA QUEDA
               NOT AT END
                   ADD 1 TO WS-CONTADOR-REGISTRO
                   EVALUATE TRUE
                       WHEN CALCIN-TIPO-DETALHE
                               AND (CALCIN-OP-RATEIO
                                   OR CALCIN-OP-RETENCAO)
                               AND NOT WS-TRAILER-LIDO
                           PERFORM 1340-ACUMULAR-RATEIO THRU 1340-EXIT
                       WHEN CALCIN-TIPO-DETALHE
                               AND NOT WS-TRAILER-LIDO
                           PERFORM 1320-ACUMULAR-PULADO THRU 1320-EXIT
                       WHEN CALCIN-TIPO-FORMULA
                               AND NOT WS-TRAILER-LIDO
                           PERFORM 1330-ACUMULAR-FORMULA THRU 1330-EXIT
                       WHEN CALCIN-TIPO-TRAILER
                               AND NOT WS-TRAILER-LIDO
                           PERFORM 2300-GUARDAR-TRAILER THRU 2300-EXIT
           IF RETURN-CODE = ZEROS
               MOVE conv-valor TO WS-VALOR-UM
               IF CALCIN-NUM-DOIS(1:1) = "C"
                       AND (CALCIN-OP-JUROS OR CALCIN-OP-AMORTIZACAO
                       OR (CALCIN-OP-MULTIPLICACAO
                           AND CALCIN-MODO-PERCENTUAL))
      *            A TAXA RESOLVIDA CONTOU NO HASH DA EXECUCAO
      *            INTERROMPIDA - RESOLVE DE NOVO PARA O HASH BATER
                   PERFORM 2140-RESOLVER-TAXA THRU 2140-EXIT
               ELSE
                   IF CALCIN-OP-CONVERSAO AND CALCIN-NUM-DOIS = SPACES
                       MOVE ZEROS TO conv-valor
                       MOVE "S" TO WS-SW-REGISTRO-VALIDO
                   ELSE
                       CALL "CONVNUM" USING CALCIN-NUM-DOIS, conv-valor
                       IF RETURN-CODE = ZEROS
                           MOVE "S" TO WS-SW-REGISTRO-VALIDO
                       END-IF
                   END-IF
               END-IF
           END-IF.
       1320-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1330-ACUMULAR-FORMULA - DETALHE DE FORMULA PULADO: CONTA NA    *
      * QUANTIDADE E, QUANDO AS ENTRADAS CONVERTEM, NO HASH - A MESMA  *
      * REGRA DE 2400-PROCESSAR-FORMULA                                *
      *----------------------------------------------------------------*
       1330-ACUMULAR-FORMULA.
           ADD 1 TO WS-CONTADOR-DETALHES.
           PERFORM 2410-CONVERTER-ENTRADAS THRU 2410-EXIT.
       1330-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1340-ACUMULAR-RATEIO - DETALHE DE RATEIO OU DE RETENCAO       *
      * PULADO: CONTA NA QUANTIDADE E, QUANDO O VALOR CONVERTE, NO     *
      * HASH - A MESMA REGRA DE 2500-PROCESSAR-RATEIO E DE             *
      * 2600-PROCESSAR-RETENCAO (O CODIGO DA TABELA NAO ENTRA)         *
      *----------------------------------------------------------------*
       1340-ACUMULAR-RATEIO.
           ADD 1 TO WS-CONTADOR-DETALHES.
           PERFORM 2510-CONVERTER-VALOR THRU 2510-EXIT.
       1340-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1400-LER-CABECALHO - O PRIMEIRO REGISTRO DO LOTE TEM DE SER O  *
      * CABECALHO (TIPO H); GUARDA O ID DO LOTE E RECUSA O ARQUIVO SE  *
               NOT AT END
                   ADD 1 TO WS-CONTADOR-REGISTRO
                   EVALUATE TRUE
                       WHEN CALCIN-TIPO-DETALHE AND CALCIN-OP-RATEIO
                               AND NOT WS-TRAILER-LIDO
                           PERFORM 2500-PROCESSAR-RATEIO
                               THRU 2500-EXIT
                       WHEN CALCIN-TIPO-DETALHE AND CALCIN-OP-RETENCAO
                               AND NOT WS-TRAILER-LIDO
                           PERFORM 2600-PROCESSAR-RETENCAO
                               THRU 2600-EXIT
                       WHEN CALCIN-TIPO-DETALHE
                               AND NOT WS-TRAILER-LIDO
                           PERFORM 2100-PROCESSAR-REGISTRO
                               THRU 2100-EXIT
                       WHEN CALCIN-TIPO-FORMULA
                               AND NOT WS-TRAILER-LIDO
                           PERFORM 2400-PROCESSAR-FORMULA
                               THRU 2400-EXIT
                       WHEN CALCIN-TIPO-TRAILER
                               AND NOT WS-TRAILER-LIDO
                           PERFORM 2300-GUARDAR-TRAILER THRU 2300-EXIT

       2100-PROCESSAR-REGISTRO.
           MOVE "N" TO WS-SW-REGISTRO-VALIDO.
           MOVE "N" TO WS-SW-PENDENTE-GRAVADO.
           MOVE ZEROS TO WS-MOTIVO-REJEITO.
           CALL "CONVNUM" USING CALCIN-NUM-UM, conv-valor.
           IF RETURN-CODE = ZEROS
               MOVE conv-valor TO numero-um
               IF CALCIN-NUM-DOIS(1:1) = "C"
                       AND (CALCIN-OP-JUROS OR CALCIN-OP-AMORTIZACAO
                       OR (CALCIN-OP-MULTIPLICACAO
                           AND CALCIN-MODO-PERCENTUAL))
                   PERFORM 2140-RESOLVER-TAXA THRU 2140-EXIT
               ELSE
      *            A CONVERSAO NAO TEM OPERANDO DOIS - A COTACAO VEM DE
      *            CAMBMST.DAT E NAO ENTRA NO HASH DO LOTE
                   IF CALCIN-OP-CONVERSAO AND CALCIN-NUM-DOIS = SPACES
                       MOVE ZEROS TO conv-valor
                       MOVE ZEROS TO numero-dois
                       MOVE "S" TO WS-SW-REGISTRO-VALIDO
                   ELSE
                       CALL "CONVNUM" USING CALCIN-NUM-DOIS, conv-valor
                       IF RETURN-CODE = ZEROS
                           MOVE conv-valor TO numero-dois
                           MOVE "S" TO WS-SW-REGISTRO-VALIDO
                       END-IF
                   END-IF
               END-IF
           END-IF.
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               GO TO 2110-EXIT
           END-IF.
           MOVE ZEROS TO WS-COTACAO.
           MOVE ZEROS TO WS-COTACAO-DATA.
           MOVE SPACES TO WS-TABELA-LOG.
           MOVE ZEROS TO WS-FAIXA-LOG.
           PERFORM 2115-CONFERIR-MOEDAS THRU 2115-EXIT.
           IF NOT WS-REGISTRO-VALIDO
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               GO TO 2110-EXIT
           END-IF.
           MOVE ZEROS TO mul-numero-tres.
           MOVE "N" TO mul-indicador-modo.
           EVALUATE TRUE
                       MOVE "J" TO WS-OPERACAO-LOG
                       MOVE juros-periodos TO mul-numero-tres
                   END-IF
               WHEN CALCIN-OP-AMORTIZACAO
                   PERFORM 2150-PREPARAR-AMORTIZACAO THRU 2150-EXIT
                   IF WS-REGISTRO-VALIDO
                       CALL "AMORTIZA" USING numero-um, numero-dois,
                           resultado, amort-parcelas, amort-sistema,
                           amodem-tabela
                       MOVE "F" TO WS-OPERACAO-LOG
                       MOVE amort-sistema TO mul-indicador-modo
                       MOVE amort-parcelas TO mul-numero-tres
                   END-IF
               WHEN CALCIN-OP-CONVERSAO
                   PERFORM 2135-PREPARAR-CONVERSAO THRU 2135-EXIT
                   IF WS-REGISTRO-VALIDO
                       CALL "CAMBIO" USING numero-um, numero-dois,
                           resultado, WS-COTACAO
                       MOVE "C" TO WS-OPERACAO-LOG
                   END-IF
               WHEN OTHER
                   DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                       " IGNORADO - OPERACAO INVALIDA"
               MOVE RETURN-CODE TO WS-RETORNO-CALCULO
               PERFORM 6600-VERIFICAR-LIMITES THRU 6600-EXIT
               IF NOT WS-AUTORIZADO
                   MOVE "N" TO WS-SW-REGISTRO-VALIDO
                   IF WS-PENDENTE-GRAVADO
                       DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                           " PENDENTE - VALOR ACIMA DO LIMITE,"
                           " AGUARDANDO O SUPERVISOR"
                       ADD 1 TO WS-CONTADOR-PENDENTES
                   ELSE
                       DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                           " RECUSADO - VALOR ACIMA DO LIMITE"
                       MOVE 05 TO WS-MOTIVO-REJEITO
                       PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
                   END-IF
                   GO TO 2110-EXIT
               END-IF
               ADD 1 TO WS-CONTADOR-PROCESSADOS
                       AND WS-ULTIMA-TRANSACAO NOT = ZEROS
                   PERFORM 2160-EMITIR-DEMONSTRATIVO THRU 2160-EXIT
               END-IF
               IF CALCIN-OP-AMORTIZACAO
                       AND WS-RETORNO-CALCULO = ZEROS
                       AND WS-ULTIMA-TRANSACAO NOT = ZEROS
                   PERFORM 2180-EMITIR-AMORTIZACAO THRU 2180-EXIT
               END-IF
               IF CALCIN-OP-CONVERSAO
                       AND WS-RETORNO-CALCULO = ZEROS
                       AND WS-COTACAO-DATA NOT = WS-DATA-POSTAGEM
                   MOVE 0153 TO WS-MSG-NUMERO
                   MOVE "A" TO WS-MSG-SEVERIDADE
                   MOVE WS-ULTIMA-TRANSACAO TO WS-MSG-TRANSACAO
                   MOVE WS-CONTADOR-REGISTRO TO WS-MSG-REGISTRO
                   MOVE SPACES TO WS-MSG-TEXTO
                   STRING "CONVERSAO " WS-MOEDA-UM " COM COTACAO DE "
                       WS-COTACAO-DATA
                       DELIMITED BY SIZE INTO WS-MSG-TEXTO
                   PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.
       2170-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2180-EMITIR-AMORTIZACAO - DETALHE DE AMORTIZACAO GRAVADO:      *
      * IMPRIME A TABELA DEVOLVIDA PELO AMORTIZA, UMA LINHA POR        *
      * PARCELA, EM AMO<TRANSACAO>.REL, IDENTIFICADO PELA TRANSACAO    *
      * RECEM GRAVADA - A ULTIMA LINHA FECHA O SALDO EM ZERO           *
      *----------------------------------------------------------------*
       2180-EMITIR-AMORTIZACAO.
           MOVE SPACES TO WS-NOME-DEMONST.
           STRING "AMO" WS-ULTIMA-TRANSACAO ".REL"
               DELIMITED BY SIZE INTO WS-NOME-DEMONST.
           OPEN OUTPUT DEMONST.
           IF WS-STATUS-DEMONST NOT = "00"
               DISPLAY "DEMONSTRATIVO DA TRANSACAO "
                   WS-ULTIMA-TRANSACAO " NAO EMITIDO - STATUS "
                   WS-STATUS-DEMONST
               GO TO 2180-EXIT
           END-IF.
           MOVE WS-ULTIMA-TRANSACAO TO WS-AMO-CAB-TRANSACAO.
           WRITE DEM-REGISTRO FROM WS-AMO-CABECALHO.
           MOVE numero-um TO WS-AMO-CAB-CAPITAL.
           MOVE numero-dois TO WS-AMO-CAB-TAXA.
           MOVE amort-parcelas TO WS-AMO-CAB-PARCELAS.
           IF amort-sistema = "S"
               MOVE "SAC" TO WS-AMO-CAB-SISTEMA
           ELSE
               MOVE "PRICE" TO WS-AMO-CAB-SISTEMA
           END-IF.
           WRITE DEM-REGISTRO FROM WS-AMO-DADOS.
           WRITE DEM-REGISTRO FROM WS-AMO-COLUNAS.
           MOVE ZEROS TO WS-AMO-TOTAL-JUROS.
           MOVE ZEROS TO WS-AMO-TOTAL-PAGO.
           PERFORM 2190-IMPRIMIR-PARCELA THRU 2190-EXIT
               VARYING WS-AMO-PARCELA FROM 1 BY 1
               UNTIL WS-AMO-PARCELA > amort-parcelas.
           MOVE WS-AMO-TOTAL-JUROS TO WS-AMO-ROD-JUROS.
           MOVE WS-AMO-TOTAL-PAGO TO WS-AMO-ROD-PAGO.
           WRITE DEM-REGISTRO FROM WS-AMO-RODAPE.
           CLOSE DEMONST.
           DISPLAY "DEMONSTRATIVO GRAVADO EM " WS-NOME-DEMONST.
       2180-EXIT.
           EXIT.

       2190-IMPRIMIR-PARCELA.
           MOVE WS-AMO-PARCELA TO WS-AMO-LIN-PARCELA.
           MOVE amodem-saldo-inicial(WS-AMO-PARCELA)
               TO WS-AMO-LIN-INICIAL.
           MOVE amodem-juros(WS-AMO-PARCELA) TO WS-AMO-LIN-JUROS.
           MOVE amodem-amortizacao(WS-AMO-PARCELA)
               TO WS-AMO-LIN-AMORT.
           MOVE amodem-prestacao(WS-AMO-PARCELA)
               TO WS-AMO-LIN-PRESTACAO.
           MOVE amodem-saldo-final(WS-AMO-PARCELA)
               TO WS-AMO-LIN-FINAL.
           ADD amodem-juros(WS-AMO-PARCELA) TO WS-AMO-TOTAL-JUROS.
           ADD amodem-prestacao(WS-AMO-PARCELA) TO WS-AMO-TOTAL-PAGO.
           WRITE DEM-REGISTRO FROM WS-AMO-LINHA.
       2190-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2120-PREPARAR-MULTIPLICACAO - TRADUZ O MODO DO REGISTRO PARA   *
      * O INDICADOR DO PROGMULT E CONVERTE O TERCEIRO FATOR QUANDO O   *
       2120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2115-CONFERIR-MOEDAS - MOEDA DO OPERANDO UM (E DO RESULTADO) E *
      * DO OPERANDO DOIS: BRANCO VALE BRL, SENAO TRES LETRAS (MOTIVO   *
      * 02). NA SOMA E NA SUBTRACAO AS DUAS TEM DE SER A MESMA -       *
      * REAIS E DOLARES NAO SE SOMAM (MOTIVO 07)                       *
      *----------------------------------------------------------------*
       2115-CONFERIR-MOEDAS.
           MOVE CALCIN-MOEDA TO WS-MOEDA-UM.
           IF WS-MOEDA-UM = SPACES
               MOVE "BRL" TO WS-MOEDA-UM
           END-IF.
           MOVE CALCIN-MOEDA-DOIS TO WS-MOEDA-DOIS.
           IF WS-MOEDA-DOIS = SPACES
               MOVE "BRL" TO WS-MOEDA-DOIS
           END-IF.
           IF WS-MOEDA-UM IS NOT ALPHABETIC-UPPER
                   OR WS-MOEDA-UM(1:1) = SPACE
                   OR WS-MOEDA-UM(2:1) = SPACE
                   OR WS-MOEDA-UM(3:1) = SPACE
                   OR WS-MOEDA-DOIS IS NOT ALPHABETIC-UPPER
                   OR WS-MOEDA-DOIS(1:1) = SPACE
                   OR WS-MOEDA-DOIS(2:1) = SPACE
                   OR WS-MOEDA-DOIS(3:1) = SPACE
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " IGNORADO - CODIGO DE MOEDA INVALIDO"
               MOVE "N" TO WS-SW-REGISTRO-VALIDO
               MOVE 02 TO WS-MOTIVO-REJEITO
               GO TO 2115-EXIT
           END-IF.
           IF (CALCIN-OP-SOMA OR CALCIN-OP-SUBTRACAO)
                   AND WS-MOEDA-UM NOT = WS-MOEDA-DOIS
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " RECUSADO - MOEDAS DIFERENTES (" WS-MOEDA-UM
                   " E " WS-MOEDA-DOIS ")"
               MOVE "N" TO WS-SW-REGISTRO-VALIDO
               MOVE 07 TO WS-MOTIVO-REJEITO
           END-IF.
       2115-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2135-PREPARAR-CONVERSAO - VALOR EM MOEDA ESTRANGEIRA NO        *
      * OPERANDO UM, OPERANDO DOIS EM BRANCO; A COTACAO DA MOEDA PARA  *
      * A DATA DE POSTAGEM VEM DE CAMBMST.DAT (2145). MOEDA BRL OU     *
      * OPERANDO DOIS PREENCHIDO REJEITA COM O MOTIVO 02; SEM COTACAO  *
      * ATE SETE DIAS ANTES, COM O MOTIVO 04                           *
      *----------------------------------------------------------------*
       2135-PREPARAR-CONVERSAO.
           IF numero-dois NOT = ZEROS OR WS-MOEDA-UM = "BRL"
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " IGNORADO - CONVERSAO SEM MOEDA ESTRANGEIRA OU"
                   " COM OPERANDO DOIS"
               MOVE "N" TO WS-SW-REGISTRO-VALIDO
               MOVE 02 TO WS-MOTIVO-REJEITO
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               GO TO 2135-EXIT
           END-IF.
           ACCEPT WS-DATA-POSTAGEM FROM DATE YYYYMMDD.
           PERFORM 2145-BUSCAR-COTACAO THRU 2145-EXIT.
           IF NOT WS-COTACAO-OK
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " IGNORADO - SEM COTACAO DE " WS-MOEDA-UM
                   " ATE SETE DIAS ANTES DE " WS-DATA-POSTAGEM
               MOVE "N" TO WS-SW-REGISTRO-VALIDO
               MOVE 04 TO WS-MOTIVO-REJEITO
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               GO TO 2135-EXIT
           END-IF.
           IF WS-COTACAO-DATA NOT = WS-DATA-POSTAGEM
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " - SEM COTACAO EM " WS-DATA-POSTAGEM
                   ", USADA A DO DIA " WS-COTACAO-DATA
           END-IF.
       2135-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2145-BUSCAR-COTACAO - COTACAO DA MOEDA DO DETALHE PARA A DATA  *
      * DE POSTAGEM EM CAMBMST.DAT; SEM COTACAO NO DIA (FIM DE SEMANA, *
      * FERIADO) RECUA UM DIA POR VEZ PELO CALCDATA, ATE SETE DIAS     *
      * ANTES - A MESMA REGRA DA CONVERSAO DO CALCDOS                  *
      *----------------------------------------------------------------*
       2145-BUSCAR-COTACAO.
           MOVE "N" TO WS-SW-COTACAO-OK.
           MOVE ZEROS TO WS-COTACAO.
           MOVE ZEROS TO WS-COTACAO-DATA.
           OPEN INPUT CAMBMST.
           IF WS-STATUS-CAMBMST NOT = "00"
               DISPLAY "CAMBMST.DAT NAO ENCONTRADO - CONVERSAO"
                   " INDISPONIVEL"
               GO TO 2145-EXIT
           END-IF.
           MOVE WS-DATA-POSTAGEM TO WS-DATA-BUSCA.
           MOVE ZEROS TO WS-DIAS-RECUO.
           PERFORM 2146-LER-COTACAO-DIA THRU 2146-EXIT
               UNTIL WS-COTACAO-OK OR WS-DIAS-RECUO > 7.
           CLOSE CAMBMST.
       2145-EXIT.
           EXIT.

       2146-LER-COTACAO-DIA.
           MOVE WS-MOEDA-UM TO CALCCAMB-MOEDA.
           MOVE WS-DATA-BUSCA TO CALCCAMB-DATA.
           READ CAMBMST
               KEY IS CALCCAMB-CHAVE
               INVALID KEY
                   CALL "CALCDATA" USING WS-FUNCAO-DATA,
                       WS-DATA-BUSCA, WS-DATA-DE, WS-DATA-ATE
                   MOVE WS-DATA-DE TO WS-DATA-BUSCA
                   ADD 1 TO WS-DIAS-RECUO
               NOT INVALID KEY
                   MOVE "S" TO WS-SW-COTACAO-OK
                   MOVE CALCCAMB-COTACAO TO WS-COTACAO
                   MOVE CALCCAMB-DATA TO WS-COTACAO-DATA
           END-READ.
       2146-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2130-PREPARAR-JUROS - CONVERTE A QUANTIDADE DE PERIODOS DO     *
      * CAMPO DO TERCEIRO OPERANDO (SO A PARTE INTEIRA CONTA)          *
       2130-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2150-PREPARAR-AMORTIZACAO - SISTEMA DO CAMPO DO MODO (P PRICE, *
      * S SAC) E QUANTIDADE DE PARCELAS DO CAMPO DO TERCEIRO OPERANDO  *
      * (SO A PARTE INTEIRA CONTA, DE 1 A 999)                         *
      *----------------------------------------------------------------*
       2150-PREPARAR-AMORTIZACAO.
           EVALUATE TRUE
               WHEN CALCIN-MODO-PRICE
                   MOVE "P" TO amort-sistema
               WHEN CALCIN-MODO-SAC
                   MOVE "S" TO amort-sistema
               WHEN OTHER
                   DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                       " IGNORADO - SISTEMA DE AMORTIZACAO INVALIDO"
                   MOVE "N" TO WS-SW-REGISTRO-VALIDO
                   MOVE 02 TO WS-MOTIVO-REJEITO
                   PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
                   GO TO 2150-EXIT
           END-EVALUATE.
           CALL "CONVNUM" USING CALCIN-NUM-TRES, conv-valor.
           IF RETURN-CODE = ZEROS AND conv-valor > ZEROS
                   AND conv-valor < 1000
               MOVE conv-valor TO amort-parcelas
           ELSE
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " IGNORADO - QUANTIDADE DE PARCELAS INVALIDA"
               MOVE "N" TO WS-SW-REGISTRO-VALIDO
               MOVE 01 TO WS-MOTIVO-REJEITO
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2140-RESOLVER-TAXA - O OPERANDO DOIS VEIO COMO C+CODIGO DA     *
      * TABELA (MODO PERCENTUAL, JUROS OU AMORTIZACAO): RESOLVE A TAXA *
      * EM RATEMST.DAT (SO ATIVA E COM VIGENCIA ALCANCADA) E GRAVA O   *
      * VALOR RESOLVIDO COMO OPERANDO - E ELE QUE VAI PARA O LOG, O    *
      * HISTORICO E O HASH DO LOTE. CODIGO QUE NAO RESOLVE REJEITA O   *
      * REGISTRO COM O MOTIVO 04                                       *
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-PROCESSAR-FORMULA - DETALHE TIPO F: FORMULA CADASTRADA EM *
      * FORMMST.DAT (FORMMNT) COM AS ENTRADAS DO PROPRIO DETALHE. O    *
      * DETALHE CONTA UMA VEZ NA QUANTIDADE E AS ENTRADAS ENTRAM NO    *
      * HASH. CADA PASSO PASSA PELA AUTORIZACAO E PELO LIMITE DO       *
      * OPERADOR E E GRAVADO COMO UM CALCULO; PASSO QUE FALHA OU E     *
      * RECUSADO REJEITA O DETALHE INTEIRO SEM GRAVAR NADA. ACIMA DO   *
      * LIMITE A FORMULA E RECUSADA (MOTIVO 05), NAO VAI A FILA        *
      *----------------------------------------------------------------*
       2400-PROCESSAR-FORMULA.
           MOVE "N" TO WS-SW-REGISTRO-VALIDO.
           MOVE "N" TO WS-SW-PENDENTE-GRAVADO.
           MOVE ZEROS TO WS-MOTIVO-REJEITO.
           MOVE ZEROS TO WS-FRM-PRIMEIRA.
           ADD 1 TO WS-CONTADOR-DETALHES.
           PERFORM 2420-EXECUTAR-FORMULA THRU 2420-EXIT.
           MOVE ZEROS TO WS-TRANSACAO-REF.
           MOVE "N" TO WS-SW-TRANSACAO-ALOCADA.
           PERFORM 7300-GRAVAR-RESULTADO THRU 7300-EXIT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2410-CONVERTER-ENTRADAS - ENTRADA EM BRANCO VALE ZERO E AS     *
      * DEMAIS PASSAM PELO CONVNUM; SO COM TODAS VALIDAS ELAS ENTRAM   *
      * NO HASH DO LOTE, EM VALOR ABSOLUTO                             *
      *----------------------------------------------------------------*
       2410-CONVERTER-ENTRADAS.
           MOVE "S" TO WS-SW-ENTRADAS-OK.
           PERFORM 2411-CONVERTER-ENTRADA THRU 2411-EXIT
               VARYING WS-FRM-ENTRADA FROM 1 BY 1
               UNTIL WS-FRM-ENTRADA > 3.
           IF WS-ENTRADAS-OK
               PERFORM 2412-SOMAR-HASH THRU 2412-EXIT
                   VARYING WS-FRM-ENTRADA FROM 1 BY 1
                   UNTIL WS-FRM-ENTRADA > 3
           END-IF.
       2410-EXIT.
           EXIT.

       2411-CONVERTER-ENTRADA.
           MOVE ZEROS TO fmexe-entrada(WS-FRM-ENTRADA).
           IF CALCIN-FRM-ENTRADA(WS-FRM-ENTRADA) = SPACES
               GO TO 2411-EXIT
           END-IF.
           CALL "CONVNUM" USING CALCIN-FRM-ENTRADA(WS-FRM-ENTRADA),
               conv-valor.
           IF RETURN-CODE = ZEROS
               MOVE conv-valor TO fmexe-entrada(WS-FRM-ENTRADA)
           ELSE
               MOVE "N" TO WS-SW-ENTRADAS-OK
           END-IF.
       2411-EXIT.
           EXIT.

       2412-SOMAR-HASH.
           IF fmexe-entrada(WS-FRM-ENTRADA) < ZEROS
               SUBTRACT fmexe-entrada(WS-FRM-ENTRADA)
                   FROM WS-HASH-OPERANDOS
           ELSE
               ADD fmexe-entrada(WS-FRM-ENTRADA) TO WS-HASH-OPERANDOS
           END-IF.
       2412-EXIT.
           EXIT.

       2420-EXECUTAR-FORMULA.
           PERFORM 2410-CONVERTER-ENTRADAS THRU 2410-EXIT.
           IF NOT WS-ENTRADAS-OK
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " IGNORADO - ENTRADA DA FORMULA NAO NUMERICA"
               MOVE 01 TO WS-MOTIVO-REJEITO
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               GO TO 2420-EXIT
           END-IF.
           PERFORM 2430-LER-FORMULA THRU 2430-EXIT.
           IF WS-MOTIVO-REJEITO NOT = ZEROS
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               GO TO 2420-EXIT
           END-IF.
           MOVE "S" TO WS-SW-AUTORIZADO.
           PERFORM 2440-AUTORIZAR-PASSO THRU 2440-EXIT
               VARYING WS-FRM-PASSO FROM 1 BY 1
               UNTIL WS-FRM-PASSO > CALCFORM-QTDE-PASSOS
                  OR NOT WS-AUTORIZADO.
           IF NOT WS-AUTORIZADO
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " RECUSADO - OPERACAO NAO PERMITIDA AO OPERADOR"
               MOVE 05 TO WS-MOTIVO-REJEITO
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               GO TO 2420-EXIT
           END-IF.
           CALL "FORMULA" USING CALCFORM-REGISTRO, fmexe-entradas,
               fmexe-tabela.
           IF RETURN-CODE NOT = ZEROS
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " RECUSADO - FORMULA INTERROMPIDA NO PASSO "
                   fmexe-passo-falho
               DISPLAY "    " fmexe-motivo
               MOVE 03 TO WS-MOTIVO-REJEITO
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               MOVE 0214 TO WS-MSG-NUMERO
               MOVE "E" TO WS-MSG-SEVERIDADE
               MOVE ZEROS TO WS-MSG-TRANSACAO
               MOVE WS-CONTADOR-REGISTRO TO WS-MSG-REGISTRO
               MOVE SPACES TO WS-MSG-TEXTO
               STRING "FORMULA " CALCIN-FRM-CODIGO " PAROU NO PASSO "
                   fmexe-passo-falho " - NADA GRAVADO"
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
               PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               GO TO 2420-EXIT
           END-IF.
           MOVE "S" TO WS-SW-EM-FORMULA.
           MOVE "S" TO WS-SW-AUTORIZADO.
           PERFORM 2450-VERIFICAR-PASSO THRU 2450-EXIT
               VARYING WS-FRM-PASSO FROM 1 BY 1
               UNTIL WS-FRM-PASSO > fmexe-qtde-passos
                  OR NOT WS-AUTORIZADO.
           MOVE "N" TO WS-SW-EM-FORMULA.
           IF NOT WS-AUTORIZADO
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " RECUSADO - VALOR ACIMA DO LIMITE"
               MOVE 05 TO WS-MOTIVO-REJEITO
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               GO TO 2420-EXIT
           END-IF.
      *    A TRANSACAO DO PRIMEIRO PASSO E A REFERENCIA DE TODOS OS
      *    PASSOS - ALOCADA AQUI, ANTES DO LOG DO PRIMEIRO PASSO
           PERFORM 7150-ALOCAR-TRANSACAO THRU 7150-EXIT.
           IF WS-NOVA-TRANSACAO = ZEROS
               DISPLAY "CALCSEQ.DAT INDISPONIVEL - FORMULA NAO GRAVADA"
               MOVE 0021 TO WS-MSG-NUMERO
               MOVE "E" TO WS-MSG-SEVERIDADE
               MOVE ZEROS TO WS-MSG-TRANSACAO
               MOVE WS-CONTADOR-REGISTRO TO WS-MSG-REGISTRO
               MOVE "SEQUENCIA INDISPONIVEL - REG. PERDIDO"
                   TO WS-MSG-TEXTO
               PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               MOVE 03 TO WS-MOTIVO-REJEITO
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               GO TO 2420-EXIT
           END-IF.
           MOVE WS-NOVA-TRANSACAO TO WS-TRANSACAO-REF.
           MOVE WS-NOVA-TRANSACAO TO WS-FRM-PRIMEIRA.
           MOVE "S" TO WS-SW-TRANSACAO-ALOCADA.
           ADD 1 TO WS-CONTADOR-PROCESSADOS.
           PERFORM 2460-GRAVAR-PASSO THRU 2460-EXIT
               VARYING WS-FRM-PASSO FROM 1 BY 1
               UNTIL WS-FRM-PASSO > fmexe-qtde-passos.
           MOVE "S" TO WS-SW-REGISTRO-VALIDO.
           MOVE fmexe-resultado(fmexe-qtde-passos) TO resultado.
           MOVE ZEROS TO WS-RETORNO-CALCULO.
       2420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2430-LER-FORMULA - SO FORMULA CADASTRADA E ATIVA (MOTIVO 08),  *
      * COM TODAS AS ENTRADAS QUE ELA PEDE PREENCHIDAS (MOTIVO 01)     *
      *----------------------------------------------------------------*
       2430-LER-FORMULA.
           OPEN INPUT FORMMST.
           IF WS-STATUS-FORMMST NOT = "00"
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " IGNORADO - FORMMST.DAT INDISPONIVEL"
               MOVE 08 TO WS-MOTIVO-REJEITO
               GO TO 2430-EXIT
           END-IF.
           MOVE CALCIN-FRM-CODIGO TO CALCFORM-CODIGO.
           READ FORMMST
               KEY IS CALCFORM-CODIGO
               INVALID KEY
                   DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                       " IGNORADO - FORMULA NAO CADASTRADA"
                   CLOSE FORMMST
                   MOVE 08 TO WS-MOTIVO-REJEITO
                   GO TO 2430-EXIT
           END-READ.
           CLOSE FORMMST.
           IF NOT CALCFORM-ATIVA
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " IGNORADO - FORMULA DESATIVADA"
               MOVE 08 TO WS-MOTIVO-REJEITO
               GO TO 2430-EXIT
           END-IF.
           PERFORM 2435-CONFERIR-ENTRADA THRU 2435-EXIT
               VARYING WS-FRM-ENTRADA FROM 1 BY 1
               UNTIL WS-FRM-ENTRADA > CALCFORM-QTDE-ENTRADAS
                  OR WS-MOTIVO-REJEITO NOT = ZEROS.
       2430-EXIT.
           EXIT.

       2435-CONFERIR-ENTRADA.
           IF CALCIN-FRM-ENTRADA(WS-FRM-ENTRADA) = SPACES
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " IGNORADO - FALTA "
                   CALCFORM-ENT-ROTULO(WS-FRM-ENTRADA)
               MOVE 01 TO WS-MOTIVO-REJEITO
           END-IF.
       2435-EXIT.
           EXIT.

       2440-AUTORIZAR-PASSO.
           MOVE CALCFORM-PAS-OPERACAO(WS-FRM-PASSO)
               TO WS-OPERACAO-PEDIDA.
           PERFORM 6500-AUTORIZAR-OPERACAO THRU 6500-EXIT.
       2440-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2450-VERIFICAR-PASSO - LIMITE DO OPERADOR SOBRE OS OPERANDOS E *
      * O RESULTADO DE CADA PASSO, ANTES DE GRAVAR QUALQUER UM         *
      *----------------------------------------------------------------*
       2450-VERIFICAR-PASSO.
           MOVE fmexe-num-um(WS-FRM-PASSO) TO numero-um.
           MOVE fmexe-num-dois(WS-FRM-PASSO) TO numero-dois.
           MOVE fmexe-resultado(WS-FRM-PASSO) TO resultado.
           PERFORM 6600-VERIFICAR-LIMITES THRU 6600-EXIT.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2460-GRAVAR-PASSO - GRAVA UM PASSO COMO CALCULO EM REAIS, COM  *
      * A OPERACAO, OS OPERANDOS E O MODO EXATAMENTE COMO EXECUTADOS   *
      *----------------------------------------------------------------*
       2460-GRAVAR-PASSO.
           MOVE fmexe-operacao(WS-FRM-PASSO) TO WS-OPERACAO-LOG.
           MOVE fmexe-num-um(WS-FRM-PASSO) TO numero-um.
           MOVE fmexe-num-dois(WS-FRM-PASSO) TO numero-dois.
           MOVE fmexe-resultado(WS-FRM-PASSO) TO resultado.
           MOVE fmexe-retorno(WS-FRM-PASSO) TO WS-RETORNO-CALCULO.
           MOVE fmexe-modo(WS-FRM-PASSO) TO mul-indicador-modo.
           MOVE ZEROS TO mul-numero-tres.
           MOVE "BRL" TO WS-MOEDA-UM.
           MOVE "BRL" TO WS-MOEDA-DOIS.
           MOVE ZEROS TO WS-COTACAO.
           MOVE SPACES TO WS-TABELA-LOG.
           MOVE ZEROS TO WS-FAIXA-LOG.
           PERFORM 7000-GRAVAR-CALCULO THRU 7000-EXIT.
       2460-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-PROCESSAR-RATEIO - DETALHE D COM OPERACAO P: O VALOR DO   *
      * OPERANDO UM E DIVIDIDO PELA TABELA DE RATOMST.DAT CUJO CODIGO  *
      * VEM NO OPERANDO DOIS, PELO SUBPROGRAMA RATEIO. O DETALHE CONTA *
      * UMA VEZ NA QUANTIDADE E SO O VALOR ENTRA NO HASH. TABELA FORA  *
      * DO CADASTRO, DESATIVADA OU COM DEPARTAMENTO INATIVO REJEITA    *
      * COM O MOTIVO 09, FALHA DO RATEIO COM O 03 (MENSAGEM 0224 NOS   *
      * DOIS CASOS); O LIMITE E CONFERIDO UMA VEZ, SOBRE O VALOR, E    *
      * ACIMA DELE O RATEIO E RECUSADO (MOTIVO 05), NAO VAI A FILA.    *
      * NADA E GRAVADO SE QUALQUER PARTE FALHAR                        *
      *----------------------------------------------------------------*
       2500-PROCESSAR-RATEIO.
           MOVE "N" TO WS-SW-REGISTRO-VALIDO.
           MOVE "N" TO WS-SW-PENDENTE-GRAVADO.
           MOVE ZEROS TO WS-MOTIVO-REJEITO.
           MOVE ZEROS TO WS-RAT-PRIMEIRA.
           ADD 1 TO WS-CONTADOR-DETALHES.
           PERFORM 2520-EXECUTAR-RATEIO THRU 2520-EXIT.
           MOVE ZEROS TO WS-TRANSACAO-REF.
           MOVE "N" TO WS-SW-TRANSACAO-ALOCADA.
           PERFORM 7300-GRAVAR-RESULTADO THRU 7300-EXIT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2510-CONVERTER-VALOR - O VALOR A RATEAR PASSA PELO CONVNUM E,  *
      * VALIDO, ENTRA NO HASH DO LOTE EM VALOR ABSOLUTO                *
      *----------------------------------------------------------------*
       2510-CONVERTER-VALOR.
           MOVE "N" TO WS-SW-ENTRADAS-OK.
           MOVE ZEROS TO WS-RAT-VALOR.
           CALL "CONVNUM" USING CALCIN-NUM-UM, conv-valor.
           IF RETURN-CODE NOT = ZEROS
               GO TO 2510-EXIT
           END-IF.
           MOVE "S" TO WS-SW-ENTRADAS-OK.
           MOVE conv-valor TO WS-RAT-VALOR.
           IF WS-RAT-VALOR < ZEROS
               SUBTRACT WS-RAT-VALOR FROM WS-HASH-OPERANDOS
           ELSE
               ADD WS-RAT-VALOR TO WS-HASH-OPERANDOS
           END-IF.
       2510-EXIT.
           EXIT.

       2520-EXECUTAR-RATEIO.
           PERFORM 2510-CONVERTER-VALOR THRU 2510-EXIT.
           IF NOT WS-ENTRADAS-OK
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " IGNORADO - VALOR DO RATEIO NAO NUMERICO"
               MOVE 01 TO WS-MOTIVO-REJEITO
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               GO TO 2520-EXIT
           END-IF.
           MOVE "P" TO WS-OPERACAO-PEDIDA.
           PERFORM 6500-AUTORIZAR-OPERACAO THRU 6500-EXIT.
           IF NOT WS-AUTORIZADO
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " RECUSADO - OPERACAO NAO PERMITIDA AO OPERADOR"
               MOVE 05 TO WS-MOTIVO-REJEITO
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               GO TO 2520-EXIT
           END-IF.
           PERFORM 2530-LER-TABELA THRU 2530-EXIT.
           IF WS-MOTIVO-REJEITO NOT = ZEROS
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               GO TO 2520-EXIT
           END-IF.
           MOVE WS-RAT-VALOR TO numero-um.
           MOVE ZEROS TO numero-dois.
           CALL "RATEIO" USING numero-um, numero-dois, resultado,
               CALCRATO-REGISTRO, rtexe-tabela.
           IF RETURN-CODE NOT = ZEROS
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " RECUSADO - " rtexe-motivo
               MOVE 03 TO WS-MOTIVO-REJEITO
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               MOVE SPACES TO WS-RAT-DEPTO-FALHO
               PERFORM 2560-AVISAR-RECUSA THRU 2560-EXIT
               GO TO 2520-EXIT
           END-IF.
           PERFORM 2540-CONFERIR-DEPTOS THRU 2540-EXIT.
           IF NOT WS-RATEIO-OK
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " RECUSADO - DEPARTAMENTO " WS-RAT-DEPTO-FALHO
                   " DA TABELA INATIVO"
               MOVE 09 TO WS-MOTIVO-REJEITO
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               PERFORM 2560-AVISAR-RECUSA THRU 2560-EXIT
               GO TO 2520-EXIT
           END-IF.
      *    NENHUMA PARTE PASSA DO VALOR RATEADO - O LIMITE E CONFERIDO
      *    UMA VEZ, SOBRE O VALOR
           MOVE ZEROS TO WS-RETORNO-CALCULO.
           MOVE "S" TO WS-SW-EM-RATEIO.
           PERFORM 6600-VERIFICAR-LIMITES THRU 6600-EXIT.
           MOVE "N" TO WS-SW-EM-RATEIO.
           IF NOT WS-AUTORIZADO
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " RECUSADO - VALOR ACIMA DO LIMITE"
               MOVE 05 TO WS-MOTIVO-REJEITO
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               GO TO 2520-EXIT
           END-IF.
      *    A TRANSACAO DA PRIMEIRA PARTE E A REFERENCIA DE TODAS AS
      *    PARTES - ALOCADA AQUI, ANTES DO LOG DA PRIMEIRA PARTE
           PERFORM 7150-ALOCAR-TRANSACAO THRU 7150-EXIT.
           IF WS-NOVA-TRANSACAO = ZEROS
               DISPLAY "CALCSEQ.DAT INDISPONIVEL - RATEIO NAO GRAVADO"
               MOVE 0021 TO WS-MSG-NUMERO
               MOVE "E" TO WS-MSG-SEVERIDADE
               MOVE ZEROS TO WS-MSG-TRANSACAO
               MOVE WS-CONTADOR-REGISTRO TO WS-MSG-REGISTRO
               MOVE "SEQUENCIA INDISPONIVEL - REG. PERDIDO"
                   TO WS-MSG-TEXTO
               PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               MOVE 03 TO WS-MOTIVO-REJEITO
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               GO TO 2520-EXIT
           END-IF.
           MOVE WS-NOVA-TRANSACAO TO WS-TRANSACAO-REF.
           MOVE WS-NOVA-TRANSACAO TO WS-RAT-PRIMEIRA.
           MOVE "S" TO WS-SW-TRANSACAO-ALOCADA.
           ADD 1 TO WS-CONTADOR-PROCESSADOS.
           MOVE WS-DEPTO TO WS-RAT-DEPTO-LOTE.
           PERFORM 2550-GRAVAR-PARTE THRU 2550-EXIT
               VARYING WS-RAT-PARTE FROM 1 BY 1
               UNTIL WS-RAT-PARTE > rtexe-qtde-partes.
           MOVE WS-RAT-DEPTO-LOTE TO WS-DEPTO.
           MOVE "S" TO WS-SW-REGISTRO-VALIDO.
           MOVE WS-RAT-VALOR TO resultado.
           MOVE ZEROS TO WS-RETORNO-CALCULO.
       2520-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2530-LER-TABELA - SO TABELA CADASTRADA E ATIVA (MOTIVO 09)     *
      *----------------------------------------------------------------*
       2530-LER-TABELA.
           OPEN INPUT RATOMST.
           IF WS-STATUS-RATOMST NOT = "00"
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " IGNORADO - RATOMST.DAT INDISPONIVEL"
               MOVE 09 TO WS-MOTIVO-REJEITO
               GO TO 2530-EXIT
           END-IF.
           MOVE CALCIN-NUM-DOIS(1:4) TO CALCRATO-CODIGO.
           READ RATOMST
               KEY IS CALCRATO-CODIGO
               INVALID KEY
                   DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                       " IGNORADO - TABELA DE RATEIO NAO CADASTRADA"
                   CLOSE RATOMST
                   MOVE 09 TO WS-MOTIVO-REJEITO
                   GO TO 2530-EXIT
           END-READ.
           CLOSE RATOMST.
           IF NOT CALCRATO-ATIVA
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " IGNORADO - TABELA DE RATEIO DESATIVADA"
               MOVE 09 TO WS-MOTIVO-REJEITO
           END-IF.
       2530-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2540-CONFERIR-DEPTOS - O DEPARTAMENTO PODE TER SIDO DESATIVADO *
      * DEPOIS DA MANUTENCAO DA TABELA - TODAS AS PARTES SAO           *
      * CONFERIDAS EM DEPTMST.DAT ANTES DE GRAVAR QUALQUER UMA         *
      *----------------------------------------------------------------*
       2540-CONFERIR-DEPTOS.
           MOVE "S" TO WS-SW-RATEIO-OK.
           MOVE SPACES TO WS-RAT-DEPTO-FALHO.
           OPEN INPUT DEPTMST.
           IF WS-STATUS-DEPTMST NOT = "00"
               MOVE "N" TO WS-SW-RATEIO-OK
               MOVE "????" TO WS-RAT-DEPTO-FALHO
               GO TO 2540-EXIT
           END-IF.
           PERFORM 2545-CONFERIR-DEPTO THRU 2545-EXIT
               VARYING WS-RAT-PARTE FROM 1 BY 1
               UNTIL WS-RAT-PARTE > rtexe-qtde-partes
                  OR NOT WS-RATEIO-OK.
           CLOSE DEPTMST.
       2540-EXIT.
           EXIT.

       2545-CONFERIR-DEPTO.
           MOVE rtexe-depto(WS-RAT-PARTE) TO CALCDEPT-CODIGO.
           READ DEPTMST
               KEY IS CALCDEPT-CODIGO
               INVALID KEY
                   MOVE "N" TO WS-SW-RATEIO-OK
               NOT INVALID KEY
                   IF NOT CALCDEPT-ATIVO
                       MOVE "N" TO WS-SW-RATEIO-OK
                   END-IF
           END-READ.
           IF NOT WS-RATEIO-OK
               MOVE rtexe-depto(WS-RAT-PARTE) TO WS-RAT-DEPTO-FALHO
           END-IF.
       2545-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2550-GRAVAR-PARTE - GRAVA UMA PARTE COMO CALCULO P EM REAIS NO *
      * DEPARTAMENTO DA PARTE; O RESIDUO DO ARREDONDAMENTO VAI NO      *
      * TERCEIRO FATOR DA MAIOR PARTE, PARA O RECALCULO FECHAR         *
      *----------------------------------------------------------------*
       2550-GRAVAR-PARTE.
           MOVE "P" TO WS-OPERACAO-LOG.
           MOVE WS-RAT-VALOR TO numero-um.
           MOVE rtexe-percentual(WS-RAT-PARTE) TO numero-dois.
           MOVE rtexe-valor(WS-RAT-PARTE) TO resultado.
           MOVE ZEROS TO WS-RETORNO-CALCULO.
           MOVE "N" TO mul-indicador-modo.
           IF WS-RAT-PARTE = rtexe-parte-maior
               MOVE rtexe-residuo TO mul-numero-tres
           ELSE
               MOVE ZEROS TO mul-numero-tres
           END-IF.
           MOVE rtexe-depto(WS-RAT-PARTE) TO WS-DEPTO.
           MOVE "BRL" TO WS-MOEDA-UM.
           MOVE "BRL" TO WS-MOEDA-DOIS.
           MOVE ZEROS TO WS-COTACAO.
           MOVE CALCIN-NUM-DOIS(1:4) TO WS-TABELA-LOG.
           MOVE ZEROS TO WS-FAIXA-LOG.
           PERFORM 7000-GRAVAR-CALCULO THRU 7000-EXIT.
       2550-EXIT.
           EXIT.

       2560-AVISAR-RECUSA.
           MOVE 0224 TO WS-MSG-NUMERO.
           MOVE "E" TO WS-MSG-SEVERIDADE.
           MOVE ZEROS TO WS-MSG-TRANSACAO.
           MOVE WS-CONTADOR-REGISTRO TO WS-MSG-REGISTRO.
           MOVE SPACES TO WS-MSG-TEXTO.
           IF WS-RAT-DEPTO-FALHO = SPACES
               STRING "RATEIO " CALCIN-NUM-DOIS(1:4) " RECUSADO -"
                   " NADA GRAVADO"
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
           ELSE
               STRING "RATEIO " CALCIN-NUM-DOIS(1:4) " - DEPTO "
                   WS-RAT-DEPTO-FALHO " INATIVO - NADA GRAVADO"
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-IF.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
       2560-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-PROCESSAR-RETENCAO - DETALHE D COM OPERACAO I: IMPOSTO    *
      * RETIDO NA FONTE SOBRE O VALOR BRUTO DO OPERANDO UM PELA TABELA *
      * PROGRESSIVA DE FAIXMST.DAT CUJO CODIGO VEM NO OPERANDO DOIS,   *
      * NA VERSAO EM VIGOR NA DATA DE POSTAGEM, PELO SUBPROGRAMA       *
      * RETENCAO. SO O VALOR ENTRA NO HASH. TABELA FORA DO CADASTRO,   *
      * SEM VERSAO ATIVA EM VIGOR OU VALOR FORA DAS FAIXAS REJEITA COM *
      * O MOTIVO 10 (MENSAGEM 0234); VALOR EM MOEDA ESTRANGEIRA COM O  *
      * 02. ACIMA DO LIMITE VAI A FILA DE APROVACAO COMO OS DEMAIS     *
      *----------------------------------------------------------------*
       2600-PROCESSAR-RETENCAO.
           MOVE "N" TO WS-SW-REGISTRO-VALIDO.
           MOVE "N" TO WS-SW-PENDENTE-GRAVADO.
           MOVE ZEROS TO WS-MOTIVO-REJEITO.
           ADD 1 TO WS-CONTADOR-DETALHES.
           PERFORM 2620-EXECUTAR-RETENCAO THRU 2620-EXIT.
           PERFORM 7300-GRAVAR-RESULTADO THRU 7300-EXIT.
       2600-EXIT.
           EXIT.

       2620-EXECUTAR-RETENCAO.
           PERFORM 2510-CONVERTER-VALOR THRU 2510-EXIT.
           IF NOT WS-ENTRADAS-OK
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " IGNORADO - VALOR BRUTO NAO NUMERICO"
               MOVE 01 TO WS-MOTIVO-REJEITO
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               GO TO 2620-EXIT
           END-IF.
           MOVE "I" TO WS-OPERACAO-PEDIDA.
           PERFORM 6500-AUTORIZAR-OPERACAO THRU 6500-EXIT.
           IF NOT WS-AUTORIZADO
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " RECUSADO - OPERACAO NAO PERMITIDA AO OPERADOR"
               MOVE 05 TO WS-MOTIVO-REJEITO
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               GO TO 2620-EXIT
           END-IF.
           MOVE "S" TO WS-SW-REGISTRO-VALIDO.
           PERFORM 2115-CONFERIR-MOEDAS THRU 2115-EXIT.
           IF WS-REGISTRO-VALIDO AND WS-MOEDA-UM NOT = "BRL"
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " IGNORADO - RETENCAO SO SOBRE VALOR EM REAIS"
               MOVE "N" TO WS-SW-REGISTRO-VALIDO
               MOVE 02 TO WS-MOTIVO-REJEITO
           END-IF.
           IF NOT WS-REGISTRO-VALIDO
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               GO TO 2620-EXIT
           END-IF.
           MOVE CALCIN-NUM-DOIS(1:4) TO WS-FAIXA-CODIGO.
           ACCEPT WS-DATA-POSTAGEM FROM DATE YYYYMMDD.
           PERFORM 2630-LOCALIZAR-VERSAO THRU 2630-EXIT.
           IF WS-MOTIVO-REJEITO NOT = ZEROS
               MOVE "N" TO WS-SW-REGISTRO-VALIDO
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               PERFORM 2660-AVISAR-RECUSA THRU 2660-EXIT
               GO TO 2620-EXIT
           END-IF.
           MOVE WS-RAT-VALOR TO numero-um.
           MOVE ZEROS TO numero-dois.
           CALL "RETENCAO" USING numero-um, numero-dois, resultado,
               CALCFAIX-REGISTRO, fxexe-retorno.
           IF RETURN-CODE NOT = ZEROS
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " RECUSADO - " fxexe-motivo
               MOVE "N" TO WS-SW-REGISTRO-VALIDO
               MOVE 10 TO WS-MOTIVO-REJEITO
               PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               PERFORM 2660-AVISAR-RECUSA THRU 2660-EXIT
               GO TO 2620-EXIT
           END-IF.
           MOVE ZEROS TO WS-RETORNO-CALCULO.
           MOVE "I" TO WS-OPERACAO-LOG.
           MOVE fxexe-aliquota TO numero-dois.
           MOVE fxexe-deducao TO mul-numero-tres.
           MOVE "N" TO mul-indicador-modo.
           MOVE ZEROS TO WS-COTACAO.
           MOVE WS-FAIXA-CODIGO TO WS-TABELA-LOG.
           MOVE fxexe-faixa TO WS-FAIXA-LOG.
           PERFORM 6600-VERIFICAR-LIMITES THRU 6600-EXIT.
           IF NOT WS-AUTORIZADO
               MOVE "N" TO WS-SW-REGISTRO-VALIDO
               IF WS-PENDENTE-GRAVADO
                   DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                       " PENDENTE - VALOR ACIMA DO LIMITE,"
                       " AGUARDANDO O SUPERVISOR"
                   ADD 1 TO WS-CONTADOR-PENDENTES
               ELSE
                   DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                       " RECUSADO - VALOR ACIMA DO LIMITE"
                   MOVE 05 TO WS-MOTIVO-REJEITO
                   PERFORM 7400-GRAVAR-REJEITO THRU 7400-EXIT
               END-IF
               GO TO 2620-EXIT
           END-IF.
           ADD 1 TO WS-CONTADOR-PROCESSADOS.
           PERFORM 7000-GRAVAR-CALCULO THRU 7000-EXIT.
       2620-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2630-LOCALIZAR-VERSAO - VERSAO EM VIGOR DA TABELA DE           *
      * WS-FAIXA-CODIGO NA DATA WS-DATA-POSTAGEM: PERCORRE AS VERSOES  *
      * DO CODIGO EM ORDEM DE VIGENCIA E GUARDA A ULTIMA ATIVA QUE NAO *
      * PASSA DA DATA; DEPOIS RELE ESSA VERSAO PELA CHAVE - A MESMA    *
      * REGRA DO CALCDOS. SEM VERSAO, MOTIVO 10                        *
      *----------------------------------------------------------------*
       2630-LOCALIZAR-VERSAO.
           MOVE ZEROS TO WS-FAIXA-VIGENCIA.
           OPEN INPUT FAIXMST.
           IF WS-STATUS-FAIXMST NOT = "00"
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " IGNORADO - FAIXMST.DAT INDISPONIVEL"
               MOVE 10 TO WS-MOTIVO-REJEITO
               GO TO 2630-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-FAIXAS.
           MOVE WS-FAIXA-CODIGO TO CALCFAIX-CODIGO.
           MOVE ZEROS TO CALCFAIX-VIGENCIA.
           START FAIXMST KEY IS NOT LESS THAN CALCFAIX-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-FAIXAS
           END-START.
           PERFORM 2631-LER-VERSAO THRU 2631-EXIT
               UNTIL WS-FIM-FAIXAS.
           IF WS-FAIXA-VIGENCIA = ZEROS
               DISPLAY "REGISTRO " WS-CONTADOR-REGISTRO
                   " IGNORADO - TABELA " WS-FAIXA-CODIGO
                   " SEM VERSAO ATIVA EM VIGOR"
               CLOSE FAIXMST
               MOVE 10 TO WS-MOTIVO-REJEITO
               GO TO 2630-EXIT
           END-IF.
           MOVE WS-FAIXA-CODIGO TO CALCFAIX-CODIGO.
           MOVE WS-FAIXA-VIGENCIA TO CALCFAIX-VIGENCIA.
           READ FAIXMST
               KEY IS CALCFAIX-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-MOTIVO-REJEITO
           END-READ.
           CLOSE FAIXMST.
       2630-EXIT.
           EXIT.

       2631-LER-VERSAO.
           READ FAIXMST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-FAIXAS
                   GO TO 2631-EXIT
           END-READ.
           IF CALCFAIX-CODIGO NOT = WS-FAIXA-CODIGO
                   OR CALCFAIX-VIGENCIA > WS-DATA-POSTAGEM
               MOVE "S" TO WS-SW-FIM-FAIXAS
               GO TO 2631-EXIT
           END-IF.
           IF CALCFAIX-ATIVA
               MOVE CALCFAIX-VIGENCIA TO WS-FAIXA-VIGENCIA
           END-IF.
       2631-EXIT.
           EXIT.

       2660-AVISAR-RECUSA.
           MOVE 0234 TO WS-MSG-NUMERO.
           MOVE "E" TO WS-MSG-SEVERIDADE.
           MOVE ZEROS TO WS-MSG-TRANSACAO.
           MOVE WS-CONTADOR-REGISTRO TO WS-MSG-REGISTRO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "RETENCAO " WS-FAIXA-CODIGO " RECUSADA - TABELA OU"
               " FAIXA"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
       2660-EXIT.
           EXIT.


      *----------------------------------------------------------------*
      * 6500-AUTORIZAR-OPERACAO - CONFERE A OPERACAO PEDIDA CONTRA A   *
           IF WS-VALOR-ABS > WS-LIMITE-VALOR
               MOVE "N" TO WS-SW-AUTORIZADO
           END-IF.
           IF NOT WS-AUTORIZADO AND WS-RETORNO-CALCULO = ZEROS
                   AND NOT WS-EM-FORMULA AND NOT WS-EM-RATEIO
               PERFORM 6650-ESTACIONAR-PENDENTE THRU 6650-EXIT
           END-IF.
           IF NOT WS-AUTORIZADO AND NOT WS-PENDENTE-GRAVADO
               DISPLAY "CALCULO RECUSADO - VALOR ACIMA DO LIMITE DO"
                   " OPERADOR " WS-OPERADOR
               MOVE 0100 TO WS-MSG-NUMERO
       6600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6650-ESTACIONAR-PENDENTE - O REGISTRO ACIMA DO LIMITE, JA      *
      * CALCULADO, VAI PARA A FILA DE APROVACAO CALCPEND.DAT COM O     *
      * OPERADOR, O DEPARTAMENTO E O LOTE, E A IMAGEM DO DETALHE PARA  *
      * O CASO DE RECUSA. NADA VAI AO LOG NEM AO HISTORICO AGORA - SO  *
      * NA APROVACAO. SEM A FILA, VALE A RECUSA DE ANTES (MOTIVO 05)   *
      *----------------------------------------------------------------*
       6650-ESTACIONAR-PENDENTE.
           MOVE "N" TO WS-SW-PENDENTE-GRAVADO.
           OPEN I-O CALCPEND.
           IF WS-STATUS-CALCPEND = "35"
               OPEN OUTPUT CALCPEND
               CLOSE CALCPEND
               OPEN I-O CALCPEND
           END-IF.
           IF WS-STATUS-CALCPEND NOT = "00"
               DISPLAY "CALCPEND.DAT INDISPONIVEL - STATUS "
                   WS-STATUS-CALCPEND
               GO TO 6650-EXIT
           END-IF.
           ACCEPT CALCPEND-DATA FROM DATE YYYYMMDD.
           ACCEPT CALCPEND-HORA FROM TIME.
           MOVE WS-OPERADOR TO CALCPEND-OPERADOR.
           MOVE WS-CONTADOR-REGISTRO TO CALCPEND-NUM-REGISTRO.
           MOVE "CALCBAT " TO CALCPEND-PROGRAMA.
           MOVE WS-LOTE-ID TO CALCPEND-LOTE-ID.
           MOVE WS-DEPTO TO CALCPEND-DEPTO.
           MOVE WS-OPERACAO-LOG TO CALCPEND-OPERACAO.
           MOVE numero-um TO CALCPEND-NUM-UM.
           MOVE numero-dois TO CALCPEND-NUM-DOIS.
           MOVE resultado TO CALCPEND-RESULTADO.
           MOVE WS-RETORNO-CALCULO TO CALCPEND-RETORNO.
           MOVE mul-indicador-modo TO CALCPEND-MODO.
           MOVE mul-numero-tres TO CALCPEND-NUM-TRES.
           MOVE ZEROS TO CALCPEND-TRANSACAO-REF.
           MOVE WS-LIMITE-VALOR TO CALCPEND-LIMITE.
           MOVE CALCIN-REGISTRO TO CALCPEND-IMAGEM.
           MOVE WS-MOEDA-UM TO CALCPEND-MOEDA.
           MOVE WS-COTACAO TO CALCPEND-COTACAO.
           MOVE WS-TABELA-LOG TO CALCPEND-TABELA.
           MOVE WS-FAIXA-LOG TO CALCPEND-FAIXA.
           MOVE "P" TO CALCPEND-SW-SITUACAO.
           MOVE SPACES TO CALCPEND-SUPERVISOR.
           MOVE ZEROS TO CALCPEND-DATA-DECISAO.
           MOVE ZEROS TO CALCPEND-HORA-DECISAO.
           MOVE ZEROS TO CALCPEND-TRANSACAO.
           WRITE CALCPEND-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR CALCPEND.DAT - REGISTRO "
                       WS-CONTADOR-REGISTRO
                   CLOSE CALCPEND
                   GO TO 6650-EXIT
           END-WRITE.
           CLOSE CALCPEND.
           MOVE "S" TO WS-SW-PENDENTE-GRAVADO.
           MOVE 0140 TO WS-MSG-NUMERO.
           MOVE "A" TO WS-MSG-SEVERIDADE.
           MOVE ZEROS TO WS-MSG-TRANSACAO.
           MOVE WS-CONTADOR-REGISTRO TO WS-MSG-REGISTRO.
           MOVE "ACIMA DO LIMITE - PENDENTE DE APROVACAO"
               TO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
       6650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-GRAVAR-CALCULO - GRAVA O LOG DE AUDITORIA E O HISTORICO   *
      *----------------------------------------------------------------*
           MOVE mul-indicador-modo TO CALCLOG-MODO.
           MOVE mul-numero-tres TO CALCLOG-NUM-TRES.
           MOVE "N" TO CALCLOG-SITUACAO.
           MOVE WS-TRANSACAO-REF TO CALCLOG-TRANSACAO-REF.
           MOVE WS-DEPTO TO CALCLOG-DEPTO.
           MOVE SPACES TO CALCLOG-SUPERVISOR.
           MOVE WS-MOEDA-UM TO CALCLOG-MOEDA.
           MOVE WS-COTACAO TO CALCLOG-COTACAO.
           MOVE WS-TABELA-LOG TO CALCLOG-TABELA.
           MOVE WS-FAIXA-LOG TO CALCLOG-FAIXA.
           PERFORM 7160-ENCADEAR-LOG THRU 7160-EXIT.
           WRITE CALCLOG-REGISTRO.
       7100-EXIT.
           EXIT.

       7200-GRAVAR-HISTORICO.
      *    O PRIMEIRO PASSO DE FORMULA CHEGA COM A TRANSACAO JA ALOCADA
           IF WS-TRANSACAO-ALOCADA
               MOVE "N" TO WS-SW-TRANSACAO-ALOCADA
           ELSE
               PERFORM 7150-ALOCAR-TRANSACAO THRU 7150-EXIT
           END-IF.
           IF WS-NOVA-TRANSACAO = ZEROS
               DISPLAY "CALCSEQ.DAT INDISPONIVEL - HISTORICO NAO"
                   " GRAVADO"
           MOVE mul-indicador-modo TO CALCHIST-MODO.
           MOVE mul-numero-tres TO CALCHIST-NUM-TRES.
           MOVE "N" TO CALCHIST-SITUACAO.
           MOVE WS-TRANSACAO-REF TO CALCHIST-TRANSACAO-REF.
           MOVE WS-DEPTO TO CALCHIST-DEPTO.
           MOVE SPACES TO CALCHIST-SUPERVISOR.
           MOVE WS-MOEDA-UM TO CALCHIST-MOEDA.
           MOVE WS-COTACAO TO CALCHIST-COTACAO.
           MOVE WS-TABELA-LOG TO CALCHIST-TABELA.
           MOVE WS-FAIXA-LOG TO CALCHIST-FAIXA.
           WRITE CALCHIST-REGISTRO
               INVALID KEY
                   DISPLAY "TRANSACAO " CALCHIST-TRANSACAO
                   MOVE "TRANSACAO JA EXISTIA - REGISTRO PERDIDO"
                       TO WS-MSG-TEXTO
                   PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               NOT INVALID KEY
                   PERFORM 7250-ATUALIZAR-ESTATISTICA THRU 7250-EXIT
           END-WRITE.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7250-ATUALIZAR-ESTATISTICA - SOMA O LANCAMENTO GRAVADO NO      *
      * CALCESTA.DAT PELO ESTATIST, NO MESMO PASSO DO HISTORICO; A     *
      * FALHA SO AVISA - O CALCRBLD (MODO E) RECONSTROI O ARQUIVO      *
      *----------------------------------------------------------------*
       7250-ATUALIZAR-ESTATISTICA.
           MOVE "G" TO WS-FUNCAO-ESTATIST.
           CALL "ESTATIST" USING WS-FUNCAO-ESTATIST, CALCHIST-REGISTRO.
           IF RETURN-CODE NOT = ZEROS
               DISPLAY "CALCESTA.DAT INDISPONIVEL - ESTATISTICA NAO"
                   " ATUALIZADA"
               MOVE 0240 TO WS-MSG-NUMERO
               MOVE "A" TO WS-MSG-SEVERIDADE
               MOVE CALCHIST-TRANSACAO TO WS-MSG-TRANSACAO
               MOVE WS-CONTADOR-REGISTRO TO WS-MSG-REGISTRO
               MOVE "ESTATISTICA NAO ATUALIZADA" TO WS-MSG-TEXTO
               PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               MOVE ZEROS TO RETURN-CODE
           END-IF.
       7250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7300-GRAVAR-RESULTADO - DEVOLVE AO SETOR QUE SUBMETEU O LOTE   *
      * UM REGISTRO DE RESULTADO POR REGISTRO LIDO DO CALCIN.DAT -     *
      * REGISTRO RECUSADO SAI COM RETORNO 999 E TRANSACAO ZERADA;      *
      * REGISTRO PENDENTE DE APROVACAO SAI COM O RESULTADO CALCULADO,  *
      * RETORNO 998 E TRANSACAO ZERADA                                 *
      *----------------------------------------------------------------*
       7300-GRAVAR-RESULTADO.
           MOVE CALCIN-OPERACAO TO CALCOUT-OPERACAO.
               MOVE resultado TO CALCOUT-RESULTADO
               MOVE WS-RETORNO-CALCULO TO CALCOUT-RETORNO
               MOVE WS-NOVA-TRANSACAO TO CALCOUT-TRANSACAO
           ELSE IF WS-PENDENTE-GRAVADO
               MOVE resultado TO CALCOUT-RESULTADO
               MOVE 998 TO CALCOUT-RETORNO
               MOVE ZEROS TO CALCOUT-TRANSACAO
           ELSE
               MOVE ZEROS TO CALCOUT-RESULTADO
               MOVE 999 TO CALCOUT-RETORNO
               MOVE ZEROS TO CALCOUT-TRANSACAO
           END-IF
           END-IF.
      *    DETALHE DE FORMULA SAI COM OPERACAO X, O CODIGO, A PRIMEIRA
      *    ENTRADA, O RESULTADO DO ULTIMO PASSO E A TRANSACAO DO
      *    PRIMEIRO PASSO
           IF CALCIN-TIPO-FORMULA
               MOVE "X" TO CALCOUT-OPERACAO
               MOVE CALCIN-FRM-CODIGO TO CALCOUT-NUM-UM
               MOVE CALCIN-FRM-ENTRADA(1) TO CALCOUT-NUM-DOIS
               IF WS-REGISTRO-VALIDO
                   MOVE WS-FRM-PRIMEIRA TO CALCOUT-TRANSACAO
               END-IF
           END-IF.
      *    DETALHE DE RATEIO SAI COM O VALOR RATEADO NO RESULTADO E A
      *    TRANSACAO DA PRIMEIRA PARTE
           IF CALCIN-TIPO-DETALHE AND CALCIN-OP-RATEIO
                   AND WS-REGISTRO-VALIDO
               MOVE WS-RAT-PRIMEIRA TO CALCOUT-TRANSACAO
           END-IF.
           WRITE CALCOUT-REGISTRO.
       7300-EXIT.
               CLOSE CALCIN
               CLOSE CALCLOG
               CLOSE CALCHIST
               MOVE "F" TO WS-FUNCAO-ESTATIST
               CALL "ESTATIST" USING WS-FUNCAO-ESTATIST,
                   CALCHIST-REGISTRO
               MOVE ZEROS TO RETURN-CODE
               CLOSE CALCOUT
               CLOSE CALCREJ
               DISPLAY "REGISTROS REJEITADOS NO LOTE: "
           MOVE WS-SW-RETOMADA TO CALCRUN-SW-RETOMADA.
           MOVE WS-OPERADOR TO CALCRUN-OPERADOR.
           MOVE WS-LOTE-ID TO CALCRUN-LOTE-ID.
           MOVE WS-DEPTO TO CALCRUN-DEPTO.
           WRITE CALCRUN-REGISTRO.
           CLOSE CALCRUN.
       9200-EXIT.
           DISPLAY "REGISTROS LIDOS      : " WS-CONTADOR-REGISTRO.
           DISPLAY "REGISTROS PROCESSADOS: " WS-CONTADOR-PROCESSADOS.
           DISPLAY "REGISTROS REJEITADOS : " WS-CONTADOR-REJEITADOS.
           DISPLAY "PENDENTES APROVACAO  : " WS-CONTADOR-PENDENTES.
           DISPLAY "PRIMEIRA TRANSACAO   : " WS-PRIMEIRA-TRANSACAO.
           DISPLAY "ULTIMA TRANSACAO     : " WS-ULTIMA-TRANSACAO.
       9300-EXIT.
