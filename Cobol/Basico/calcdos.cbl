      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 09/08/2026
      * PURPOSE:    Menu principal da calculadora dos guri. Chama os
      *             subprogramas SOMA, SUTRACAO, PROGMULT, DIVISAO,
      *             RESTO, JUROS, AMORTIZA e CAMBIO, grava o log de
      *             auditoria (CALCLOG.DAT) e o historico indexado
      *             (CALCHIST.DAT) de cada calculo, e deixa o operador
      *             repetir calculos sem precisar reiniciar o programa
      *             a cada execucao.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      *                CALCULADAS E GRAVADAS EM CADA REGISTRO DO       *
      *                CALCLOG, COM O CONTROLE CALCCHN.DAT REGRAVADO   *
      *                NO ATO; VERIFICACAO PELO LOGVRFY.               *
      * 15/10/26 RPS   CALCULO ACIMA DO LIMITE DO OPERADOR ESTACIONADO *
      *                NA FILA DE APROVACAO CALCPEND.DAT (MENSAGEM     *
      *                0140) EM VEZ DE RECUSADO - O SUPERVISOR APROVA  *
      *                OU RECUSA PELO CALCAPRV.                        *
      * 15/10/26 RPS   AMORTIZACAO DE FINANCIAMENTO (OPCAO 9) -        *
      *                CAPITAL, TAXA (VALOR OU C+CODIGO), PARCELAS E   *
      *                SISTEMA PRICE OU SAC, VIA NOVO SUBPROGRAMA      *
      *                AMORTIZA, GRAVADO COM OPERACAO F (SISTEMA NO    *
      *                MODO, PARCELAS NO TERCEIRO FATOR) E             *
      *                DEMONSTRATIVO DAS PARCELAS EM                   *
      *                AMO<TRANSACAO>.REL; TAMBEM NA RECONFERENCIA.    *
      * 15/10/26 RPS   MOEDA DO CALCULO (BRANCO = BRL) PEDIDA COM O    *
      *                OPERANDO UM E, NA SOMA E SUBTRACAO, COM O       *
      *                OPERANDO DOIS - MOEDAS DIFERENTES RECUSAM O     *
      *                CALCULO (MENSAGEM 0154). CONVERSAO PARA REAIS   *
      *                (OPCAO 10) PELO NOVO SUBPROGRAMA CAMBIO COM A   *
      *                COTACAO DE CAMBMST.DAT DA DATA DE POSTAGEM OU   *
      *                DO DIA ANTERIOR MAIS PROXIMO (ALERTA 0153).     *
      *                MOEDA E COTACAO GRAVADAS NO LOG, NO HISTORICO E *
      *                NA FILA DE APROVACAO.                           *
      * 15/10/26 RPS   FORMULA CADASTRADA (OPCAO 11) - CODIGO DE       *
      *                FORMMST.DAT E SO AS ENTRADAS; O NOVO            *
      *                SUBPROGRAMA FORMULA EXECUTA OS PASSOS COM OS    *
      *                SUBPROGRAMAS DE SEMPRE E CADA PASSO E GRAVADO   *
      *                NO LOG E NO HISTORICO COM A REFERENCIA NA       *
      *                TRANSACAO DO PRIMEIRO PASSO. PASSO COM ERRO,    *
      *                NAO AUTORIZADO OU ACIMA DO LIMITE PARA A CADEIA *
      *                SEM GRAVAR NADA (MENSAGEM 0214).                *
      * 15/10/26 RPS   RATEIO ENTRE DEPARTAMENTOS (OPCAO 12) - CODIGO  *
      *                DA TABELA DE RATOMST.DAT E VALOR; O NOVO        *
      *                SUBPROGRAMA RATEIO DIVIDE PELOS PERCENTUAIS COM *
      *                O RESIDUO NA MAIOR PARTE E CADA PARTE E GRAVADA *
      *                COMO CALCULO P NO DEPARTAMENTO DELA, LIGADA A   *
      *                TRANSACAO DA PRIMEIRA PARTE. DEPARTAMENTO       *
      *                INATIVO, FALHA OU VALOR ACIMA DO LIMITE RECUSAM *
      *                O RATEIO INTEIRO (MENSAGEM 0224). PARTE DE      *
      *                RATEIO NAO E RECONFERIDA.                       *
      * 15/10/26 RPS   RETENCAO NA FONTE POR TABELA PROGRESSIVA (OPCAO *
      *                13) - CODIGO DA TABELA DE FAIXMST.DAT E VALOR   *
      *                BRUTO EM REAIS; VALE A VERSAO ATIVA EM VIGOR NA *
      *                DATA DE POSTAGEM E O NOVO SUBPROGRAMA RETENCAO  *
      *                DEVOLVE O IMPOSTO E A FAIXA. TABELA E FAIXA     *
      *                GRAVADAS NO LOG, NO HISTORICO E NA FILA DE      *
      *                APROVACAO (A PARTE DE RATEIO LEVA A TABELA DE   *
      *                RATEIO); RECONFERENCIA DA RETENCAO PELA VERSAO  *
      *                DA DATA ORIGINAL, COM AVISO SE A FAIXA MUDOU.   *
      *                FALHA NA TABELA RECUSA (MENSAGEM 0234).         *
      * 15/10/26 RPS   LANCAMENTO GRAVADO NO HISTORICO SOMADO NO MESMO *
      *                PASSO AO ARQUIVO DE ESTATISTICAS CALCESTA.DAT   *
      *                PELO ESTATIST (MENSAGEM 0240 NA FALHA).         *
      * 15/10/26 RPS   SIGN-ON PASSA A EXIGIR O PIN DO CODIGO,         *
      *                CONFERIDO PELO OPERPIN (BLOQUEIO POR TENTATIVAS *
      *                E TROCA OBRIGATORIA DO PIN VENCIDO).            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDOS.
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
      *----------------------------------------------------------------*
      * CAMPOS DE APOIO AO MENU E A VALIDACAO DE ENTRADA               *
      *----------------------------------------------------------------*
       77  WS-OPCAO                 PIC 9(02) VALUE ZEROS.
       77  WS-ENTRADA-TEXTO         PIC X(10) VALUE SPACES.
       77  WS-SW-CONTINUAR          PIC X(01) VALUE "S".
           88  WS-CONTINUAR-SIM         VALUE "S" "s".
       77  WS-HORA-ATUAL            PIC 9(08) VALUE ZEROS.
       77  WS-STATUS-CALCLOG        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCHIST       PIC X(02) VALUE "00".
       77  WS-FUNCAO-ESTATIST       PIC X(01) VALUE SPACES.
       77  WS-STATUS-CALCSEQ        PIC X(02) VALUE "00".
       77  WS-STATUS-OPERMST        PIC X(02) VALUE "00".
       77  WS-STATUS-RATEMST        PIC X(02) VALUE "00".
       77  WS-SW-AUTORIZADO         PIC X(01) VALUE "S".
           88  WS-AUTORIZADO            VALUE "S".

      *----------------------------------------------------------------*
      * FILA DE APROVACAO - CALCULO ACIMA DO LIMITE DO OPERADOR E      *
      * ESTACIONADO EM CALCPEND.DAT PARA O SUPERVISOR (CALCAPRV), COM  *
      * A IMAGEM DE UM DETALHE DO CALCIN MONTADA COM OS OPERANDOS      *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCPEND       PIC X(02) VALUE "00".
       77  WS-SW-PENDENTE-GRAVADO   PIC X(01) VALUE "N".
           88  WS-PENDENTE-GRAVADO      VALUE "S".
       01  WS-PEND-IMAGEM.
           05  WS-PEND-IMG-TIPO     PIC X(01) VALUE "D".
           05  WS-PEND-IMG-OPERACAO PIC X(01) VALUE SPACES.
           05  WS-PEND-IMG-NUM-UM   PIC -(5)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-PEND-IMG-NUM-DOIS PIC -(5)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-PEND-IMG-MODO     PIC X(01) VALUE SPACES.
           05  WS-PEND-IMG-NUM-TRES PIC -(5)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-PEND-IMG-MOEDA    PIC X(03) VALUE SPACES.
           05  WS-PEND-IMG-MOEDA-DOIS PIC X(03) VALUE SPACES.

      *----------------------------------------------------------------*
      * MOEDA DO CALCULO (DO OPERANDO UM E DO RESULTADO; NA SOMA E NA  *
      * SUBTRACAO TAMBEM A DO OPERANDO DOIS, QUE TEM DE SER A MESMA) E *
      * COTACAO DA CONVERSAO C, LIDA DE CAMBMST.DAT PARA A DATA DE     *
      * POSTAGEM OU, SEM ELA, PARA O DIA ANTERIOR MAIS PROXIMO ATE     *
      * SETE DIAS PARA TRAS                                            *
      *----------------------------------------------------------------*
       77  WS-MOEDA-UM              PIC X(03) VALUE "BRL".
       77  WS-MOEDA-DOIS            PIC X(03) VALUE "BRL".
       77  WS-MOEDA-LIDA            PIC X(03) VALUE SPACES.
       77  WS-STATUS-CAMBMST        PIC X(02) VALUE "00".
       77  WS-SW-COTACAO-OK         PIC X(01) VALUE "N".
           88  WS-COTACAO-OK            VALUE "S".
       77  WS-COTACAO               PIC 9(05)V9(06) VALUE ZEROS.
       77  WS-COTACAO-DATA          PIC 9(08) VALUE ZEROS.
       77  WS-COTACAO-EDITADA       PIC Z(4)9.9(6).
       77  WS-DATA-POSTAGEM         PIC 9(08) VALUE ZEROS.
       77  WS-DATA-BUSCA            PIC 9(08) VALUE ZEROS.
       77  WS-DATA-DE               PIC 9(08) VALUE ZEROS.
       77  WS-DATA-ATE              PIC 9(08) VALUE ZEROS.
       77  WS-FUNCAO-DATA           PIC X(01) VALUE "D".
       77  WS-DIAS-RECUO            PIC 9(02) COMP VALUE ZEROS.

      *----------------------------------------------------------------*
      * CAMPOS DO EVENTO A GRAVAR NO DIARIO DE SEGURANCA CALCSEC.DAT   *
      *----------------------------------------------------------------*
           05  WS-DEM-ROD-MONTANTE  PIC -(7)9.99.
           05  FILLER               PIC X(50) VALUE SPACES.

      *----------------------------------------------------------------*
      * AMORTIZACAO DE FINANCIAMENTO (SUBPROGRAMA AMORTIZA) - SISTEMA  *
      * PRICE OU SAC E QUANTIDADE DE PARCELAS, COM O DEMONSTRATIVO DAS *
      * PARCELAS IMPRESSO EM AMO<TRANSACAO>.REL                        *
      *----------------------------------------------------------------*
       77  WS-ENTRADA-PARCELAS      PIC X(03) VALUE SPACES.
       77  WS-SW-SISTEMA-AMORT      PIC X(01) VALUE "1".
           88  WS-SISTEMA-PRICE         VALUE "1".
           88  WS-SISTEMA-SAC           VALUE "2".
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
      * CAMPOS DA RECONFERENCIA - TRANSACAO RECHAMADA DO HISTORICO     *
      * E REEXECUTADA, COM A NOVA GRAVACAO LIGADA A ORIGINAL PELA      *
           88  WS-CONFIRMA-SIM          VALUE "S" "s".
       77  WS-OPERACAO-DESCRICAO    PIC X(15) VALUE SPACES.

      *----------------------------------------------------------------*
      * CAMPOS DA EXECUCAO DE FORMULA (OPCAO 11) - CADA PASSO E GRAVADO*
      * COMO UM CALCULO, TODOS COM A REFERENCIA NA TRANSACAO DO        *
      * PRIMEIRO PASSO (QUE REFERENCIA A SI MESMO); A TRANSACAO DO     *
      * PRIMEIRO PASSO E ALOCADA ANTES DE GRAVAR O LOG                 *
      *----------------------------------------------------------------*
       77  WS-STATUS-FORMMST        PIC X(02) VALUE "00".
       77  WS-FORMULA-CODIGO        PIC X(04) VALUE SPACES.
       77  WS-FRM-PASSO             PIC 9(02) VALUE ZEROS.
       77  WS-FRM-ENTRADA           PIC 9(02) VALUE ZEROS.
       77  WS-SW-FORMULA-OK         PIC X(01) VALUE "N".
           88  WS-FORMULA-OK            VALUE "S".
       77  WS-SW-EM-FORMULA         PIC X(01) VALUE "N".
           88  WS-EM-FORMULA            VALUE "S".
       77  WS-SW-TRANSACAO-ALOCADA  PIC X(01) VALUE "N".
           88  WS-TRANSACAO-ALOCADA     VALUE "S".
       COPY CALCFEXE.

      *----------------------------------------------------------------*
      * CAMPOS DO RATEIO ENTRE DEPARTAMENTOS (OPCAO 12) - CADA PARTE E *
      * GRAVADA COMO UM CALCULO P NO DEPARTAMENTO DA PARTE, TODAS COM  *
      * A REFERENCIA NA TRANSACAO DA PRIMEIRA (QUE REFERENCIA A SI     *
      * MESMA, COMO NA FORMULA); O DEPARTAMENTO DA SESSAO E GUARDADO E *
      * DEVOLVIDO NO FIM                                               *
      *----------------------------------------------------------------*
       77  WS-STATUS-RATOMST        PIC X(02) VALUE "00".
       77  WS-RATEIO-CODIGO         PIC X(04) VALUE SPACES.
       77  WS-RAT-PARTE             PIC 9(02) VALUE ZEROS.
       77  WS-RAT-VALOR             PIC S9(05)V99 VALUE ZEROS.
       77  WS-RAT-DEPTO-SESSAO      PIC X(04) VALUE SPACES.
       77  WS-RAT-DEPTO-FALHO       PIC X(04) VALUE SPACES.
       77  WS-SW-RATEIO-OK          PIC X(01) VALUE "N".
           88  WS-RATEIO-OK             VALUE "S".
       77  WS-SW-EM-RATEIO          PIC X(01) VALUE "N".
           88  WS-EM-RATEIO             VALUE "S".
       COPY CALCRTEX.

      *----------------------------------------------------------------*
      * CAMPOS DA RETENCAO NA FONTE (OPCAO 13) - VALE A VERSAO ATIVA   *
      * DA TABELA PROGRESSIVA DE MAIOR VIGENCIA ATE A DATA DE          *
      * POSTAGEM. A TABELA E A FAIXA APLICADA VAO PARA O LOG, O        *
      * HISTORICO E A FILA (NA PARTE DE RATEIO, A TABELA DE RATEIO)    *
      *----------------------------------------------------------------*
       77  WS-STATUS-FAIXMST        PIC X(02) VALUE "00".
       77  WS-FAIXA-CODIGO          PIC X(04) VALUE SPACES.
       77  WS-FAIXA-VIGENCIA        PIC 9(08) VALUE ZEROS.
       77  WS-SW-FAIXA-OK           PIC X(01) VALUE "N".
           88  WS-FAIXA-OK              VALUE "S".
       77  WS-SW-FIM-FAIXAS         PIC X(01) VALUE "N".
           88  WS-FIM-FAIXAS            VALUE "S".
       77  WS-TABELA-LOG            PIC X(04) VALUE SPACES.
       77  WS-FAIXA-LOG             PIC 9(02) VALUE ZEROS.
       COPY CALCFXEX.

       01  WS-REGISTRO-RECHAMADO.
           05  WS-RECH-TRANSACAO    PIC 9(08).
           05  WS-RECH-OPERACAO     PIC X(01).
           05  WS-RECH-RESULTADO    PIC S9(07)V99.
           05  WS-RECH-MODO         PIC X(01).
           05  WS-RECH-NUM-TRES     PIC S9(05)V99.
           05  WS-RECH-MOEDA        PIC X(03).
           05  WS-RECH-COTACAO      PIC 9(05)V9(06).
           05  WS-RECH-DATA         PIC 9(08).
           05  WS-RECH-TABELA       PIC X(04).
           05  WS-RECH-FAIXA        PIC 9(02).

      *----------------------------------------------------------------*
      * CAMPOS DA MENSAGEM DE OPERACAO A GRAVAR EM CALCMSG.DAT         *
       77  WS-MSG-REGISTRO          PIC 9(08) VALUE ZEROS.
       77  WS-MSG-TEXTO             PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * AREA DE TROCA COM O OPERPIN - PIN DO SIGN-ON                   *
      *----------------------------------------------------------------*
       COPY CALCPINX.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
                   PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
               ELSE
                   IF NOT WS-SIGNON-FIM
                       IF pnexe-retorno = SPACES
                           DISPLAY "OPERADOR NAO CADASTRADO OU INATIVO"
                       END-IF
                       MOVE "SR" TO WS-SEC-EVENTO
                       MOVE "SIGN-ON RECUSADO" TO WS-SEC-DETALHE
                       PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
                   END-IF
           END-READ.
           CLOSE OPERMST.
           IF WS-OPERADOR-VALIDO
               MOVE "V" TO pnexe-funcao
               MOVE WS-OPERADOR TO pnexe-codigo
               MOVE "CALCDOS " TO pnexe-programa
               CALL "OPERPIN" USING pnexe-parametros
               IF NOT pnexe-pin-ok
                   MOVE "N" TO WS-SW-OPERADOR-VALIDO
               END-IF
           ELSE
               MOVE SPACES TO pnexe-retorno
           END-IF.
       1070-EXIT.
           EXIT.

           DISPLAY "6 - MODO ACUMULADOR (TOTAL CORRENTE)".
           DISPLAY "7 - JUROS COMPOSTOS".
           DISPLAY "8 - RECONFERIR TRANSACAO DO HISTORICO".
           DISPLAY "9 - AMORTIZACAO DE FINANCIAMENTO (PRICE / SAC)".
           DISPLAY "10 - CONVERSAO DE MOEDA PARA REAIS".
           DISPLAY "11 - EXECUTAR FORMULA CADASTRADA".
           DISPLAY "12 - RATEIO ENTRE DEPARTAMENTOS".
           DISPLAY "13 - RETENCAO NA FONTE (TABELA PROGRESSIVA)".
           DISPLAY "0 - SAIR".
           DISPLAY "INFORME A OPCAO DESEJADA :".
           ACCEPT WS-OPCAO.
                   PERFORM 3600-PROCESSAR-JUROS THRU 3600-EXIT
               WHEN 8
                   PERFORM 3700-PROCESSAR-RECHAMADA THRU 3700-EXIT
               WHEN 9
                   PERFORM 3800-PROCESSAR-AMORTIZACAO THRU 3800-EXIT
               WHEN 10
                   PERFORM 3900-PROCESSAR-CONVERSAO THRU 3900-EXIT
               WHEN 11
                   PERFORM 3950-PROCESSAR-FORMULA THRU 3950-EXIT
               WHEN 12
                   PERFORM 3750-PROCESSAR-RATEIO THRU 3750-EXIT
               WHEN 13
                   PERFORM 3870-PROCESSAR-RETENCAO THRU 3870-EXIT
               WHEN 0
                   MOVE "N" TO WS-SW-CONTINUAR
               WHEN OTHER
           MOVE "N" TO mul-indicador-modo.
           PERFORM 4000-LER-NUMERO-UM THRU 4000-EXIT.
           PERFORM 4100-LER-NUMERO-DOIS THRU 4100-EXIT.
           PERFORM 4050-LER-MOEDA THRU 4050-EXIT.
           MOVE WS-MOEDA-LIDA TO WS-MOEDA-DOIS.
           PERFORM 6550-CONFERIR-MOEDAS THRU 6550-EXIT.
           IF NOT WS-AUTORIZADO
               MOVE ZEROS TO WS-RETORNO-CALCULO
               PERFORM 6000-PERGUNTAR-OUTRO THRU 6000-EXIT
               GO TO 3010-EXIT
           END-IF.
           CALL "SOMA" USING numero-um, numero-dois, resultado.
           MOVE RETURN-CODE TO WS-RETORNO-CALCULO.
           MOVE "A" TO WS-OPERACAO-LOG.
           MOVE "N" TO mul-indicador-modo.
           PERFORM 4000-LER-NUMERO-UM THRU 4000-EXIT.
           PERFORM 4100-LER-NUMERO-DOIS THRU 4100-EXIT.
           PERFORM 4050-LER-MOEDA THRU 4050-EXIT.
           MOVE WS-MOEDA-LIDA TO WS-MOEDA-DOIS.
           PERFORM 6550-CONFERIR-MOEDAS THRU 6550-EXIT.
           IF NOT WS-AUTORIZADO
               MOVE ZEROS TO WS-RETORNO-CALCULO
               PERFORM 6000-PERGUNTAR-OUTRO THRU 6000-EXIT
               GO TO 3110-EXIT
           END-IF.
           CALL "SUTRACAO" USING numero-um, numero-dois, resultado.
           MOVE RETURN-CODE TO WS-RETORNO-CALCULO.
           MOVE "S" TO WS-OPERACAO-LOG.
           MOVE "N" TO WS-SW-FIM-ACUMULADOR.
           DISPLAY " ".
           DISPLAY "====== MODO ACUMULADOR ======".
           DISPLAY "MOEDA DO TOTAL CORRENTE - TODOS OS PASSOS NELA".
           PERFORM 4050-LER-MOEDA THRU 4050-EXIT.
           MOVE WS-MOEDA-LIDA TO WS-MOEDA-UM.
           MOVE WS-MOEDA-LIDA TO WS-MOEDA-DOIS.
           PERFORM 3510-EXECUTAR-PASSO THRU 3510-EXIT
               UNTIL WS-FIM-ACUMULADOR.
       3500-EXIT.

       3510-EXECUTAR-PASSO.
           MOVE WS-ACUMULADOR TO WS-ACUM-EDITADO.
           DISPLAY "TOTAL CORRENTE: " WS-ACUM-EDITADO " "
               WS-MOEDA-UM.
           DISPLAY "1-SOMA 2-SUBTRACAO 3-MULTIPLICACAO 4-DIVISAO"
               " 5-RESTO L-LIMPAR F-FIM".
           DISPLAY "INFORME O PROXIMO PASSO :".
                   " RECONFERIDO"
               GO TO 3700-EXIT
           END-IF.
      *    PARTE DE RATEIO REEXECUTADA SOZINHA CARREGARIA O
      *    DEPARTAMENTO DUAS VEZES - O RATEIO E REFEITO PELA OPCAO 12
           IF CALCHIST-OPERACAO = "P"
               DISPLAY "PARTE DE RATEIO NAO PODE SER RECONFERIDA -"
                   " RATEIE DE NOVO PELA OPCAO 12"
               GO TO 3700-EXIT
           END-IF.
           PERFORM 3710-GUARDAR-RECHAMADO THRU 3710-EXIT.
           PERFORM 3720-EXIBIR-RECHAMADO THRU 3720-EXIT.
           DISPLAY "CONFIRMA A REEXECUCAO DESTE CALCULO (S/N)?".
           MOVE CALCHIST-RESULTADO TO WS-RECH-RESULTADO.
           MOVE CALCHIST-MODO TO WS-RECH-MODO.
           MOVE CALCHIST-NUM-TRES TO WS-RECH-NUM-TRES.
           MOVE CALCHIST-MOEDA TO WS-RECH-MOEDA.
           IF WS-RECH-MOEDA = SPACES
               MOVE "BRL" TO WS-RECH-MOEDA
           END-IF.
           MOVE CALCHIST-COTACAO TO WS-RECH-COTACAO.
           MOVE CALCHIST-DATA TO WS-RECH-DATA.
           MOVE CALCHIST-TABELA TO WS-RECH-TABELA.
           MOVE CALCHIST-FAIXA TO WS-RECH-FAIXA.
       3710-EXIT.
           EXIT.

               WHEN "R" MOVE "RESTO"         TO WS-OPERACAO-DESCRICAO
               WHEN "J" MOVE "JUROS COMPOSTOS" TO
                   WS-OPERACAO-DESCRICAO
               WHEN "F" MOVE "AMORTIZACAO"   TO WS-OPERACAO-DESCRICAO
               WHEN "C" MOVE "CONVERSAO"     TO WS-OPERACAO-DESCRICAO
               WHEN "P" MOVE "RATEIO"        TO WS-OPERACAO-DESCRICAO
               WHEN "I" MOVE "RETENCAO"      TO WS-OPERACAO-DESCRICAO
               WHEN OTHER MOVE "DESCONHECIDA" TO WS-OPERACAO-DESCRICAO
           END-EVALUATE.
           DISPLAY "TRANSACAO : " CALCHIST-TRANSACAO.
           DISPLAY "RESULTADO : " CALCHIST-RESULTADO.
           DISPLAY "DATA/HORA : " CALCHIST-DATA " / " CALCHIST-HORA.
           DISPLAY "OPERADOR  : " CALCHIST-OPERADOR.
           DISPLAY "MOEDA     : " WS-RECH-MOEDA.
           IF CALCHIST-OPERACAO = "C"
               MOVE CALCHIST-COTACAO TO WS-COTACAO-EDITADA
               DISPLAY "COTACAO   : " WS-COTACAO-EDITADA
                   " (RESULTADO EM BRL)"
           END-IF.
           IF CALCHIST-OPERACAO = "M"
               DISPLAY "MODO MULT : " CALCHIST-MODO
               DISPLAY "FATOR 3   : " CALCHIST-NUM-TRES
           IF CALCHIST-OPERACAO = "J"
               DISPLAY "PERIODOS  : " CALCHIST-NUM-TRES
           END-IF.
           IF CALCHIST-OPERACAO = "F"
               DISPLAY "SISTEMA   : " CALCHIST-MODO
                   " (P = PRICE, S = SAC)"
               DISPLAY "PARCELAS  : " CALCHIST-NUM-TRES
           END-IF.
           IF CALCHIST-OPERACAO = "I"
               DISPLAY "TABELA    : " CALCHIST-TABELA
                   "  FAIXA " CALCHIST-FAIXA
               DISPLAY "ALIQUOTA  : " CALCHIST-NUM-DOIS
                   "  DEDUCAO " CALCHIST-NUM-TRES
           END-IF.
           IF CALCHIST-SIT-ESTORNADO
               DISPLAY "ATENCAO   : TRANSACAO ESTORNADA PELA"
                   " TRANSACAO " CALCHIST-TRANSACAO-REF
           MOVE WS-RECH-MODO TO mul-indicador-modo.
           MOVE WS-RECH-NUM-TRES TO mul-numero-tres.
           MOVE WS-RECH-TRANSACAO TO WS-TRANSACAO-REF.
           MOVE WS-RECH-MOEDA TO WS-MOEDA-UM.
           MOVE WS-RECH-MOEDA TO WS-MOEDA-DOIS.
           EVALUATE WS-RECH-OPERACAO
               WHEN "A"
                   CALL "SOMA" USING numero-um, numero-dois, resultado
                   CALL "JUROS" USING numero-um, numero-dois,
                       resultado, juros-periodos
                   MOVE "J" TO WS-OPERACAO-LOG
               WHEN "F"
                   MOVE WS-RECH-NUM-TRES TO amort-parcelas
                   MOVE WS-RECH-MODO TO amort-sistema
                   CALL "AMORTIZA" USING numero-um, numero-dois,
                       resultado, amort-parcelas, amort-sistema,
                       amodem-tabela
                   MOVE "F" TO WS-OPERACAO-LOG
      *        A CONVERSAO E REFEITA COM A COTACAO DO CADASTRO PARA A
      *        DATA DA TRANSACAO ORIGINAL - CONFERE TAMBEM A COTACAO
               WHEN "C"
                   MOVE WS-RECH-DATA TO WS-DATA-POSTAGEM
                   PERFORM 4600-BUSCAR-COTACAO THRU 4600-EXIT
                   IF NOT WS-COTACAO-OK
                       MOVE ZEROS TO WS-TRANSACAO-REF
                       GO TO 3730-EXIT
                   END-IF
                   IF WS-COTACAO NOT = WS-RECH-COTACAO
                       DISPLAY "COTACAO DO CADASTRO DIFERENTE DA USADA"
                           " NO ORIGINAL - VERIFICAR"
                   END-IF
                   CALL "CAMBIO" USING numero-um, numero-dois,
                       resultado, WS-COTACAO
                   MOVE "C" TO WS-OPERACAO-LOG
      *        A RETENCAO E REFEITA PELA VERSAO DA TABELA EM VIGOR NA
      *        DATA DA TRANSACAO ORIGINAL - CONFERE TAMBEM A FAIXA
               WHEN "I"
                   MOVE WS-RECH-DATA TO WS-DATA-POSTAGEM
                   MOVE WS-RECH-TABELA TO WS-FAIXA-CODIGO
                   PERFORM 3885-LOCALIZAR-VERSAO THRU 3885-EXIT
                   IF NOT WS-FAIXA-OK
                       MOVE ZEROS TO WS-TRANSACAO-REF
                       GO TO 3730-EXIT
                   END-IF
                   CALL "RETENCAO" USING numero-um, numero-dois,
                       resultado, CALCFAIX-REGISTRO, fxexe-retorno
                   MOVE fxexe-aliquota TO numero-dois
                   MOVE fxexe-deducao TO mul-numero-tres
                   MOVE WS-FAIXA-CODIGO TO WS-TABELA-LOG
                   MOVE fxexe-faixa TO WS-FAIXA-LOG
                   MOVE "I" TO WS-OPERACAO-LOG
                   IF fxexe-faixa NOT = WS-RECH-FAIXA
                       DISPLAY "FAIXA DA TABELA (" fxexe-faixa
                           ") DIFERENTE DA USADA NO ORIGINAL ("
                           WS-RECH-FAIXA ") - VERIFICAR"
                   END-IF
               WHEN OTHER
                   DISPLAY "OPERACAO DESCONHECIDA NO HISTORICO - NAO"
                       " REEXECUTADA"
           END-IF.
           DISPLAY "RECONFERENCIA GRAVADA COMO TRANSACAO "
               WS-ULTIMA-TRANSACAO " REFERENTE A " WS-RECH-TRANSACAO.
           IF WS-RECH-OPERACAO = "F" AND WS-AUTORIZADO
                   AND WS-RETORNO-CALCULO = ZEROS
               PERFORM 3850-EMITIR-AMORTIZACAO THRU 3850-EXIT
           END-IF.
       3730-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3750-PROCESSAR-RATEIO - RATEIO DE UM VALOR ENTRE OS            *
      * DEPARTAMENTOS DE UMA TABELA DE RATOMST.DAT (RATOMNT): O        *
      * OPERADOR INFORMA O CODIGO E O VALOR; O SUBPROGRAMA RATEIO      *
      * DIVIDE PELOS PERCENTUAIS, COM O RESIDUO DO ARREDONDAMENTO NA   *
      * MAIOR PARTE. CADA PARTE E GRAVADA COMO CALCULO P NO            *
      * DEPARTAMENTO DELA (VALOR NO OPERANDO UM, PERCENTUAL NO DOIS,   *
      * RESIDUO NO TERCEIRO FATOR), LIGADA A TRANSACAO DA PRIMEIRA     *
      * PARTE. TABELA COM DEPARTAMENTO INATIVO OU FALHA NO RATEIO      *
      * RECUSAM TUDO (MENSAGEM 0224); ACIMA DO LIMITE O RATEIO E       *
      * RECUSADO, NAO VAI A FILA DE APROVACAO                          *
      *----------------------------------------------------------------*
       3750-PROCESSAR-RATEIO.
           MOVE "S" TO WS-SW-OUTRO-CALCULO.
           PERFORM 3760-EXECUTAR-RATEIO THRU 3760-EXIT
               UNTIL NOT WS-OUTRO-CALCULO-SIM.
       3750-EXIT.
           EXIT.

       3760-EXECUTAR-RATEIO.
           MOVE ZEROS TO WS-RETORNO-CALCULO.
           MOVE ZEROS TO WS-TRANSACAO-REF.
           MOVE "N" TO WS-SW-TRANSACAO-ALOCADA.
           MOVE "P" TO WS-OPERACAO-PEDIDA.
           PERFORM 6500-AUTORIZAR-OPERACAO THRU 6500-EXIT.
           IF NOT WS-AUTORIZADO
               MOVE "N" TO WS-SW-OUTRO-CALCULO
               GO TO 3760-EXIT
           END-IF.
           DISPLAY "INFORME O CODIGO DA TABELA DE RATEIO (BRANCO ="
               " VOLTAR):".
           MOVE SPACES TO WS-RATEIO-CODIGO.
           ACCEPT WS-RATEIO-CODIGO.
           IF WS-RATEIO-CODIGO = SPACES
               MOVE "N" TO WS-SW-OUTRO-CALCULO
               GO TO 3760-EXIT
           END-IF.
           PERFORM 3761-LER-TABELA THRU 3761-EXIT.
           IF NOT WS-RATEIO-OK
               PERFORM 6000-PERGUNTAR-OUTRO THRU 6000-EXIT
               GO TO 3760-EXIT
           END-IF.
           DISPLAY "TABELA " CALCRATO-CODIGO " - " CALCRATO-DESCRICAO.
           DISPLAY "INFORME O VALOR A RATEAR".
           PERFORM 4000-LER-NUMERO-UM THRU 4000-EXIT.
           MOVE numero-um TO WS-RAT-VALOR.
           MOVE ZEROS TO numero-dois.
           MOVE ZEROS TO mul-numero-tres.
           MOVE "N" TO mul-indicador-modo.
           CALL "RATEIO" USING numero-um, numero-dois, resultado,
               CALCRATO-REGISTRO, rtexe-tabela.
           IF RETURN-CODE NOT = ZEROS
               DISPLAY "RATEIO RECUSADO - " rtexe-motivo
               DISPLAY "NENHUMA PARTE FOI GRAVADA"
               MOVE 16 TO WS-RETORNO-CALCULO
               MOVE SPACES TO WS-RAT-DEPTO-FALHO
               PERFORM 3795-AVISAR-RECUSA THRU 3795-EXIT
               PERFORM 6000-PERGUNTAR-OUTRO THRU 6000-EXIT
               GO TO 3760-EXIT
           END-IF.
           PERFORM 3770-CONFERIR-DEPTOS THRU 3770-EXIT.
           IF NOT WS-RATEIO-OK
               DISPLAY "RATEIO RECUSADO - DEPARTAMENTO "
                   WS-RAT-DEPTO-FALHO " INATIVO OU FORA DO CADASTRO"
               DISPLAY "NENHUMA PARTE FOI GRAVADA"
               PERFORM 3795-AVISAR-RECUSA THRU 3795-EXIT
               PERFORM 6000-PERGUNTAR-OUTRO THRU 6000-EXIT
               GO TO 3760-EXIT
           END-IF.
           PERFORM 3780-EXIBIR-PARTE THRU 3780-EXIT
               VARYING WS-RAT-PARTE FROM 1 BY 1
               UNTIL WS-RAT-PARTE > rtexe-qtde-partes.
      *    NENHUMA PARTE PASSA DO VALOR RATEADO - O LIMITE E CONFERIDO
      *    UMA VEZ, SOBRE O VALOR
           MOVE "P" TO WS-OPERACAO-LOG.
           MOVE "S" TO WS-SW-EM-RATEIO.
           PERFORM 6600-VERIFICAR-LIMITES THRU 6600-EXIT.
           MOVE "N" TO WS-SW-EM-RATEIO.
           IF NOT WS-AUTORIZADO
               DISPLAY "RATEIO RECUSADO - NENHUMA PARTE FOI GRAVADA"
               PERFORM 6000-PERGUNTAR-OUTRO THRU 6000-EXIT
               GO TO 3760-EXIT
           END-IF.
      *    A TRANSACAO DA PRIMEIRA PARTE E A REFERENCIA DE TODAS AS
      *    PARTES - ALOCADA AQUI, ANTES DO LOG DA PRIMEIRA PARTE
           PERFORM 7150-ALOCAR-TRANSACAO THRU 7150-EXIT.
           IF WS-NOVA-TRANSACAO = ZEROS
               DISPLAY "CALCSEQ.DAT INDISPONIVEL - RATEIO NAO GRAVADO"
               MOVE 0021 TO WS-MSG-NUMERO
               MOVE "E" TO WS-MSG-SEVERIDADE
               MOVE ZEROS TO WS-MSG-TRANSACAO
               MOVE ZEROS TO WS-MSG-REGISTRO
               MOVE "SEQUENCIA INDISPONIVEL - REG. PERDIDO"
                   TO WS-MSG-TEXTO
               PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               PERFORM 6000-PERGUNTAR-OUTRO THRU 6000-EXIT
               GO TO 3760-EXIT
           END-IF.
           MOVE WS-NOVA-TRANSACAO TO WS-TRANSACAO-REF.
           MOVE "S" TO WS-SW-TRANSACAO-ALOCADA.
           MOVE WS-DEPTO TO WS-RAT-DEPTO-SESSAO.
           PERFORM 3790-GRAVAR-PARTE THRU 3790-EXIT
               VARYING WS-RAT-PARTE FROM 1 BY 1
               UNTIL WS-RAT-PARTE > rtexe-qtde-partes.
           MOVE WS-RAT-DEPTO-SESSAO TO WS-DEPTO.
           DISPLAY "RATEIO GRAVADO - TRANSACAO DA PRIMEIRA PARTE "
               WS-TRANSACAO-REF.
           MOVE ZEROS TO WS-TRANSACAO-REF.
           PERFORM 6000-PERGUNTAR-OUTRO THRU 6000-EXIT.
       3760-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3761-LER-TABELA - SO TABELA DE RATEIO CADASTRADA E ATIVA       *
      *----------------------------------------------------------------*
       3761-LER-TABELA.
           MOVE "N" TO WS-SW-RATEIO-OK.
           OPEN INPUT RATOMST.
           IF WS-STATUS-RATOMST NOT = "00"
               DISPLAY "RATOMST.DAT NAO ENCONTRADO - PROCURE O"
                   " SUPERVISOR"
               GO TO 3761-EXIT
           END-IF.
           MOVE WS-RATEIO-CODIGO TO CALCRATO-CODIGO.
           READ RATOMST
               KEY IS CALCRATO-CODIGO
               INVALID KEY
                   DISPLAY "TABELA DE RATEIO NAO CADASTRADA"
                   CLOSE RATOMST
                   GO TO 3761-EXIT
           END-READ.
           CLOSE RATOMST.
           IF NOT CALCRATO-ATIVA
               DISPLAY "TABELA DE RATEIO DESATIVADA - PROCURE O"
                   " SUPERVISOR"
               GO TO 3761-EXIT
           END-IF.
           MOVE "S" TO WS-SW-RATEIO-OK.
       3761-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3770-CONFERIR-DEPTOS - O DEPARTAMENTO PODE TER SIDO DESATIVADO *
      * DEPOIS DA MANUTENCAO DA TABELA - TODAS AS PARTES SAO           *
      * CONFERIDAS EM DEPTMST.DAT ANTES DE GRAVAR QUALQUER UMA         *
      *----------------------------------------------------------------*
       3770-CONFERIR-DEPTOS.
           MOVE "S" TO WS-SW-RATEIO-OK.
           MOVE SPACES TO WS-RAT-DEPTO-FALHO.
           OPEN INPUT DEPTMST.
           IF WS-STATUS-DEPTMST NOT = "00"
               MOVE "N" TO WS-SW-RATEIO-OK
               MOVE "????" TO WS-RAT-DEPTO-FALHO
               GO TO 3770-EXIT
           END-IF.
           PERFORM 3775-CONFERIR-DEPTO THRU 3775-EXIT
               VARYING WS-RAT-PARTE FROM 1 BY 1
               UNTIL WS-RAT-PARTE > rtexe-qtde-partes
                  OR NOT WS-RATEIO-OK.
           CLOSE DEPTMST.
       3770-EXIT.
           EXIT.

       3775-CONFERIR-DEPTO.
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
       3775-EXIT.
           EXIT.

       3780-EXIBIR-PARTE.
           DISPLAY "PARTE " WS-RAT-PARTE ": DEPTO "
               rtexe-depto(WS-RAT-PARTE) " "
               rtexe-percentual(WS-RAT-PARTE) "% = "
               rtexe-valor(WS-RAT-PARTE).
       3780-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3790-GRAVAR-PARTE - GRAVA UMA PARTE COMO CALCULO P NO          *
      * DEPARTAMENTO DA PARTE; O RESIDUO DO ARREDONDAMENTO VAI NO      *
      * TERCEIRO FATOR DA MAIOR PARTE, PARA O RECALCULO FECHAR         *
      *----------------------------------------------------------------*
       3790-GRAVAR-PARTE.
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
           MOVE ZEROS TO WS-COTACAO.
           MOVE WS-RATEIO-CODIGO TO WS-TABELA-LOG.
           MOVE ZEROS TO WS-FAIXA-LOG.
           PERFORM 7000-GRAVAR-CALCULO THRU 7000-EXIT.
       3790-EXIT.
           EXIT.

       3795-AVISAR-RECUSA.
           MOVE 0224 TO WS-MSG-NUMERO.
           MOVE "E" TO WS-MSG-SEVERIDADE.
           MOVE ZEROS TO WS-MSG-TRANSACAO.
           MOVE ZEROS TO WS-MSG-REGISTRO.
           MOVE SPACES TO WS-MSG-TEXTO.
           IF WS-RAT-DEPTO-FALHO = SPACES
               STRING "RATEIO " WS-RATEIO-CODIGO " RECUSADO - NADA"
                   " GRAVADO"
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
           ELSE
               STRING "RATEIO " WS-RATEIO-CODIGO " - DEPTO "
                   WS-RAT-DEPTO-FALHO " INATIVO - NADA GRAVADO"
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-IF.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
       3795-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3800-PROCESSAR-AMORTIZACAO - FINANCIAMENTO: CAPITAL, TAXA POR  *
      * PARCELA, QUANTIDADE DE PARCELAS E SISTEMA (PRICE, PRESTACAO    *
      * FIXA; SAC, AMORTIZACAO CONSTANTE). O RESULTADO GRAVADO E A     *
      * PRESTACAO (NO SAC, A PRIMEIRA); O SISTEMA VAI NO CAMPO DO MODO *
      * E A QUANTIDADE DE PARCELAS NO DO TERCEIRO FATOR, E O           *
      * DEMONSTRATIVO SAI SEMPRE QUE O CALCULO E GRAVADO               *
      *----------------------------------------------------------------*
       3800-PROCESSAR-AMORTIZACAO.
           MOVE "S" TO WS-SW-OUTRO-CALCULO.
           PERFORM 3810-EXECUTAR-AMORTIZACAO THRU 3810-EXIT
               UNTIL NOT WS-OUTRO-CALCULO-SIM.
       3800-EXIT.
           EXIT.

       3810-EXECUTAR-AMORTIZACAO.
           MOVE "F" TO WS-OPERACAO-PEDIDA.
           PERFORM 6500-AUTORIZAR-OPERACAO THRU 6500-EXIT.
           IF NOT WS-AUTORIZADO
               MOVE "N" TO WS-SW-OUTRO-CALCULO
               GO TO 3810-EXIT
           END-IF.
           DISPLAY "INFORME O CAPITAL FINANCIADO".
           PERFORM 4000-LER-NUMERO-UM THRU 4000-EXIT.
           PERFORM 4300-LER-TAXA-PERCENTUAL THRU 4300-EXIT.
           PERFORM 4450-LER-PARCELAS THRU 4450-EXIT.
           PERFORM 3811-LER-SISTEMA THRU 3811-EXIT.
           IF WS-SISTEMA-SAC
               MOVE "S" TO amort-sistema
           ELSE
               MOVE "P" TO amort-sistema
           END-IF.
           CALL "AMORTIZA" USING numero-um, numero-dois, resultado,
               amort-parcelas, amort-sistema, amodem-tabela.
           MOVE RETURN-CODE TO WS-RETORNO-CALCULO.
           MOVE "F" TO WS-OPERACAO-LOG.
           MOVE amort-sistema TO mul-indicador-modo.
           MOVE amort-parcelas TO mul-numero-tres.
           IF WS-SISTEMA-SAC
               DISPLAY "A PRIMEIRA PRESTACAO E = " resultado
           ELSE
               DISPLAY "A PRESTACAO FIXA E = " resultado
           END-IF.
           PERFORM 6600-VERIFICAR-LIMITES THRU 6600-EXIT.
           IF WS-AUTORIZADO
               PERFORM 7000-GRAVAR-CALCULO THRU 7000-EXIT
           END-IF.
           IF WS-RETORNO-CALCULO = ZEROS AND WS-AUTORIZADO
               PERFORM 3850-EMITIR-AMORTIZACAO THRU 3850-EXIT
           END-IF.
           IF WS-PENDENTE-GRAVADO
               DISPLAY "O DEMONSTRATIVO DAS PARCELAS SERA EMITIDO NA"
                   " APROVACAO PELO SUPERVISOR"
           END-IF.
           PERFORM 6000-PERGUNTAR-OUTRO THRU 6000-EXIT.
       3810-EXIT.
           EXIT.

       3811-LER-SISTEMA.
           MOVE "N" TO WS-SW-ENTRADA-VALIDA.
           PERFORM 3812-OBTER-SISTEMA THRU 3812-EXIT
               UNTIL WS-ENTRADA-VALIDA.
       3811-EXIT.
           EXIT.

       3812-OBTER-SISTEMA.
           DISPLAY "1-TABELA PRICE (PRESTACAO FIXA)  2-SAC"
               " (AMORTIZACAO CONSTANTE)".
           DISPLAY "ESCOLHA O SISTEMA DE AMORTIZACAO :".
           ACCEPT WS-SW-SISTEMA-AMORT.
           IF WS-SISTEMA-PRICE OR WS-SISTEMA-SAC
               MOVE "S" TO WS-SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE"
           END-IF.
       3812-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3850-EMITIR-AMORTIZACAO - IMPRIME A TABELA DEVOLVIDA PELO      *
      * AMORTIZA, UMA LINHA POR PARCELA (SALDO INICIAL, JUROS,         *
      * AMORTIZACAO, PRESTACAO E SALDO FINAL), EM AMO<TRANSACAO>.REL,  *
      * IDENTIFICADO PELA TRANSACAO QUE ACABOU DE SER GRAVADA - A      *
      * ULTIMA LINHA FECHA O SALDO EM ZERO                             *
      *----------------------------------------------------------------*
       3850-EMITIR-AMORTIZACAO.
           MOVE SPACES TO WS-NOME-DEMONST.
           STRING "AMO" WS-ULTIMA-TRANSACAO ".REL"
               DELIMITED BY SIZE INTO WS-NOME-DEMONST.
           OPEN OUTPUT DEMONST.
           IF WS-STATUS-DEMONST NOT = "00"
               DISPLAY "DEMONSTRATIVO NAO EMITIDO - " WS-NOME-DEMONST
                   " STATUS " WS-STATUS-DEMONST
               GO TO 3850-EXIT
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
           PERFORM 3860-IMPRIMIR-PARCELA THRU 3860-EXIT
               VARYING WS-AMO-PARCELA FROM 1 BY 1
               UNTIL WS-AMO-PARCELA > amort-parcelas.
           MOVE WS-AMO-TOTAL-JUROS TO WS-AMO-ROD-JUROS.
           MOVE WS-AMO-TOTAL-PAGO TO WS-AMO-ROD-PAGO.
           WRITE DEM-REGISTRO FROM WS-AMO-RODAPE.
           CLOSE DEMONST.
           DISPLAY "DEMONSTRATIVO GRAVADO EM " WS-NOME-DEMONST.
       3850-EXIT.
           EXIT.

       3860-IMPRIMIR-PARCELA.
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
       3860-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3870-PROCESSAR-RETENCAO - RETENCAO NA FONTE POR TABELA         *
      * PROGRESSIVA DE FAIXMST.DAT (FAIXMNT): O OPERADOR INFORMA O     *
      * CODIGO DA TABELA E O VALOR BRUTO, EM REAIS; A VERSAO EM VIGOR  *
      * NA DATA DE POSTAGEM E ESCOLHIDA EM 3885 E O SUBPROGRAMA        *
      * RETENCAO DEVOLVE O IMPOSTO E A FAIXA APLICADA. GRAVADO COMO    *
      * CALCULO I (VALOR BRUTO NO OPERANDO UM, ALIQUOTA NO DOIS,       *
      * DEDUCAO NO TERCEIRO FATOR, TABELA E FAIXA NOS CAMPOS PROPRIOS) *
      * - FALHA NA TABELA RECUSA O CALCULO (MENSAGEM 0234); ACIMA DO   *
      * LIMITE VAI A FILA DE APROVACAO COMO OS DEMAIS                  *
      *----------------------------------------------------------------*
       3870-PROCESSAR-RETENCAO.
           MOVE "S" TO WS-SW-OUTRO-CALCULO.
           PERFORM 3880-EXECUTAR-RETENCAO THRU 3880-EXIT
               UNTIL NOT WS-OUTRO-CALCULO-SIM.
       3870-EXIT.
           EXIT.

       3880-EXECUTAR-RETENCAO.
           MOVE "I" TO WS-OPERACAO-PEDIDA.
           PERFORM 6500-AUTORIZAR-OPERACAO THRU 6500-EXIT.
           IF NOT WS-AUTORIZADO
               MOVE "N" TO WS-SW-OUTRO-CALCULO
               GO TO 3880-EXIT
           END-IF.
           MOVE ZEROS TO WS-RETORNO-CALCULO.
           MOVE ZEROS TO WS-COTACAO.
           DISPLAY "INFORME O CODIGO DA TABELA PROGRESSIVA (BRANCO ="
               " VOLTAR):".
           MOVE SPACES TO WS-FAIXA-CODIGO.
           ACCEPT WS-FAIXA-CODIGO.
           IF WS-FAIXA-CODIGO = SPACES
               MOVE "N" TO WS-SW-OUTRO-CALCULO
               GO TO 3880-EXIT
           END-IF.
           ACCEPT WS-DATA-POSTAGEM FROM DATE YYYYMMDD.
           PERFORM 3885-LOCALIZAR-VERSAO THRU 3885-EXIT.
           IF NOT WS-FAIXA-OK
               PERFORM 6000-PERGUNTAR-OUTRO THRU 6000-EXIT
               GO TO 3880-EXIT
           END-IF.
           DISPLAY "TABELA " CALCFAIX-CODIGO " DE " CALCFAIX-VIGENCIA
               " - " CALCFAIX-DESCRICAO.
           DISPLAY "INFORME O VALOR BRUTO".
           PERFORM 4000-LER-NUMERO-UM THRU 4000-EXIT.
           IF WS-MOEDA-UM NOT = "BRL"
               DISPLAY "TABELA PROGRESSIVA E EM REAIS - CONVERTA O"
                   " VALOR ANTES (OPCAO 10)"
               PERFORM 6000-PERGUNTAR-OUTRO THRU 6000-EXIT
               GO TO 3880-EXIT
           END-IF.
           MOVE ZEROS TO numero-dois.
           MOVE "N" TO mul-indicador-modo.
           CALL "RETENCAO" USING numero-um, numero-dois, resultado,
               CALCFAIX-REGISTRO, fxexe-retorno.
           IF RETURN-CODE NOT = ZEROS
               DISPLAY "RETENCAO RECUSADA - " fxexe-motivo
               MOVE 0234 TO WS-MSG-NUMERO
               MOVE "E" TO WS-MSG-SEVERIDADE
               MOVE ZEROS TO WS-MSG-TRANSACAO
               MOVE ZEROS TO WS-MSG-REGISTRO
               MOVE SPACES TO WS-MSG-TEXTO
               STRING "RETENCAO " WS-FAIXA-CODIGO " RECUSADA - FORA"
                   " DAS FAIXAS"
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
               PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               PERFORM 6000-PERGUNTAR-OUTRO THRU 6000-EXIT
               GO TO 3880-EXIT
           END-IF.
           MOVE fxexe-aliquota TO numero-dois.
           MOVE fxexe-deducao TO mul-numero-tres.
           MOVE WS-FAIXA-CODIGO TO WS-TABELA-LOG.
           MOVE fxexe-faixa TO WS-FAIXA-LOG.
           MOVE "I" TO WS-OPERACAO-LOG.
           DISPLAY "FAIXA " fxexe-faixa " - ALIQUOTA " numero-dois
               "% DEDUCAO " mul-numero-tres.
           DISPLAY "O IMPOSTO A RETER E = " resultado.
           PERFORM 6600-VERIFICAR-LIMITES THRU 6600-EXIT.
           IF WS-AUTORIZADO
               PERFORM 7000-GRAVAR-CALCULO THRU 7000-EXIT
           END-IF.
           PERFORM 6000-PERGUNTAR-OUTRO THRU 6000-EXIT.
       3880-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3885-LOCALIZAR-VERSAO - VERSAO EM VIGOR DA TABELA DE           *
      * WS-FAIXA-CODIGO NA DATA WS-DATA-POSTAGEM: PERCORRE AS VERSOES  *
      * DO CODIGO EM ORDEM DE VIGENCIA E GUARDA A ULTIMA ATIVA QUE NAO *
      * PASSA DA DATA; DEPOIS RELE ESSA VERSAO PELA CHAVE              *
      *----------------------------------------------------------------*
       3885-LOCALIZAR-VERSAO.
           MOVE "N" TO WS-SW-FAIXA-OK.
           MOVE ZEROS TO WS-FAIXA-VIGENCIA.
           OPEN INPUT FAIXMST.
           IF WS-STATUS-FAIXMST NOT = "00"
               DISPLAY "FAIXMST.DAT NAO ENCONTRADO - PROCURE O"
                   " SUPERVISOR"
               GO TO 3885-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-FAIXAS.
           MOVE WS-FAIXA-CODIGO TO CALCFAIX-CODIGO.
           MOVE ZEROS TO CALCFAIX-VIGENCIA.
           START FAIXMST KEY IS NOT LESS THAN CALCFAIX-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-FAIXAS
           END-START.
           PERFORM 3886-LER-VERSAO THRU 3886-EXIT
               UNTIL WS-FIM-FAIXAS.
           IF WS-FAIXA-VIGENCIA = ZEROS
               DISPLAY "TABELA " WS-FAIXA-CODIGO " SEM VERSAO ATIVA"
                   " EM VIGOR EM " WS-DATA-POSTAGEM
               CLOSE FAIXMST
               GO TO 3885-EXIT
           END-IF.
           MOVE WS-FAIXA-CODIGO TO CALCFAIX-CODIGO.
           MOVE WS-FAIXA-VIGENCIA TO CALCFAIX-VIGENCIA.
           READ FAIXMST
               KEY IS CALCFAIX-CHAVE
               INVALID KEY
                   CLOSE FAIXMST
                   GO TO 3885-EXIT
           END-READ.
           CLOSE FAIXMST.
           MOVE "S" TO WS-SW-FAIXA-OK.
       3885-EXIT.
           EXIT.

       3886-LER-VERSAO.
           READ FAIXMST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-FAIXAS
                   GO TO 3886-EXIT
           END-READ.
           IF CALCFAIX-CODIGO NOT = WS-FAIXA-CODIGO
                   OR CALCFAIX-VIGENCIA > WS-DATA-POSTAGEM
               MOVE "S" TO WS-SW-FIM-FAIXAS
               GO TO 3886-EXIT
           END-IF.
           IF CALCFAIX-ATIVA
               MOVE CALCFAIX-VIGENCIA TO WS-FAIXA-VIGENCIA
           END-IF.
       3886-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3900-PROCESSAR-CONVERSAO - CONVERSAO PARA REAIS: VALOR E MOEDA *
      * DE ORIGEM; A COTACAO VEM DE CAMBMST.DAT PARA A DATA DE         *
      * POSTAGEM (OU DO DIA ANTERIOR MAIS PROXIMO, COM ALERTA 0153).   *
      * O HISTORICO GUARDA A MOEDA DE ORIGEM E A COTACAO USADA; O      *
      * RESULTADO E SEMPRE EM REAIS                                    *
      *----------------------------------------------------------------*
       3900-PROCESSAR-CONVERSAO.
           MOVE "S" TO WS-SW-OUTRO-CALCULO.
           PERFORM 3910-EXECUTAR-CONVERSAO THRU 3910-EXIT
               UNTIL NOT WS-OUTRO-CALCULO-SIM.
       3900-EXIT.
           EXIT.

       3910-EXECUTAR-CONVERSAO.
           MOVE "C" TO WS-OPERACAO-PEDIDA.
           PERFORM 6500-AUTORIZAR-OPERACAO THRU 6500-EXIT.
           IF NOT WS-AUTORIZADO
               MOVE "N" TO WS-SW-OUTRO-CALCULO
               GO TO 3910-EXIT
           END-IF.
           MOVE ZEROS TO mul-numero-tres.
           MOVE "N" TO mul-indicador-modo.
           MOVE ZEROS TO WS-RETORNO-CALCULO.
           DISPLAY "INFORME O VALOR NA MOEDA DE ORIGEM".
           PERFORM 4000-LER-NUMERO-UM THRU 4000-EXIT.
           IF WS-MOEDA-UM = "BRL"
               DISPLAY "VALOR JA ESTA EM REAIS - INFORME A MOEDA DE"
                   " ORIGEM (USD, EUR...)"
               PERFORM 6000-PERGUNTAR-OUTRO THRU 6000-EXIT
               GO TO 3910-EXIT
           END-IF.
           MOVE ZEROS TO numero-dois.
           ACCEPT WS-DATA-POSTAGEM FROM DATE YYYYMMDD.
           PERFORM 4600-BUSCAR-COTACAO THRU 4600-EXIT.
           IF NOT WS-COTACAO-OK
               PERFORM 6000-PERGUNTAR-OUTRO THRU 6000-EXIT
               GO TO 3910-EXIT
           END-IF.
           CALL "CAMBIO" USING numero-um, numero-dois, resultado,
               WS-COTACAO.
           MOVE RETURN-CODE TO WS-RETORNO-CALCULO.
           MOVE "C" TO WS-OPERACAO-LOG.
           DISPLAY "O VALOR EM REAIS (BRL) E = " resultado.
           PERFORM 6600-VERIFICAR-LIMITES THRU 6600-EXIT.
           IF WS-AUTORIZADO
               PERFORM 7000-GRAVAR-CALCULO THRU 7000-EXIT
           END-IF.
           IF WS-AUTORIZADO AND WS-COTACAO-DATA NOT = WS-DATA-POSTAGEM
               MOVE 0153 TO WS-MSG-NUMERO
               MOVE "A" TO WS-MSG-SEVERIDADE
               MOVE WS-ULTIMA-TRANSACAO TO WS-MSG-TRANSACAO
               MOVE ZEROS TO WS-MSG-REGISTRO
               MOVE SPACES TO WS-MSG-TEXTO
               STRING "CONVERSAO " WS-MOEDA-UM " COM COTACAO DE "
                   WS-COTACAO-DATA
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
               PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
           END-IF.
           PERFORM 6000-PERGUNTAR-OUTRO THRU 6000-EXIT.
       3910-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3950-PROCESSAR-FORMULA - FORMULA CADASTRADA EM FORMMST.DAT     *
      * (FORMMNT): O OPERADOR INFORMA O CODIGO E SO AS ENTRADAS; O     *
      * SUBPROGRAMA FORMULA EXECUTA OS PASSOS COM OS SUBPROGRAMAS DE   *
      * SEMPRE. CADA PASSO PASSA PELA AUTORIZACAO E PELO LIMITE DO     *
      * OPERADOR E E GRAVADO NO LOG E NO HISTORICO LIGADO A TRANSACAO  *
      * DO PRIMEIRO PASSO. PASSO QUE FALHA OU E RECUSADO PARA A CADEIA *
      * E NADA DA EXECUCAO E GRAVADO (MENSAGEM 0214); ACIMA DO LIMITE  *
      * A FORMULA E RECUSADA, NAO VAI A FILA DE APROVACAO              *
      *----------------------------------------------------------------*
       3950-PROCESSAR-FORMULA.
           MOVE "S" TO WS-SW-OUTRO-CALCULO.
           PERFORM 3960-EXECUTAR-FORMULA THRU 3960-EXIT
               UNTIL NOT WS-OUTRO-CALCULO-SIM.
       3950-EXIT.
           EXIT.

       3960-EXECUTAR-FORMULA.
           MOVE ZEROS TO WS-RETORNO-CALCULO.
           MOVE ZEROS TO WS-TRANSACAO-REF.
           MOVE "N" TO WS-SW-TRANSACAO-ALOCADA.
           DISPLAY "INFORME O CODIGO DA FORMULA (BRANCO = VOLTAR):".
           MOVE SPACES TO WS-FORMULA-CODIGO.
           ACCEPT WS-FORMULA-CODIGO.
           IF WS-FORMULA-CODIGO = SPACES
               MOVE "N" TO WS-SW-OUTRO-CALCULO
               GO TO 3960-EXIT
           END-IF.
           PERFORM 3961-LER-FORMULA THRU 3961-EXIT.
           IF NOT WS-FORMULA-OK
               PERFORM 6000-PERGUNTAR-OUTRO THRU 6000-EXIT
               GO TO 3960-EXIT
           END-IF.
           DISPLAY "FORMULA " CALCFORM-CODIGO " - " CALCFORM-DESCRICAO.
           MOVE "S" TO WS-SW-AUTORIZADO.
           PERFORM 3962-AUTORIZAR-PASSO THRU 3962-EXIT
               VARYING WS-FRM-PASSO FROM 1 BY 1
               UNTIL WS-FRM-PASSO > CALCFORM-QTDE-PASSOS
                  OR NOT WS-AUTORIZADO.
           IF NOT WS-AUTORIZADO
               MOVE "N" TO WS-SW-OUTRO-CALCULO
               GO TO 3960-EXIT
           END-IF.
           MOVE ZEROS TO fmexe-entrada(1).
           MOVE ZEROS TO fmexe-entrada(2).
           MOVE ZEROS TO fmexe-entrada(3).
           PERFORM 3970-LER-ENTRADA THRU 3970-EXIT
               VARYING WS-FRM-ENTRADA FROM 1 BY 1
               UNTIL WS-FRM-ENTRADA > CALCFORM-QTDE-ENTRADAS.
           CALL "FORMULA" USING CALCFORM-REGISTRO, fmexe-entradas,
               fmexe-tabela.
           IF RETURN-CODE NOT = ZEROS
               DISPLAY "FORMULA INTERROMPIDA NO PASSO "
                   fmexe-passo-falho " - " fmexe-motivo
               DISPLAY "NENHUM PASSO FOI GRAVADO"
               MOVE 16 TO WS-RETORNO-CALCULO
               PERFORM 3995-AVISAR-INTERRUPCAO THRU 3995-EXIT
               PERFORM 6000-PERGUNTAR-OUTRO THRU 6000-EXIT
               GO TO 3960-EXIT
           END-IF.
           PERFORM 3980-EXIBIR-PASSO THRU 3980-EXIT
               VARYING WS-FRM-PASSO FROM 1 BY 1
               UNTIL WS-FRM-PASSO > fmexe-qtde-passos.
           MOVE "S" TO WS-SW-EM-FORMULA.
           MOVE "S" TO WS-SW-AUTORIZADO.
           PERFORM 3985-VERIFICAR-PASSO THRU 3985-EXIT
               VARYING WS-FRM-PASSO FROM 1 BY 1
               UNTIL WS-FRM-PASSO > fmexe-qtde-passos
                  OR NOT WS-AUTORIZADO.
           MOVE "N" TO WS-SW-EM-FORMULA.
           IF NOT WS-AUTORIZADO
               DISPLAY "FORMULA RECUSADA - NENHUM PASSO FOI GRAVADO"
               PERFORM 6000-PERGUNTAR-OUTRO THRU 6000-EXIT
               GO TO 3960-EXIT
           END-IF.
      *    A TRANSACAO DO PRIMEIRO PASSO E A REFERENCIA DE TODOS OS
      *    PASSOS - ALOCADA AQUI, ANTES DO LOG DO PRIMEIRO PASSO
           PERFORM 7150-ALOCAR-TRANSACAO THRU 7150-EXIT.
           IF WS-NOVA-TRANSACAO = ZEROS
               DISPLAY "CALCSEQ.DAT INDISPONIVEL - FORMULA NAO GRAVADA"
               MOVE 0021 TO WS-MSG-NUMERO
               MOVE "E" TO WS-MSG-SEVERIDADE
               MOVE ZEROS TO WS-MSG-TRANSACAO
               MOVE ZEROS TO WS-MSG-REGISTRO
               MOVE "SEQUENCIA INDISPONIVEL - REG. PERDIDO"
                   TO WS-MSG-TEXTO
               PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               PERFORM 6000-PERGUNTAR-OUTRO THRU 6000-EXIT
               GO TO 3960-EXIT
           END-IF.
           MOVE WS-NOVA-TRANSACAO TO WS-TRANSACAO-REF.
           MOVE "S" TO WS-SW-TRANSACAO-ALOCADA.
           PERFORM 3990-GRAVAR-PASSO THRU 3990-EXIT
               VARYING WS-FRM-PASSO FROM 1 BY 1
               UNTIL WS-FRM-PASSO > fmexe-qtde-passos.
           DISPLAY "FORMULA GRAVADA - TRANSACAO DO PRIMEIRO PASSO "
               WS-TRANSACAO-REF.
           MOVE ZEROS TO WS-TRANSACAO-REF.
           PERFORM 6000-PERGUNTAR-OUTRO THRU 6000-EXIT.
       3960-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3961-LER-FORMULA - SO FORMULA CADASTRADA E ATIVA               *
      *----------------------------------------------------------------*
       3961-LER-FORMULA.
           MOVE "N" TO WS-SW-FORMULA-OK.
           OPEN INPUT FORMMST.
           IF WS-STATUS-FORMMST NOT = "00"
               DISPLAY "FORMMST.DAT NAO ENCONTRADO - PROCURE O"
                   " SUPERVISOR"
               GO TO 3961-EXIT
           END-IF.
           MOVE WS-FORMULA-CODIGO TO CALCFORM-CODIGO.
           READ FORMMST
               KEY IS CALCFORM-CODIGO
               INVALID KEY
                   DISPLAY "FORMULA NAO CADASTRADA"
                   CLOSE FORMMST
                   GO TO 3961-EXIT
           END-READ.
           CLOSE FORMMST.
           IF NOT CALCFORM-ATIVA
               DISPLAY "FORMULA DESATIVADA - PROCURE O SUPERVISOR"
               GO TO 3961-EXIT
           END-IF.
           MOVE "S" TO WS-SW-FORMULA-OK.
       3961-EXIT.
           EXIT.

       3962-AUTORIZAR-PASSO.
           MOVE CALCFORM-PAS-OPERACAO(WS-FRM-PASSO)
               TO WS-OPERACAO-PEDIDA.
           PERFORM 6500-AUTORIZAR-OPERACAO THRU 6500-EXIT.
       3962-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3970-LER-ENTRADA - UMA ENTRADA DA FORMULA, PEDIDA PELO ROTULO  *
      * DO CADASTRO E CRITICADA PELO CONVNUM; VALORES EM REAIS         *
      *----------------------------------------------------------------*
       3970-LER-ENTRADA.
           MOVE "N" TO WS-SW-ENTRADA-VALIDA.
           PERFORM 3975-OBTER-ENTRADA THRU 3975-EXIT
               UNTIL WS-ENTRADA-VALIDA.
       3970-EXIT.
           EXIT.

       3975-OBTER-ENTRADA.
           MOVE SPACES TO WS-ENTRADA-TEXTO.
           DISPLAY "INFORME " CALCFORM-ENT-ROTULO(WS-FRM-ENTRADA)
               " (ATE 5 INTEIROS E 2 DECIMAIS):".
           ACCEPT WS-ENTRADA-TEXTO.
           CALL "CONVNUM" USING WS-ENTRADA-TEXTO, conv-valor.
           IF RETURN-CODE = ZEROS
               MOVE conv-valor TO fmexe-entrada(WS-FRM-ENTRADA)
               MOVE "S" TO WS-SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - USE NUMEROS, SINAL - E"
                   " VIRGULA DECIMAL"
           END-IF.
       3975-EXIT.
           EXIT.

       3980-EXIBIR-PASSO.
           DISPLAY "PASSO " WS-FRM-PASSO ": "
               fmexe-operacao(WS-FRM-PASSO) " "
               fmexe-num-um(WS-FRM-PASSO) " "
               fmexe-num-dois(WS-FRM-PASSO) " = "
               fmexe-resultado(WS-FRM-PASSO).
       3980-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3985-VERIFICAR-PASSO - LIMITE DO OPERADOR SOBRE OS OPERANDOS E *
      * O RESULTADO DE CADA PASSO, ANTES DE GRAVAR QUALQUER UM         *
      *----------------------------------------------------------------*
       3985-VERIFICAR-PASSO.
           MOVE fmexe-num-um(WS-FRM-PASSO) TO numero-um.
           MOVE fmexe-num-dois(WS-FRM-PASSO) TO numero-dois.
           MOVE fmexe-resultado(WS-FRM-PASSO) TO resultado.
           PERFORM 6600-VERIFICAR-LIMITES THRU 6600-EXIT.
       3985-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3990-GRAVAR-PASSO - GRAVA UM PASSO COMO CALCULO EM REAIS, COM  *
      * A OPERACAO, OS OPERANDOS E O MODO EXATAMENTE COMO EXECUTADOS   *
      *----------------------------------------------------------------*
       3990-GRAVAR-PASSO.
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
           PERFORM 7000-GRAVAR-CALCULO THRU 7000-EXIT.
       3990-EXIT.
           EXIT.

       3995-AVISAR-INTERRUPCAO.
           MOVE 0214 TO WS-MSG-NUMERO.
           MOVE "E" TO WS-MSG-SEVERIDADE.
           MOVE ZEROS TO WS-MSG-TRANSACAO.
           MOVE ZEROS TO WS-MSG-REGISTRO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "FORMULA " WS-FORMULA-CODIGO " PAROU NO PASSO "
               fmexe-passo-falho " - NADA GRAVADO"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
       3995-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000/4100/4200 - LEITURA DE OPERANDOS COM VALIDACAO NUMERICA   *
      *----------------------------------------------------------------*
           MOVE "N" TO WS-SW-ENTRADA-VALIDA.
           PERFORM 4010-OBTER-NUMERO-UM THRU 4010-EXIT
               UNTIL WS-ENTRADA-VALIDA.
           PERFORM 4050-LER-MOEDA THRU 4050-EXIT.
           MOVE WS-MOEDA-LIDA TO WS-MOEDA-UM.
           MOVE WS-MOEDA-LIDA TO WS-MOEDA-DOIS.
       4000-EXIT.
           EXIT.

       4010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4050-LER-MOEDA - CODIGO DE 3 LETRAS DA MOEDA DO VALOR          *
      * DIGITADO; ENTER VALE BRL                                       *
      *----------------------------------------------------------------*
       4050-LER-MOEDA.
           MOVE "N" TO WS-SW-ENTRADA-VALIDA.
           PERFORM 4060-OBTER-MOEDA THRU 4060-EXIT
               UNTIL WS-ENTRADA-VALIDA.
       4050-EXIT.
           EXIT.

       4060-OBTER-MOEDA.
           DISPLAY "MOEDA DO VALOR (EX: USD, EUR; BRANCO = BRL):".
           MOVE SPACES TO WS-MOEDA-LIDA.
           ACCEPT WS-MOEDA-LIDA.
           IF WS-MOEDA-LIDA = SPACES
               MOVE "BRL" TO WS-MOEDA-LIDA
           END-IF.
           IF WS-MOEDA-LIDA IS ALPHABETIC-UPPER
                   AND WS-MOEDA-LIDA(1:1) NOT = SPACE
                   AND WS-MOEDA-LIDA(2:1) NOT = SPACE
                   AND WS-MOEDA-LIDA(3:1) NOT = SPACE
               MOVE "S" TO WS-SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "MOEDA INVALIDA - USE O CODIGO DE 3 LETRAS"
           END-IF.
       4060-EXIT.
           EXIT.

       4100-LER-NUMERO-DOIS.
           MOVE "N" TO WS-SW-ENTRADA-VALIDA.
           PERFORM 4110-OBTER-NUMERO-DOIS THRU 4110-EXIT
       4410-EXIT.
           EXIT.

       4450-LER-PARCELAS.
           MOVE "N" TO WS-SW-ENTRADA-VALIDA.
           PERFORM 4460-OBTER-PARCELAS THRU 4460-EXIT
               UNTIL WS-ENTRADA-VALIDA.
       4450-EXIT.
           EXIT.

       4460-OBTER-PARCELAS.
           MOVE SPACES TO WS-ENTRADA-PARCELAS.
           DISPLAY "INFORME A QUANTIDADE DE PARCELAS (1 A 999):".
           ACCEPT WS-ENTRADA-PARCELAS.
           IF WS-ENTRADA-PARCELAS IS NUMERIC
                   AND WS-ENTRADA-PARCELAS NOT = "000"
               MOVE WS-ENTRADA-PARCELAS TO amort-parcelas
               MOVE "S" TO WS-SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "ENTRADA INVALIDA - DIGITE DE 001 A 999"
           END-IF.
       4460-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4600-BUSCAR-COTACAO - COTACAO DA MOEDA DO OPERANDO UM PARA A   *
      * DATA DE POSTAGEM EM CAMBMST.DAT; SEM COTACAO NO DIA (FIM DE    *
      * SEMANA, FERIADO) RECUA UM DIA POR VEZ PELO CALCDATA, ATE SETE  *
      * DIAS ANTES                                                     *
      *----------------------------------------------------------------*
       4600-BUSCAR-COTACAO.
           MOVE "N" TO WS-SW-COTACAO-OK.
           MOVE ZEROS TO WS-COTACAO.
           MOVE ZEROS TO WS-COTACAO-DATA.
           OPEN INPUT CAMBMST.
           IF WS-STATUS-CAMBMST NOT = "00"
               DISPLAY "CAMBMST.DAT NAO ENCONTRADO - CONVERSAO"
                   " INDISPONIVEL"
               GO TO 4600-EXIT
           END-IF.
           MOVE WS-DATA-POSTAGEM TO WS-DATA-BUSCA.
           MOVE ZEROS TO WS-DIAS-RECUO.
           PERFORM 4610-LER-COTACAO-DIA THRU 4610-EXIT
               UNTIL WS-COTACAO-OK OR WS-DIAS-RECUO > 7.
           CLOSE CAMBMST.
           IF NOT WS-COTACAO-OK
               DISPLAY "SEM COTACAO DE " WS-MOEDA-UM " ATE SETE DIAS"
                   " ANTES DE " WS-DATA-POSTAGEM " - PROCURE O"
                   " SUPERVISOR"
               GO TO 4600-EXIT
           END-IF.
           MOVE WS-COTACAO TO WS-COTACAO-EDITADA.
           DISPLAY "COTACAO " WS-MOEDA-UM " DE " WS-COTACAO-DATA
               ": " WS-COTACAO-EDITADA.
           IF WS-COTACAO-DATA NOT = WS-DATA-POSTAGEM
               DISPLAY "ATENCAO - SEM COTACAO EM " WS-DATA-POSTAGEM
                   ", USADA A DO DIA " WS-COTACAO-DATA
           END-IF.
       4600-EXIT.
           EXIT.

       4610-LER-COTACAO-DIA.
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
       4610-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-PERGUNTAR-OUTRO - LACO "CALCULAR OUTRO" E NOVA TENTATIVA  *
      * APOS UM CALCULO COM ERRO (RETURN-CODE <> 0)                    *
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6550-CONFERIR-MOEDAS - SOMA E SUBTRACAO SO COM OS DOIS         *
      * OPERANDOS NA MESMA MOEDA - REAIS E DOLARES NAO SE SOMAM;       *
      * RECUSA AVISADA E GRAVADA EM CALCMSG.DAT (0154)                 *
      *----------------------------------------------------------------*
       6550-CONFERIR-MOEDAS.
           MOVE "S" TO WS-SW-AUTORIZADO.
           IF WS-MOEDA-UM = WS-MOEDA-DOIS
               GO TO 6550-EXIT
           END-IF.
           MOVE "N" TO WS-SW-AUTORIZADO.
           DISPLAY "MOEDAS DIFERENTES (" WS-MOEDA-UM " E "
               WS-MOEDA-DOIS ") - CALCULO RECUSADO; CONVERTA PARA"
               " REAIS ANTES (OPCAO 10)".
           MOVE 0154 TO WS-MSG-NUMERO.
           MOVE "E" TO WS-MSG-SEVERIDADE.
           MOVE ZEROS TO WS-MSG-TRANSACAO.
           MOVE ZEROS TO WS-MSG-REGISTRO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "SOMA/SUBTRACAO RECUSADA - " WS-MOEDA-UM " X "
               WS-MOEDA-DOIS
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
       6550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6600-VERIFICAR-LIMITES - OPERANDOS E RESULTADO EM VALOR        *
      * ABSOLUTO CONTRA O LIMITE DO OPERADOR (ZERO = SEM LIMITE);      *
      * RECUSA AVISADA E GRAVADA EM CALCMSG.DAT (0100). PASSO DE       *
      * FORMULA OU RATEIO ACIMA DO LIMITE E SO RECUSADO, NAO VAI A     *
      * FILA                                                           *
      *----------------------------------------------------------------*
       6600-VERIFICAR-LIMITES.
           MOVE "S" TO WS-SW-AUTORIZADO.
           MOVE "N" TO WS-SW-PENDENTE-GRAVADO.
           IF WS-LIMITE-VALOR = ZEROS
               GO TO 6600-EXIT
           END-IF.
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
      * 6650-ESTACIONAR-PENDENTE - O CALCULO ACIMA DO LIMITE, JA FEITO,*
      * VAI PARA A FILA DE APROVACAO CALCPEND.DAT COM O OPERADOR E O   *
      * DEPARTAMENTO DA SESSAO; NADA VAI AO LOG NEM AO HISTORICO       *
      * AGORA - SO NA APROVACAO PELO CALCAPRV. SEM A FILA, VALE A      *
      * RECUSA DE ANTES                                                *
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
           MOVE ZEROS TO CALCPEND-NUM-REGISTRO.
           MOVE "CALCDOS " TO CALCPEND-PROGRAMA.
           MOVE "CALCDOS " TO CALCPEND-LOTE-ID.
           MOVE WS-DEPTO TO CALCPEND-DEPTO.
           MOVE WS-OPERACAO-LOG TO CALCPEND-OPERACAO.
           MOVE numero-um TO CALCPEND-NUM-UM.
           MOVE numero-dois TO CALCPEND-NUM-DOIS.
           MOVE resultado TO CALCPEND-RESULTADO.
           MOVE WS-RETORNO-CALCULO TO CALCPEND-RETORNO.
           MOVE mul-indicador-modo TO CALCPEND-MODO.
           MOVE mul-numero-tres TO CALCPEND-NUM-TRES.
           MOVE WS-TRANSACAO-REF TO CALCPEND-TRANSACAO-REF.
           MOVE WS-LIMITE-VALOR TO CALCPEND-LIMITE.
           MOVE WS-MOEDA-UM TO CALCPEND-MOEDA.
           IF WS-OPERACAO-LOG = "C"
               MOVE WS-COTACAO TO CALCPEND-COTACAO
           ELSE
               MOVE ZEROS TO CALCPEND-COTACAO
           END-IF.
           IF WS-OPERACAO-LOG = "I" OR WS-OPERACAO-LOG = "P"
               MOVE WS-TABELA-LOG TO CALCPEND-TABELA
               MOVE WS-FAIXA-LOG TO CALCPEND-FAIXA
           ELSE
               MOVE SPACES TO CALCPEND-TABELA
               MOVE ZEROS TO CALCPEND-FAIXA
           END-IF.
           MOVE WS-OPERACAO-LOG TO WS-PEND-IMG-OPERACAO.
           MOVE numero-um TO WS-PEND-IMG-NUM-UM.
           MOVE numero-dois TO WS-PEND-IMG-NUM-DOIS.
           MOVE mul-indicador-modo TO WS-PEND-IMG-MODO.
           MOVE mul-numero-tres TO WS-PEND-IMG-NUM-TRES.
           MOVE WS-MOEDA-UM TO WS-PEND-IMG-MOEDA.
           MOVE WS-MOEDA-DOIS TO WS-PEND-IMG-MOEDA-DOIS.
           MOVE WS-PEND-IMAGEM TO CALCPEND-IMAGEM.
      *    NA RETENCAO A IMAGEM LEVA O CODIGO DA TABELA NO OPERANDO
      *    DOIS E O TERCEIRO EM BRANCO, COMO O DETALHE I DO CALCIN
           IF WS-OPERACAO-LOG = "I"
               MOVE SPACES TO CALCPEND-IMAGEM(13:10)
               MOVE WS-TABELA-LOG TO CALCPEND-IMAGEM(13:4)
               MOVE SPACES TO CALCPEND-IMAGEM(24:10)
           END-IF.
           MOVE "P" TO CALCPEND-SW-SITUACAO.
           MOVE SPACES TO CALCPEND-SUPERVISOR.
           MOVE ZEROS TO CALCPEND-DATA-DECISAO.
           MOVE ZEROS TO CALCPEND-HORA-DECISAO.
           MOVE ZEROS TO CALCPEND-TRANSACAO.
           WRITE CALCPEND-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR CALCPEND.DAT"
                   CLOSE CALCPEND
                   GO TO 6650-EXIT
           END-WRITE.
           CLOSE CALCPEND.
           MOVE "S" TO WS-SW-PENDENTE-GRAVADO.
           DISPLAY "CALCULO ACIMA DO LIMITE DO OPERADOR " WS-OPERADOR
               " - ENVIADO A APROVACAO DO SUPERVISOR".
           MOVE 0140 TO WS-MSG-NUMERO.
           MOVE "A" TO WS-MSG-SEVERIDADE.
           MOVE ZEROS TO WS-MSG-TRANSACAO.
           MOVE ZEROS TO WS-MSG-REGISTRO.
           MOVE "ACIMA DO LIMITE - PENDENTE DE APROVACAO"
               TO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
       6650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-GRAVAR-CALCULO - GRAVA O LOG DE AUDITORIA E O HISTORICO   *
      *----------------------------------------------------------------*
           MOVE "N" TO CALCLOG-SITUACAO.
           MOVE WS-TRANSACAO-REF TO CALCLOG-TRANSACAO-REF.
           MOVE WS-DEPTO TO CALCLOG-DEPTO.
           MOVE SPACES TO CALCLOG-SUPERVISOR.
           MOVE WS-MOEDA-UM TO CALCLOG-MOEDA.
           IF WS-OPERACAO-LOG = "C"
               MOVE WS-COTACAO TO CALCLOG-COTACAO
           ELSE
               MOVE ZEROS TO CALCLOG-COTACAO
           END-IF.
           IF WS-OPERACAO-LOG = "I" OR WS-OPERACAO-LOG = "P"
               MOVE WS-TABELA-LOG TO CALCLOG-TABELA
               MOVE WS-FAIXA-LOG TO CALCLOG-FAIXA
           ELSE
               MOVE SPACES TO CALCLOG-TABELA
               MOVE ZEROS TO CALCLOG-FAIXA
           END-IF.
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
           MOVE "N" TO CALCHIST-SITUACAO.
           MOVE WS-TRANSACAO-REF TO CALCHIST-TRANSACAO-REF.
           MOVE WS-DEPTO TO CALCHIST-DEPTO.
           MOVE SPACES TO CALCHIST-SUPERVISOR.
           MOVE WS-MOEDA-UM TO CALCHIST-MOEDA.
           IF WS-OPERACAO-LOG = "C"
               MOVE WS-COTACAO TO CALCHIST-COTACAO
           ELSE
               MOVE ZEROS TO CALCHIST-COTACAO
           END-IF.
           IF WS-OPERACAO-LOG = "I" OR WS-OPERACAO-LOG = "P"
               MOVE WS-TABELA-LOG TO CALCHIST-TABELA
               MOVE WS-FAIXA-LOG TO CALCHIST-FAIXA
           ELSE
               MOVE SPACES TO CALCHIST-TABELA
               MOVE ZEROS TO CALCHIST-FAIXA
           END-IF.
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
               MOVE ZEROS TO WS-MSG-REGISTRO
               MOVE "ESTATISTICA NAO ATUALIZADA" TO WS-MSG-TEXTO
               PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               MOVE ZEROS TO RETURN-CODE
           END-IF.
       7250-EXIT.
           EXIT.


      *----------------------------------------------------------------*
      * 7160-ENCADEAR-LOG - ALOCA A SEQUENCIA DO LACRE E CALCULA A     *
