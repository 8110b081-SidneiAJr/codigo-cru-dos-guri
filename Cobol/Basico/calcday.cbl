      * DATE-WRITTEN: 03/09/2026
      * PURPOSE:    Fechamento do dia de movimento. Confere a
      *             conciliacao log x historico do dia (quantidade e
      *             valor por operacao em CALCLOG.DAT contra os totais
      *             do historico somados no arquivo de estatisticas
      *             CALCESTA.DAT no mesmo passo da gravacao - sem
      *             varrer o CALCHIST.DAT; a conferencia registro a
      *             registro continua no CALCRECN), captura os totais
      *             de controle do dia a partir do log e marca a data
      *             como fechada no arquivo de controle CALCFECH.DAT.
      *             Dia que nao concilia nao fecha. Depois do
      *             daquela data - a reabertura e funcao exclusiva de
      *             supervisor e fica registrada em CALCMSG.DAT, assim
      *             como o fechamento e a recusa por divergencia.
      *             Dia com calculo ainda pendente de aprovacao do
      *             supervisor (CALCPEND.DAT) tambem nao fecha.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * 03/09/26 RPS   AUTORIZACOES DE SUPERVISOR (CONCEDIDAS E        *
      *                RECUSADAS) GRAVADAS NO DIARIO DE SEGURANCA      *
      *                CALCSEC.DAT (LISTAGEM PELO SECLIST).            *
      * 15/10/26 RPS   FECHAMENTO RECUSADO ENQUANTO HOUVER CALCULO DO  *
      *                DIA PENDENTE DE APROVACAO EM CALCPEND.DAT       *
      *                (MENSAGEM 0143).                                *
      * 15/10/26 RPS   TOTAIS DE CONTROLE DO FECHAMENTO COM A OPERACAO *
      *                F (AMORTIZACAO) NA SETIMA POSICAO (CALCFECH.DAT *
      *                ALARGADO).                                      *
      * 15/10/26 RPS   TOTAIS DE CONTROLE COM A OPERACAO C (CONVERSAO) *
      *                NA OITAVA POSICAO (CALCFECH.DAT ALARGADO).      *
      * 15/10/26 RPS   REABERTURA DE DIA JA ENVIADO A CONTABILIDADE    *
      *                MARCA CONTBCTL.DAT PARA O DIARIO DE CORRECAO DO *
      *                CALCCTB (MENSAGEM 0176).                        *
      * 15/10/26 RPS   FECHAMENTO DE DIA NAO UTIL (FIM DE SEMANA OU    *
      *                FERIADO DO CALENDARIO CALNDMST) COM LANCAMENTOS *
      *                FECHA COM ALERTA E MENSAGEM 0183.               *
      * 15/10/26 RPS   TOTAIS DE CONTROLE COM A OPERACAO P (RATEIO) NA *
      *                NONA POSICAO (CALCFECH.DAT ALARGADO).           *
      * 15/10/26 RPS   TOTAIS DE CONTROLE COM A OPERACAO I (RETENCAO   *
      *                NA FONTE) NA DECIMA POSICAO (CALCFECH.DAT       *
      *                ALARGADO).                                      *
      * 15/10/26 RPS   LADO DO HISTORICO DA CONCILIACAO DO FECHAMENTO  *
      *                LIDO DO ARQUIVO DE ESTATISTICAS CALCESTA.DAT,   *
      *                SEM VARRER O CALCHIST.DAT.                      *
      * 15/10/26 RPS   SIGN-ON PASSA A EXIGIR O PIN DO CODIGO,         *
      *                CONFERIDO PELO OPERPIN (BLOQUEIO POR TENTATIVAS *
      *                E TROCA OBRIGATORIA DO PIN VENCIDO).            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDAY.
           SELECT CALCLOG ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCLOG.
           SELECT CALCESTA ASSIGN TO "CALCESTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCESTA-CHAVE
               FILE STATUS IS WS-STATUS-CALCESTA.
           SELECT CONTBCTL ASSIGN TO "CONTBCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCCTBC-DATA
               FILE STATUS IS WS-STATUS-CONTBCTL.
           SELECT CALCPEND ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCPEND-CHAVE
               FILE STATUS IS WS-STATUS-CALCPEND.
           SELECT OPERMST ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       COPY CALCFECH.
       FD  CALCLOG.
       COPY CALCLOG.
       FD  CALCESTA.
       COPY CALCESTA.
       FD  CONTBCTL.
       COPY CALCCTBC.
       FD  CALCPEND.
       COPY CALCPEND.
       FD  OPERMST.
       COPY CALCOPER.
       FD  CALCMSG.
       WORKING-STORAGE SECTION.
       77  WS-STATUS-CALCFECH       PIC X(02) VALUE "00".
       77  WS-STATUS-CALCLOG        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCESTA       PIC X(02) VALUE "00".
       77  WS-STATUS-OPERMST        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCPEND       PIC X(02) VALUE "00".
       77  WS-STATUS-CONTBCTL       PIC X(02) VALUE "00".
       77  WS-CONT-PENDENTES        PIC 9(05) VALUE ZEROS.
       77  WS-OPCAO                 PIC 9(01) VALUE ZEROS.
       77  WS-SW-CONTINUAR          PIC X(01) VALUE "S".
           88  WS-CONTINUAR-SIM         VALUE "S".
       77  WS-SEC-DETALHE           PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * TOTAIS POR OPERACAO NOS DOIS ARQUIVOS (ORDEM                   *
      * A/S/M/D/R/J/F/C/P/I)                                           *
      *----------------------------------------------------------------*
       01  WS-TABELA-CODIGOS.
           05  FILLER               PIC X(10) VALUE "ASMDRJFCPI".
       01  WS-CODIGOS REDEFINES WS-TABELA-CODIGOS.
           05  WS-CODIGO-OP         PIC X(01) OCCURS 10 TIMES.
       01  WS-TOTAIS-LOG.
           05  WS-LOG-TOT OCCURS 10 TIMES INDEXED BY WS-IDX-LOG.
               10  WS-LOG-QTDE      PIC S9(08).
               10  WS-LOG-VALOR     PIC S9(11)V99.
       01  WS-TOTAIS-HIST.
           05  WS-HIST-TOT OCCURS 10 TIMES INDEXED BY WS-IDX-HIST.
               10  WS-HIST-QTDE     PIC S9(08).
               10  WS-HIST-VALOR    PIC S9(11)V99.
       77  WS-IDX-OP                PIC 9(02) COMP VALUE ZEROS.
       77  WS-QTDE-DIA              PIC S9(09) VALUE ZEROS.

      *----------------------------------------------------------------*
      * CAMPOS DA CONSULTA AO CALENDARIO DE DIAS UTEIS (CALCDATA)      *
      *----------------------------------------------------------------*
       77  WS-FUNCAO-DATA           PIC X(01) VALUE SPACES.
       77  WS-DATA-UTIL-DE          PIC 9(08) VALUE ZEROS.
       77  WS-DATA-UTIL-ATE         PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      * CAMPOS DA MENSAGEM DE OPERACAO A GRAVAR EM CALCMSG.DAT         *
       77  WS-MSG-SEVERIDADE        PIC X(01) VALUE "I".
       77  WS-MSG-TEXTO             PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * AREA DE TROCA COM O OPERPIN - PIN DO SIGN-ON                   *
      *----------------------------------------------------------------*
       COPY CALCPINX.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
           IF WS-DATA-DIA = ZEROS
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3050-CONTAR-PENDENTES THRU 3050-EXIT.
           IF WS-CONT-PENDENTES > ZEROS
               DISPLAY "DIA " WS-DATA-DIA " TEM " WS-CONT-PENDENTES
                   " CALCULO(S) AGUARDANDO APROVACAO - FECHAMENTO"
                   " RECUSADO, DECIDIR PELO CALCAPRV"
               MOVE 0143 TO WS-MSG-NUMERO
               MOVE "E" TO WS-MSG-SEVERIDADE
               MOVE SPACES TO WS-MSG-TEXTO
               STRING "DIA " WS-DATA-DIA " COM PENDENTE - NAO FECHADO"
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
               PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-APURAR-TOTAIS-LOG THRU 3100-EXIT.
           PERFORM 3200-APURAR-TOTAIS-HIST THRU 3200-EXIT.
           PERFORM 3300-CONCILIAR THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3050-CONTAR-PENDENTES - CALCULOS DO DIA AINDA ESTACIONADOS NA  *
      * FILA DE APROVACAO (CALCPEND.DAT, CHAVE INICIADA PELA DATA).    *
      * SE O SUPERVISOR APROVAR DEPOIS, O CALCULO ENTRA NESTE DIA -    *
      * POR ISSO O DIA NAO FECHA ENQUANTO HOUVER PENDENTE              *
      *----------------------------------------------------------------*
       3050-CONTAR-PENDENTES.
           MOVE ZEROS TO WS-CONT-PENDENTES.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           OPEN INPUT CALCPEND.
           IF WS-STATUS-CALCPEND NOT = "00"
               GO TO 3050-EXIT
           END-IF.
           MOVE LOW-VALUES TO CALCPEND-CHAVE.
           MOVE WS-DATA-DIA TO CALCPEND-DATA.
           START CALCPEND KEY IS NOT LESS THAN CALCPEND-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           PERFORM 3060-LER-PENDENTE THRU 3060-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE CALCPEND.
       3050-EXIT.
           EXIT.

       3060-LER-PENDENTE.
           READ CALCPEND NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   IF CALCPEND-DATA NOT = WS-DATA-DIA
                       MOVE "S" TO WS-SW-FIM-ARQUIVO
                   ELSE
                       IF CALCPEND-PENDENTE
                           ADD 1 TO WS-CONT-PENDENTES
                       END-IF
                   END-IF
           END-READ.
       3060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-APURAR-TOTAIS-LOG - QUANTIDADE E VALOR POR OPERACAO NO    *
      * CALCLOG.DAT PARA A DATA FECHADA                                *
      *----------------------------------------------------------------*
       3100-APURAR-TOTAIS-LOG.
           PERFORM VARYING WS-IDX-LOG FROM 1 BY 1
                   UNTIL WS-IDX-LOG > 10
               MOVE ZEROS TO WS-LOG-QTDE(WS-IDX-LOG)
               MOVE ZEROS TO WS-LOG-VALOR(WS-IDX-LOG)
           END-PERFORM.
               NOT AT END
                   IF CALCLOG-DATA = WS-DATA-DIA
                       PERFORM VARYING WS-IDX-LOG FROM 1 BY 1
                               UNTIL WS-IDX-LOG > 10
                           IF CALCLOG-OPERACAO
                                   = WS-CODIGO-OP(WS-IDX-LOG)
                               ADD 1 TO WS-LOG-QTDE(WS-IDX-LOG)
           EXIT.

      *----------------------------------------------------------------*
      * 3200-APURAR-TOTAIS-HIST - O LADO DO HISTORICO VEM DAS CHAVES   *
      * DO DIA NO CALCESTA.DAT (LANCAMENTOS GRAVADOS E VALOR POR       *
      * OPERACAO), SOMADAS NO MESMO PASSO DA GRAVACAO DO HISTORICO     *
      *----------------------------------------------------------------*
       3200-APURAR-TOTAIS-HIST.
           PERFORM VARYING WS-IDX-HIST FROM 1 BY 1
                   UNTIL WS-IDX-HIST > 10
               MOVE ZEROS TO WS-HIST-QTDE(WS-IDX-HIST)
               MOVE ZEROS TO WS-HIST-VALOR(WS-IDX-HIST)
           END-PERFORM.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           OPEN INPUT CALCESTA.
           IF WS-STATUS-CALCESTA NOT = "00"
               DISPLAY "CALCESTA.DAT NAO ENCONTRADO - RODAR O CALCRBLD"
                   " NO MODO E"
               MOVE "S" TO WS-SW-FIM-ARQUIVO
               GO TO 3200-EXIT
           END-IF.
           MOVE LOW-VALUES TO CALCESTA-CHAVE.
           MOVE WS-DATA-DIA TO CALCESTA-DATA.
           START CALCESTA KEY IS NOT LESS THAN CALCESTA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           PERFORM 3210-LER-ESTATISTICA THRU 3210-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE CALCESTA.
       3200-EXIT.
           EXIT.

       3210-LER-ESTATISTICA.
           READ CALCESTA NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   IF CALCESTA-DATA NOT = WS-DATA-DIA
                       MOVE "S" TO WS-SW-FIM-ARQUIVO
                   ELSE
                       PERFORM 3220-SOMAR-OPERACAO THRU 3220-EXIT
                           VARYING WS-IDX-HIST FROM 1 BY 1
                           UNTIL WS-IDX-HIST > 10
                   END-IF
           END-READ.
       3210-EXIT.
           EXIT.

       3220-SOMAR-OPERACAO.
           IF CALCESTA-OPERACAO = WS-CODIGO-OP(WS-IDX-HIST)
               ADD CALCESTA-LANCAMENTOS TO WS-HIST-QTDE(WS-IDX-HIST)
               ADD CALCESTA-VALOR TO WS-HIST-VALOR(WS-IDX-HIST)
           END-IF.
       3220-EXIT.
           EXIT.

       3300-CONCILIAR.
           MOVE "S" TO WS-SW-CONCILIA.
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > 10
               IF WS-LOG-QTDE(WS-IDX-OP)
                       NOT = WS-HIST-QTDE(WS-IDX-OP)
                   OR WS-LOG-VALOR(WS-IDX-OP)
           MOVE WS-DATA-DIA TO CALCFECH-DATA.
           MOVE "F" TO CALCFECH-SW-SITUACAO.
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > 10
               MOVE WS-LOG-QTDE(WS-IDX-OP)
                   TO CALCFECH-QTDE(WS-IDX-OP)
               MOVE WS-LOG-VALOR(WS-IDX-OP)
           STRING "DIA " WS-DATA-DIA " FECHADO"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           PERFORM 3500-AVISAR-DIA-NAO-UTIL THRU 3500-EXIT.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3500-AVISAR-DIA-NAO-UTIL - DIA FECHADO QUE E FIM DE SEMANA OU  *
      * FERIADO DO CALENDARIO E TEVE LANCAMENTO: O FECHAMENTO VALE,    *
      * MAS FICA O ALERTA PARA CONFERIR QUEM TRABALHOU NO DIA          *
      *----------------------------------------------------------------*
       3500-AVISAR-DIA-NAO-UTIL.
           MOVE ZEROS TO WS-QTDE-DIA.
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > 10
               ADD WS-LOG-QTDE(WS-IDX-OP) TO WS-QTDE-DIA
           END-PERFORM.
           IF WS-QTDE-DIA = ZEROS
               GO TO 3500-EXIT
           END-IF.
           MOVE "P" TO WS-FUNCAO-DATA.
           CALL "CALCDATA" USING WS-FUNCAO-DATA, WS-DATA-DIA,
               WS-DATA-UTIL-DE, WS-DATA-UTIL-ATE.
           MOVE ZEROS TO RETURN-CODE.
           IF WS-DATA-UTIL-DE = WS-DATA-DIA
               GO TO 3500-EXIT
           END-IF.
           DISPLAY "ATENCAO: DIA " WS-DATA-DIA " NAO E DIA UTIL E TEVE "
               WS-QTDE-DIA " LANCAMENTO(S)".
           MOVE 0183 TO WS-MSG-NUMERO.
           MOVE "A" TO WS-MSG-SEVERIDADE.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "DIA NAO UTIL " WS-DATA-DIA " FECHADO COM LANCTO"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-REABRIR-DIA - SO SUPERVISOR REABRE, E A REABERTURA FICA   *
      * REGISTRADA EM CALCMSG.DAT COM QUEM E QUANDO                    *
           STRING "DIA " WS-DATA-DIA " REABERTO POR SUPERVISOR"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           PERFORM 4100-MARCAR-CORRECAO THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-MARCAR-CORRECAO - DIA JA ENVIADO A CONTABILIDADE PELO     *
      * CALCCTB FICA MARCADO EM CONTBCTL.DAT: DEPOIS DO NOVO           *
      * FECHAMENTO O CALCCTB GERA O DIARIO DE CORRECAO                 *
      *----------------------------------------------------------------*
       4100-MARCAR-CORRECAO.
           OPEN I-O CONTBCTL.
           IF WS-STATUS-CONTBCTL NOT = "00"
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-DATA-DIA TO CALCCTBC-DATA.
           READ CONTBCTL
               KEY IS CALCCTBC-DATA
               INVALID KEY
                   CLOSE CONTBCTL
                   GO TO 4100-EXIT
           END-READ.
           IF NOT CALCCTBC-ENVIADO
               CLOSE CONTBCTL
               GO TO 4100-EXIT
           END-IF.
           MOVE "C" TO CALCCTBC-SW-SITUACAO.
           ACCEPT CALCCTBC-DATA-REABERT FROM DATE YYYYMMDD.
           REWRITE CALCCTBC-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO MARCAR A CORRECAO CONTABIL"
           END-REWRITE.
           CLOSE CONTBCTL.
           DISPLAY "DIA " WS-DATA-DIA " JA ESTAVA NA CONTABILIDADE ("
               CALCCTBC-NOME-DIARIO ") - FECHAR DE NOVO E GERAR O"
               " DIARIO DE CORRECAO PELO CALCCTB".
           MOVE 0176 TO WS-MSG-NUMERO.
           MOVE "A" TO WS-MSG-SEVERIDADE.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "DIA " WS-DATA-DIA " REABERTO APOS ENVIO CONTAB"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-CONSULTAR-DIA - EXIBE A SITUACAO E OS TOTAIS DE CONTROLE  *
      * CAPTURADOS NO FECHAMENTO                                       *
                   CALCFECH-DATA-FECH " POR " CALCFECH-OPERADOR ")"
           END-IF.
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > 10
               DISPLAY "OPERACAO " WS-CODIGO-OP(WS-IDX-OP)
                   "  QTDE " CALCFECH-QTDE(WS-IDX-OP)
                   "  VALOR " CALCFECH-VALOR(WS-IDX-OP)
                   END-IF
           END-READ.
           CLOSE OPERMST.
           IF WS-OPERADOR-OK
               MOVE "V" TO pnexe-funcao
               MOVE WS-OPERADOR TO pnexe-codigo
               MOVE "CALCDAY " TO pnexe-programa
               CALL "OPERPIN" USING pnexe-parametros
               IF NOT pnexe-pin-ok
                   MOVE "N" TO WS-SW-OPERADOR-OK
               END-IF
           ELSE
               MOVE SPACES TO pnexe-retorno
           END-IF.
           IF WS-OPERADOR-OK
               DISPLAY "OPERADOR " WS-OPERADOR " - " WS-OPERADOR-NOME
           ELSE
               EVALUATE TRUE
                   WHEN pnexe-retorno NOT = SPACES
                       CONTINUE
                   WHEN WS-EXIGE-SUPERVISOR
                       DISPLAY "OPERADOR SEM PERFIL DE SUPERVISOR OU"
                           " INATIVO"
                   WHEN OTHER
                       DISPLAY "OPERADOR NAO CADASTRADO OU INATIVO"
               END-EVALUATE
           END-IF.
           IF WS-EXIGE-SUPERVISOR
               MOVE WS-OPERADOR TO WS-SEC-OPERADOR
