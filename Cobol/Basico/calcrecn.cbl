      *             totais de controle de quantidade e valor por
      *             operacao nos dois arquivos. Roda logo apos o
      *             CALCBAT noturno para pegar a divergencia no mesmo
      *             dia. Terceira conferencia: os totais do dia no
      *             arquivo de estatisticas CALCESTA.DAT (de onde os
      *             relatorios de resumo leem) contra os do historico
      *             - divergencia pede o CALCRBLD no modo E.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      *                CHAVE ONTEM E MESANT RESOLVIDAS PELO CALCDATA,  *
      *                ECO DOS PARAMETROS USADOS NA SAIDA E            *
      *                RETURN-CODE 12 PARA PARAMETRO INVALIDO.         *
      * 15/10/26 RPS   LINHA DE TOTAIS DA OPERACAO F (AMORTIZACAO).    *
      * 15/10/26 RPS   LINHA DE TOTAIS DA OPERACAO C (CONVERSAO).      *
      * 15/10/26 RPS   ONTEM PASSA A SER O DIA UTIL ANTERIOR PELO      *
      *                CALCDATA (FUNCAO U): NA SEGUNDA-FEIRA VALE A    *
      *                SEXTA-FEIRA.                                    *
      * 15/10/26 RPS   LINHA DE TOTAIS DA OPERACAO P (RATEIO).         *
      * 15/10/26 RPS   LINHA DE TOTAIS DA OPERACAO I (RETENCAO NA      *
      *                FONTE).                                         *
      * 15/10/26 RPS   TERCEIRA CONFERENCIA: TOTAIS DO DIA NO ARQUIVO  *
      *                DE ESTATISTICAS CALCESTA.DAT CONTRA O           *
      *                HISTORICO, COM COLUNAS E MARCA PROPRIA NO       *
      *                QUADRO DE TOTAIS.                               *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRECN.
               ALTERNATE RECORD KEY IS CALCHIST-DATA
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CALCHIST.
           SELECT CALCESTA ASSIGN TO "CALCESTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCESTA-CHAVE
               FILE STATUS IS WS-STATUS-CALCESTA.
           SELECT RELATORIO ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
       COPY CALCLOG.
       FD  CALCHIST.
       COPY CALCHIST.
       FD  CALCESTA.
       COPY CALCESTA.
       FD  RELATORIO.
       01  REL-REGISTRO             PIC X(132).
       FD  CALCRCAT.
       WORKING-STORAGE SECTION.
       77  WS-STATUS-CALCLOG        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCHIST       PIC X(02) VALUE "00".
       77  WS-STATUS-CALCESTA       PIC X(02) VALUE "00".
       77  WS-TOTAL-DIVERG-ESTAT    PIC 9(08) VALUE ZEROS.
       77  WS-SW-ESTATISTICA        PIC X(01) VALUE "N".
           88  WS-ESTATISTICA-LIDA      VALUE "S".
       77  WS-STATUS-RELATORIO      PIC X(02) VALUE "00".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
               10  WS-HIST-SW-CASADO    PIC X(01).

      *----------------------------------------------------------------*
      * TOTAIS DE CONTROLE POR OPERACAO, NOS DOIS ARQUIVOS E NAS       *
      * ESTATISTICAS                                                   *
      *----------------------------------------------------------------*
       01  WS-TABELA-TOTAIS.
           05  WS-TOT-ENTRADA OCCURS 10 TIMES
                   INDEXED BY WS-IDX-TOT.
               10  WS-TOT-CODIGO        PIC X(01).
               10  WS-TOT-NOME          PIC X(13).
               10  WS-TOT-LOG-VALOR     PIC S9(11)V99.
               10  WS-TOT-HIST-QTDE     PIC 9(08).
               10  WS-TOT-HIST-VALOR    PIC S9(11)V99.
               10  WS-TOT-ESTA-QTDE     PIC 9(08).
               10  WS-TOT-ESTA-VALOR    PIC S9(11)V99.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO                                            *
           05  WS-TOT-LIN-HIST-QTDE PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-TOT-LIN-HIST-VAL  PIC -(11)9.99.
           05  FILLER               PIC X(08) VALUE " ESTAT: ".
           05  WS-TOT-LIN-ESTA-QTDE PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-TOT-LIN-ESTA-VAL  PIC -(11)9.99.
           05  WS-TOT-LIN-MARCA     PIC X(12) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
               PERFORM 2000-CARREGAR-HIST THRU 2000-EXIT
               PERFORM 3000-CONFERIR-LOG THRU 3000-EXIT
               PERFORM 4000-LISTAR-HIST-SEM-LOG THRU 4000-EXIT
               PERFORM 5000-APURAR-ESTATISTICA THRU 5000-EXIT
               PERFORM 8000-EMITIR-TOTAIS THRU 8000-EXIT
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.
           ACCEPT WS-DATA-BASE FROM DATE YYYYMMDD.
           EVALUATE WS-PRM-DATA
               WHEN "ONTEM"
                   MOVE "U" TO WS-FUNCAO-DATA
                   CALL "CALCDATA" USING WS-FUNCAO-DATA,
                       WS-DATA-BASE, WS-DATA-RESOLVIDA-DE,
                       WS-DATA-RESOLVIDA-ATE
           MOVE "RESTO" TO WS-TOT-NOME(5).
           MOVE "J" TO WS-TOT-CODIGO(6).
           MOVE "JUROS COMP" TO WS-TOT-NOME(6).
           MOVE "F" TO WS-TOT-CODIGO(7).
           MOVE "AMORTIZACAO" TO WS-TOT-NOME(7).
           MOVE "C" TO WS-TOT-CODIGO(8).
           MOVE "CONVERSAO" TO WS-TOT-NOME(8).
           MOVE "P" TO WS-TOT-CODIGO(9).
           MOVE "RATEIO" TO WS-TOT-NOME(9).
           MOVE "I" TO WS-TOT-CODIGO(10).
           MOVE "RETENCAO" TO WS-TOT-NOME(10).
           PERFORM VARYING WS-IDX-TOT FROM 1 BY 1
                   UNTIL WS-IDX-TOT > 10
               MOVE ZEROS TO WS-TOT-LOG-QTDE(WS-IDX-TOT)
               MOVE ZEROS TO WS-TOT-LOG-VALOR(WS-IDX-TOT)
               MOVE ZEROS TO WS-TOT-HIST-QTDE(WS-IDX-TOT)
               MOVE ZEROS TO WS-TOT-HIST-VALOR(WS-IDX-TOT)
               MOVE ZEROS TO WS-TOT-ESTA-QTDE(WS-IDX-TOT)
               MOVE ZEROS TO WS-TOT-ESTA-VALOR(WS-IDX-TOT)
           END-PERFORM.
           ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD.
           PERFORM 8500-DEFINIR-NOME-RELATORIO THRU 8500-EXIT.
           MOVE CALCHIST-HORA TO WS-HIST-HORA(WS-IDX-HIST).
           MOVE "N" TO WS-HIST-SW-CASADO(WS-IDX-HIST).
           PERFORM VARYING WS-IDX-TOT FROM 1 BY 1
                   UNTIL WS-IDX-TOT > 10
               IF CALCHIST-OPERACAO = WS-TOT-CODIGO(WS-IDX-TOT)
                   ADD 1 TO WS-TOT-HIST-QTDE(WS-IDX-TOT)
                   ADD CALCHIST-RESULTADO

       3200-CASAR-REGISTRO.
           PERFORM VARYING WS-IDX-TOT FROM 1 BY 1
                   UNTIL WS-IDX-TOT > 10
               IF CALCLOG-OPERACAO = WS-TOT-CODIGO(WS-IDX-TOT)
                   ADD 1 TO WS-TOT-LOG-QTDE(WS-IDX-TOT)
                   ADD CALCLOG-RESULTADO
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-APURAR-ESTATISTICA - LANCAMENTOS E VALOR POR OPERACAO NAS *
      * CHAVES DA DATA CONFERIDA NO CALCESTA.DAT, PARA A TERCEIRA      *
      * CONFERENCIA (ESTATISTICAS X HISTORICO)                         *
      *----------------------------------------------------------------*
       5000-APURAR-ESTATISTICA.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           OPEN INPUT CALCESTA.
           IF WS-STATUS-CALCESTA NOT = "00"
               DISPLAY "CALCESTA.DAT NAO ENCONTRADO - ESTATISTICAS NAO"
                   " CONFERIDAS"
               GO TO 5000-EXIT
           END-IF.
           MOVE "S" TO WS-SW-ESTATISTICA.
           MOVE LOW-VALUES TO CALCESTA-CHAVE.
           MOVE WS-DATA-CONFERIDA TO CALCESTA-DATA.
           START CALCESTA KEY IS NOT LESS THAN CALCESTA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           PERFORM 5100-LER-ESTATISTICA THRU 5100-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE CALCESTA.
       5000-EXIT.
           EXIT.

       5100-LER-ESTATISTICA.
           READ CALCESTA NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   IF CALCESTA-DATA NOT = WS-DATA-CONFERIDA
                       MOVE "S" TO WS-SW-FIM-ARQUIVO
                   ELSE
                       PERFORM 5200-SOMAR-OPERACAO THRU 5200-EXIT
                           VARYING WS-IDX-TOT FROM 1 BY 1
                           UNTIL WS-IDX-TOT > 10
                   END-IF
           END-READ.
       5100-EXIT.
           EXIT.

       5200-SOMAR-OPERACAO.
           IF CALCESTA-OPERACAO = WS-TOT-CODIGO(WS-IDX-TOT)
               ADD CALCESTA-LANCAMENTOS TO WS-TOT-ESTA-QTDE(WS-IDX-TOT)
               ADD CALCESTA-VALOR TO WS-TOT-ESTA-VALOR(WS-IDX-TOT)
           END-IF.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-EMITIR-TOTAIS - TOTAIS DE CONTROLE POR OPERACAO NOS DOIS  *
      * ARQUIVOS E NAS ESTATISTICAS, MARCANDO A LINHA QUE NAO FECHA    *
      * (*DIVERGE* LOG X HISTORICO, *ESTATIST* ESTATISTICAS X          *
      * HISTORICO, *DIV+ESTAT* AS DUAS)                                *
      *----------------------------------------------------------------*
       8000-EMITIR-TOTAIS.
           MOVE ALL "-" TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           PERFORM VARYING WS-IDX-TOT FROM 1 BY 1
                   UNTIL WS-IDX-TOT > 10
               MOVE SPACES TO WS-TOT-LIN-MARCA
               MOVE WS-TOT-NOME(WS-IDX-TOT) TO WS-TOT-LIN-NOME
               MOVE WS-TOT-LOG-QTDE(WS-IDX-TOT)
                   TO WS-TOT-LIN-HIST-QTDE
               MOVE WS-TOT-HIST-VALOR(WS-IDX-TOT)
                   TO WS-TOT-LIN-HIST-VAL
               MOVE WS-TOT-ESTA-QTDE(WS-IDX-TOT)
                   TO WS-TOT-LIN-ESTA-QTDE
               MOVE WS-TOT-ESTA-VALOR(WS-IDX-TOT)
                   TO WS-TOT-LIN-ESTA-VAL
               IF WS-TOT-LOG-QTDE(WS-IDX-TOT)
                       NOT = WS-TOT-HIST-QTDE(WS-IDX-TOT)
                   OR WS-TOT-LOG-VALOR(WS-IDX-TOT)
                       NOT = WS-TOT-HIST-VALOR(WS-IDX-TOT)
                   MOVE " *DIVERGE*" TO WS-TOT-LIN-MARCA
               END-IF
               IF WS-ESTATISTICA-LIDA
                   AND (WS-TOT-ESTA-QTDE(WS-IDX-TOT)
                       NOT = WS-TOT-HIST-QTDE(WS-IDX-TOT)
                   OR WS-TOT-ESTA-VALOR(WS-IDX-TOT)
                       NOT = WS-TOT-HIST-VALOR(WS-IDX-TOT))
                   ADD 1 TO WS-TOTAL-DIVERG-ESTAT
                   IF WS-TOT-LIN-MARCA = SPACES
                       MOVE " *ESTATIST*" TO WS-TOT-LIN-MARCA
                   ELSE
                       MOVE " *DIV+ESTAT*" TO WS-TOT-LIN-MARCA
                   END-IF
               END-IF
               WRITE REL-REGISTRO FROM WS-LINHA-TOTAL
           END-PERFORM.
           MOVE ALL "-" TO REL-REGISTRO.
           STRING "TOTAL DE DISCREPANCIAS: " WS-TOTAL-DIVERGENCIAS
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE SPACES TO REL-REGISTRO.
           IF WS-ESTATISTICA-LIDA
               STRING "OPERACOES COM ESTATISTICA DIVERGENTE: "
                   WS-TOTAL-DIVERG-ESTAT
                   DELIMITED BY SIZE INTO REL-REGISTRO
           ELSE
               MOVE "CALCESTA.DAT AUSENTE - ESTATISTICAS NAO CONFERIDAS"
                   TO REL-REGISTRO
           END-IF.
           WRITE REL-REGISTRO.
           IF WS-TOTAL-DIVERG-ESTAT NOT = ZEROS
               MOVE "RODAR O CALCRBLD NO MODO E (ESTATISTICAS)"
                   TO REL-REGISTRO
               WRITE REL-REGISTRO
           END-IF.
       8000-EXIT.
           EXIT.

           CLOSE RELATORIO.
           PERFORM 8600-CATALOGAR-RELATORIO THRU 8600-EXIT.
           DISPLAY "DISCREPANCIAS ENCONTRADAS: " WS-TOTAL-DIVERGENCIAS.
           DISPLAY "OPERACOES COM ESTATISTICA DIVERGENTE: "
               WS-TOTAL-DIVERG-ESTAT.
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.
           DISPLAY "CALCRECN - CONCILIACAO ENCERRADA".
       9000-EXIT.
