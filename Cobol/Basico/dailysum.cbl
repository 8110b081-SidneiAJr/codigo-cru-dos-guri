      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 09/08/2026
      * PURPOSE:    Emite um resumo dos calculos feitos na data de
      *             hoje - quantidade e total acumulado do resultado,
      *             por tipo de operacao, alem da quantidade de
      *             calculos que retornaram erro. Os totais vem do
      *             arquivo de estatisticas de lancamento CALCESTA.DAT,
      *             somado pelo ESTATIST no mesmo passo da gravacao do
      *             historico: o programa posiciona na data de hoje
      *             (primeira parte da chave) e le so as chaves do dia,
      *             em vez de varrer o CALCLOG.DAT inteiro.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * 21/08/26 RPS   LANCAMENTO DE ESTORNO ABATE A CONTAGEM DA       *
      *                OPERACAO (O VALOR NEGATIVO JA SE ANULA SOZINHO) *
      *                E SAI CONTADO NA LINHA PROPRIA DE ESTORNOS.     *
      * 15/10/26 RPS   LINHA DA OPERACAO F (AMORTIZACAO).              *
      * 15/10/26 RPS   LINHA DA OPERACAO C (CONVERSAO).                *
      * 15/10/26 RPS   LINHA DA OPERACAO P (RATEIO).                   *
      * 15/10/26 RPS   LINHA DA OPERACAO I (RETENCAO NA FONTE).        *
      * 15/10/26 RPS   TOTAIS LIDOS DO ARQUIVO DE ESTATISTICAS         *
      *                CALCESTA.DAT PELA DATA DE HOJE, SEM VARRER O    *
      *                CALCLOG.DAT INTEIRO.                            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAILYSUM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCESTA ASSIGN TO "CALCESTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCESTA-CHAVE
               FILE STATUS IS WS-STATUS-CALCESTA.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCESTA.
       COPY CALCESTA.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-CALCESTA       PIC X(02) VALUE "00".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-SW-CALCESTA-ABERTO    PIC X(01) VALUE "N".
           88  WS-CALCESTA-ABERTO       VALUE "S".
       77  WS-TOTAL-REGISTROS       PIC 9(08) VALUE ZEROS.
       77  WS-TOTAL-ERROS           PIC 9(08) VALUE ZEROS.
       77  WS-TOTAL-ESTORNOS        PIC 9(08) VALUE ZEROS.
       77  WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

       01  WS-RESUMO-OPERACAO.
           05  WS-RESUMO-ENTRADA OCCURS 10 TIMES
                   INDEXED BY WS-IDX.
               10  WS-RESUMO-CODIGO     PIC X(01).
               10  WS-RESUMO-NOME       PIC X(13).
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WS-CALCESTA-ABERTO
               PERFORM 2000-LER-REGISTRO THRU 2000-EXIT
               PERFORM 3000-PROCESSAR-REGISTRO THRU 3000-EXIT
                   UNTIL WS-FIM-ARQUIVO
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIALIZAR - MONTA A TABELA DE OPERACOES, ABRE AS        *
      * ESTATISTICAS E POSICIONA NA PRIMEIRA CHAVE DE HOJE             *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           MOVE "RESTO" TO WS-RESUMO-NOME(5).
           MOVE "J" TO WS-RESUMO-CODIGO(6).
           MOVE "JUROS COMP" TO WS-RESUMO-NOME(6).
           MOVE "F" TO WS-RESUMO-CODIGO(7).
           MOVE "AMORTIZACAO" TO WS-RESUMO-NOME(7).
           MOVE "C" TO WS-RESUMO-CODIGO(8).
           MOVE "CONVERSAO" TO WS-RESUMO-NOME(8).
           MOVE "P" TO WS-RESUMO-CODIGO(9).
           MOVE "RATEIO" TO WS-RESUMO-NOME(9).
           MOVE "I" TO WS-RESUMO-CODIGO(10).
           MOVE "RETENCAO" TO WS-RESUMO-NOME(10).
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
               MOVE ZEROS TO WS-RESUMO-QTDE(WS-IDX)
               MOVE ZEROS TO WS-RESUMO-TOTAL(WS-IDX)
           END-PERFORM.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CALCESTA.
           IF WS-STATUS-CALCESTA NOT = "00"
               DISPLAY "CALCESTA.DAT NAO ENCONTRADO - RODAR O CALCRBLD"
                   " NO MODO E"
               GO TO 1000-EXIT
           END-IF.
           MOVE "S" TO WS-SW-CALCESTA-ABERTO.
           MOVE LOW-VALUES TO CALCESTA-CHAVE.
           MOVE WS-DATA-HOJE TO CALCESTA-DATA.
           START CALCESTA KEY IS NOT LESS THAN CALCESTA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
       1000-EXIT.
           EXIT.

       2000-LER-REGISTRO.
           IF WS-FIM-ARQUIVO
               GO TO 2000-EXIT
           END-IF.
           READ CALCESTA NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   IF CALCESTA-DATA NOT = WS-DATA-HOJE
                       MOVE "S" TO WS-SW-FIM-ARQUIVO
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-PROCESSAR-REGISTRO - ACUMULA A CHAVE DE ESTATISTICA LIDA  *
      * (DEPARTAMENTO, OPERADOR, OPERACAO E MOEDA DO DIA) NOS TOTAIS E *
      * NA LINHA DA OPERACAO, E LE A PROXIMA. A QUANTIDADE JA VEM      *
      * LIQUIDA - O LANCAMENTO DE ESTORNO ABATE UM                     *
      *----------------------------------------------------------------*
       3000-PROCESSAR-REGISTRO.
           ADD CALCESTA-LANCAMENTOS TO WS-TOTAL-REGISTROS.
           ADD CALCESTA-ERROS TO WS-TOTAL-ERROS.
           ADD CALCESTA-ESTORNOS TO WS-TOTAL-ESTORNOS.
           PERFORM 3100-SOMAR-OPERACAO THRU 3100-EXIT
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10.
           PERFORM 2000-LER-REGISTRO THRU 2000-EXIT.
       3000-EXIT.
           EXIT.

       3100-SOMAR-OPERACAO.
           IF CALCESTA-OPERACAO = WS-RESUMO-CODIGO(WS-IDX)
               ADD CALCESTA-QTDE TO WS-RESUMO-QTDE(WS-IDX)
               ADD CALCESTA-VALOR TO WS-RESUMO-TOTAL(WS-IDX)
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-EMITIR-RESUMO - IMPRIME A CONTAGEM E O TOTAL POR OPERACAO *
      *----------------------------------------------------------------*
           DISPLAY " ".
           DISPLAY "RESUMO DIARIO DE CALCULOS EM " WS-DATA-HOJE.
           DISPLAY "-------------------------------------------------".
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
               DISPLAY WS-RESUMO-NOME(WS-IDX) " QTDE: "
                   WS-RESUMO-QTDE(WS-IDX) " TOTAL: "
                   WS-RESUMO-TOTAL(WS-IDX)
           EXIT.

       9000-FINALIZAR.
           IF WS-CALCESTA-ABERTO
               CLOSE CALCESTA
           END-IF.
           DISPLAY "DAILYSUM - RESUMO ENCERRADO".
       9000-EXIT.
