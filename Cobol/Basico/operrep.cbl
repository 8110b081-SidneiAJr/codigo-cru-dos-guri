      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 03/09/2026
      * PURPOSE:    Relatorio de atividade por operador. Recebe uma
      *             faixa de datas, le o arquivo de estatisticas de
      *             lancamento CALCESTA.DAT a partir da data inicial
      *             (primeira parte da chave) e imprime em OPERREP.REL
      *             (132 colunas, mesma impressora do CALCPER.REL), por
      *             operador: a quantidade e o valor acumulado por
      *             operacao, a quantidade de calculos que retornaram
      *             erro (CALCHIST-RETORNO diferente de zero), os
      *             estornos solicitados (lancamentos com situacao R
      *             gravados pelo operador) e os sofridos (calculos do
      *             operador marcados com situacao E, contados na data
      *             do calculo estornado). O nome vem do cadastro
      *             OPERMST.DAT pela chave, no lugar do codigo seco de
      *             quatro letras.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      *                NO CATALOGO CALCRCAT.DAT (REEXIBICAO E EXPURGO  *
      *                PELO RPTVIEW) - O .REL FIXO EM OUTPUT DESTRUIA  *
      *                A EMISSAO ANTERIOR A CADA RODADA.               *
      * 15/10/26 RPS   AMORTIZACAO (F) NA QUEBRA POR OPERACAO          *
      * 15/10/26 RPS   CONVERSAO (C) NA QUEBRA POR OPERACAO.           *
      * 15/10/26 RPS   RATEIO (P) NA QUEBRA POR OPERACAO.              *
      * 15/10/26 RPS   RETENCAO (I) NA QUEBRA POR OPERACAO.            *
      * 15/10/26 RPS   TOTAIS POR OPERADOR LIDOS DO ARQUIVO DE         *
      *                ESTATISTICAS CALCESTA.DAT, SEM VARRER O         *
      *                CALCHIST.DAT.                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERREP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCESTA ASSIGN TO "CALCESTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCESTA-CHAVE
               FILE STATUS IS WS-STATUS-CALCESTA.
           SELECT OPERMST ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM

       DATA DIVISION.
       FILE SECTION.
       FD  CALCESTA.
       COPY CALCESTA.
       FD  OPERMST.
       COPY CALCOPER.
       FD  RELATORIO.
       COPY CALCRCAT.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-CALCESTA       PIC X(02) VALUE "00".
       77  WS-STATUS-OPERMST        PIC X(02) VALUE "00".
       77  WS-STATUS-RELATORIO      PIC X(02) VALUE "00".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".

      *----------------------------------------------------------------*
      * TABELA DE ACUMULADORES POR OPERADOR - QUANTIDADE E VALOR POR   *
      * OPERACAO (1=A 2=S 3=M 4=D 5=R 6=J 7=F 8=C 9=P 10=I), ERROS E   *
      * ESTORNOS                                                       *
      *----------------------------------------------------------------*
       01  WS-TABELA-OPERADORES.
           05  WS-OPER-ENTRADA OCCURS 50 TIMES
                   INDEXED BY WS-IDX-OPER.
               10  WS-OPER-CODIGO       PIC X(04).
               10  WS-OPER-NOME         PIC X(30).
               10  WS-OPER-OP OCCURS 10 TIMES.
                   15  WS-OPER-QTDE     PIC S9(08).
                   15  WS-OPER-VALOR    PIC S9(09)V99.
               10  WS-OPER-ERROS        PIC 9(08).
               10  WS-OPER-EST-SOLIC    PIC 9(08).
               10  WS-OPER-EST-SOFRIDO  PIC 9(08).
       01  WS-TABELA-CODIGOS.
           05  FILLER               PIC X(10) VALUE "ASMDRJFCPI".
       01  WS-CODIGOS REDEFINES WS-TABELA-CODIGOS.
           05  WS-CODIGO-OP         PIC X(01) OCCURS 10 TIMES.
       01  WS-TABELA-NOMES-OP.
           05  FILLER               PIC X(13) VALUE "SOMA".
           05  FILLER               PIC X(13) VALUE "SUBTRACAO".
           05  FILLER               PIC X(13) VALUE "DIVISAO".
           05  FILLER               PIC X(13) VALUE "RESTO".
           05  FILLER               PIC X(13) VALUE "JUROS COMP".
           05  FILLER               PIC X(13) VALUE "AMORTIZACAO".
           05  FILLER               PIC X(13) VALUE "CONVERSAO".
           05  FILLER               PIC X(13) VALUE "RATEIO".
           05  FILLER               PIC X(13) VALUE "RETENCAO".
       01  WS-NOMES-OP REDEFINES WS-TABELA-NOMES-OP.
           05  WS-NOME-OP           PIC X(13) OCCURS 10 TIMES.
       77  WS-IDX-OP                PIC 9(02) COMP VALUE ZEROS.

      *----------------------------------------------------------------*
               DISPLAY "FAIXA DE DATAS INVALIDA - NADA FOI FEITO"
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CALCESTA.
           IF WS-STATUS-CALCESTA NOT = "00"
               DISPLAY "CALCESTA.DAT NAO ENCONTRADO - RODAR O CALCRBLD"
                   " NO MODO E"
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT OPERMST.
      * POR OPERADOR ATE PASSAR DA DATA FINAL                          *
      *----------------------------------------------------------------*
       2000-PROCESSAR-PERIODO.
           MOVE LOW-VALUES TO CALCESTA-CHAVE.
           MOVE WS-DATA-DE TO CALCESTA-DATA.
           START CALCESTA KEY IS NOT LESS THAN CALCESTA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           PERFORM 2100-LER-ESTATISTICA THRU 2100-EXIT
               UNTIL WS-FIM-ARQUIVO.
       2000-EXIT.
           EXIT.

       2100-LER-ESTATISTICA.
           READ CALCESTA NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   IF CALCESTA-DATA > WS-DATA-ATE
                       MOVE "S" TO WS-SW-FIM-ARQUIVO
                   ELSE
                       PERFORM 2200-ACUMULAR-REGISTRO THRU 2200-EXIT
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-ACUMULAR-REGISTRO - SOMA A CHAVE DE ESTATISTICA NO        *
      * OPERADOR DELA; A QUANTIDADE JA VEM LIQUIDA DOS ESTORNOS        *
      *----------------------------------------------------------------*
       2200-ACUMULAR-REGISTRO.
           ADD CALCESTA-LANCAMENTOS TO WS-TOTAL-CALCULOS.
           MOVE CALCESTA-OPERADOR TO CALCOPER-CODIGO.
           PERFORM 2300-LOCALIZAR-OPERADOR THRU 2300-EXIT.
           IF WS-SUB-ACHADO = ZEROS
               GO TO 2200-EXIT
           END-IF.
           SET WS-IDX-OPER TO WS-SUB-ACHADO.
           PERFORM 2250-SOMAR-OPERACAO THRU 2250-EXIT
               VARYING WS-IDX-OP FROM 1 BY 1 UNTIL WS-IDX-OP > 10.
           ADD CALCESTA-ERROS TO WS-OPER-ERROS(WS-IDX-OPER).
           ADD CALCESTA-ESTORNOS TO WS-OPER-EST-SOLIC(WS-IDX-OPER).
           ADD CALCESTA-ESTORNADOS TO WS-OPER-EST-SOFRIDO(WS-IDX-OPER).
       2200-EXIT.
           EXIT.

       2250-SOMAR-OPERACAO.
           IF CALCESTA-OPERACAO = WS-CODIGO-OP(WS-IDX-OP)
               ADD CALCESTA-QTDE
                   TO WS-OPER-QTDE(WS-IDX-OPER, WS-IDX-OP)
               ADD CALCESTA-VALOR
                   TO WS-OPER-VALOR(WS-IDX-OPER, WS-IDX-OP)
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-LOCALIZAR-OPERADOR - PROCURA O OPERADOR DO REGISTRO NA    *
      * TABELA; AINDA NAO VISTO E INCLUIDO COM O NOME BUSCADO PELA     *
           ADD 1 TO WS-OPER-CARREGADOS.
           MOVE WS-OPER-CARREGADOS TO WS-SUB-ACHADO.
           SET WS-IDX-OPER TO WS-SUB-ACHADO.
           MOVE CALCESTA-OPERADOR TO WS-OPER-CODIGO(WS-IDX-OPER).
           MOVE SPACES TO WS-OPER-NOME(WS-IDX-OPER).
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > 10
               MOVE ZEROS TO WS-OPER-QTDE(WS-IDX-OPER, WS-IDX-OP)
               MOVE ZEROS TO WS-OPER-VALOR(WS-IDX-OPER, WS-IDX-OP)
           END-PERFORM.
           MOVE ZEROS TO WS-OPER-EST-SOLIC(WS-IDX-OPER).
           MOVE ZEROS TO WS-OPER-EST-SOFRIDO(WS-IDX-OPER).
           IF WS-OPERMST-ABERTO
               MOVE CALCESTA-OPERADOR TO CALCOPER-CODIGO
               READ OPERMST
                   KEY IS CALCOPER-CODIGO
                   INVALID KEY
       2310-PROCURAR-NA-TABELA.
           ADD 1 TO WS-SUB.
           SET WS-IDX-OPER TO WS-SUB.
           IF WS-OPER-CODIGO(WS-IDX-OPER) = CALCESTA-OPERADOR
               MOVE WS-SUB TO WS-SUB-ACHADO
           END-IF.
       2310-EXIT.
           WRITE REL-REGISTRO FROM WS-LINHA-OPERADOR.
           ADD 2 TO WS-LINHAS-PAGINA.
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > 10
               IF WS-OPER-QTDE(WS-IDX-OPER, WS-IDX-OP) NOT = ZEROS
                   OR WS-OPER-VALOR(WS-IDX-OPER, WS-IDX-OP) NOT = ZEROS
                   MOVE WS-NOME-OP(WS-IDX-OP) TO WS-LIN-OP-NOME
           EXIT.

       9000-FINALIZAR.
           CLOSE CALCESTA.
           IF WS-OPERMST-ABERTO
               CLOSE OPERMST
           END-IF.
