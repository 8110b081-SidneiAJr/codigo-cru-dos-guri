      * 03/09/26 RPS   DEPARTAMENTO DO LOTE RECORRENTE PEDIDO NA       *
      *                ABERTURA, VALIDADO EM DEPTMST.DAT E GRAVADO NO  *
      *                CABECALHO.                                      *
      * 15/10/26 RPS   MENSAL CUJO DIA CAI EM FIM DE SEMANA OU FERIADO *
      *                DO CALENDARIO CALNDMST PASSA A VENCER NO        *
      *                PROXIMO DIA UTIL (TABELA DE VENCIMENTOS DA      *
      *                NOITE PELO CALCDATA).                           *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STDGEN.
       77  WS-CONT-DEVIDAS          PIC 9(05) VALUE ZEROS.
       77  WS-CONT-GERADAS          PIC 9(05) VALUE ZEROS.
       77  WS-CONT-PULADAS          PIC 9(05) VALUE ZEROS.
       77  WS-CONT-ADIADAS          PIC 9(05) VALUE ZEROS.
       77  WS-HASH-OPERANDOS        PIC 9(11)V99 VALUE ZEROS.
       01  conv-valor               PIC S9(05)V99 VALUE ZEROS.
       77  WS-VALOR-UM              PIC S9(05)V99 VALUE ZEROS.
           05  FILLER               PIC X(06).
           05  WS-NOITE-DIA         PIC 9(02).

      *----------------------------------------------------------------*
      * DIAS DO MES VENCIDOS NESTA NOITE - O DIA DA NOITE, QUANDO E    *
      * UTIL, MAIS OS DIAS NAO UTEIS LOGO ANTES DELE (FIM DE SEMANA,   *
      * FERIADO), CUJAS MENSAIS FORAM ADIADAS PARA ESTE DIA UTIL       *
      *----------------------------------------------------------------*
       01  WS-TAB-VENCIMENTO.
           05  WS-VENCE-DIA         PIC X(01) OCCURS 31 TIMES.
               88  WS-VENCE             VALUE "S".
       77  WS-FUNCAO-DATA           PIC X(01) VALUE SPACES.
       77  WS-DATA-DE               PIC 9(08) VALUE ZEROS.
       77  WS-DATA-ATE              PIC 9(08) VALUE ZEROS.
       77  WS-PASSOS                PIC 9(02) VALUE ZEROS.
       77  WS-SW-RECUO-FIM          PIC X(01) VALUE "N".
           88  WS-RECUO-FIM             VALUE "S".
       01  WS-DATA-RECUO            PIC 9(08) VALUE ZEROS.
       01  WS-DATA-RECUO-D REDEFINES WS-DATA-RECUO.
           05  FILLER               PIC X(06).
           05  WS-RECUO-DIA         PIC 9(02).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
               DELIMITED BY SIZE INTO WS-LOTE-ID.
           DISPLAY "DATA DA NOITE: " WS-DATA-NOITE
               "  LOTE: " WS-LOTE-ID.
           PERFORM 1600-MONTAR-VENCIMENTOS THRU 1600-EXIT.
           DISPLAY "INFORME O DEPARTAMENTO DO LOTE RECORRENTE:".
           ACCEPT WS-DEPTO.
           PERFORM 1500-VALIDAR-DEPTO THRU 1500-EXIT.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1600-MONTAR-VENCIMENTOS - MENSAL CUJO DIA CAI EM DIA NAO UTIL  *
      * VENCE NO PROXIMO DIA UTIL: NUMA NOITE UTIL VENCEM O PROPRIO    *
      * DIA E OS DIAS NAO UTEIS IMEDIATAMENTE ANTERIORES; NUMA NOITE   *
      * NAO UTIL NENHUMA MENSAL VENCE (CALENDARIO PELO CALCDATA)       *
      *----------------------------------------------------------------*
       1600-MONTAR-VENCIMENTOS.
           MOVE ALL "N" TO WS-TAB-VENCIMENTO.
           MOVE "P" TO WS-FUNCAO-DATA.
           CALL "CALCDATA" USING WS-FUNCAO-DATA, WS-DATA-NOITE,
               WS-DATA-DE, WS-DATA-ATE.
           IF WS-DATA-DE NOT = WS-DATA-NOITE
               DISPLAY "NOITE EM DIA NAO UTIL - MENSAIS DE HOJE VENCEM"
                   " EM " WS-DATA-DE
               GO TO 1600-EXIT
           END-IF.
           MOVE "S" TO WS-VENCE-DIA(WS-NOITE-DIA).
           MOVE WS-DATA-NOITE TO WS-DATA-RECUO.
           MOVE ZEROS TO WS-PASSOS.
           MOVE "N" TO WS-SW-RECUO-FIM.
           PERFORM 1610-RECUAR-DIA THRU 1610-EXIT
               UNTIL WS-RECUO-FIM.
       1600-EXIT.
           EXIT.

       1610-RECUAR-DIA.
           MOVE "D" TO WS-FUNCAO-DATA.
           CALL "CALCDATA" USING WS-FUNCAO-DATA, WS-DATA-RECUO,
               WS-DATA-DE, WS-DATA-ATE.
           MOVE WS-DATA-DE TO WS-DATA-RECUO.
           ADD 1 TO WS-PASSOS.
           MOVE "P" TO WS-FUNCAO-DATA.
           CALL "CALCDATA" USING WS-FUNCAO-DATA, WS-DATA-RECUO,
               WS-DATA-DE, WS-DATA-ATE.
           IF WS-DATA-DE = WS-DATA-RECUO OR WS-PASSOS > 31
               MOVE "S" TO WS-SW-RECUO-FIM
               GO TO 1610-EXIT
           END-IF.
           MOVE "S" TO WS-VENCE-DIA(WS-RECUO-DIA).
       1610-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-GERAR-DEVIDAS - PERCORRE O CADASTRO E GERA UM DETALHE     *
      * POR DEFINICAO DEVIDA NA DATA DA NOITE                          *
                               PERFORM 2200-GERAR-DETALHE
                                   THRU 2200-EXIT
                           WHEN CALCSTD-FREQ-MENSAL
                               PERFORM 2150-VERIFICAR-MENSAL
                                   THRU 2150-EXIT
                           WHEN CALCSTD-FREQ-UNICA
                                   AND CALCSTD-DATA = WS-DATA-NOITE
                               PERFORM 2200-GERAR-DETALHE
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2150-VERIFICAR-MENSAL - A MENSAL VENCE QUANDO O SEU DIA ESTA   *
      * NA TABELA DA NOITE; A ADIADA DE DIA NAO UTIL E AVISADA         *
      *----------------------------------------------------------------*
       2150-VERIFICAR-MENSAL.
           IF CALCSTD-DIA < 1 OR CALCSTD-DIA > 31
               GO TO 2150-EXIT
           END-IF.
           IF NOT WS-VENCE(CALCSTD-DIA)
               GO TO 2150-EXIT
           END-IF.
           IF CALCSTD-DIA NOT = WS-NOITE-DIA
               DISPLAY "DEFINICAO " CALCSTD-CODIGO " DO DIA "
                   CALCSTD-DIA " ADIADA PARA O DIA UTIL " WS-DATA-NOITE
               ADD 1 TO WS-CONT-ADIADAS
           END-IF.
           PERFORM 2200-GERAR-DETALHE THRU 2200-EXIT.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-GERAR-DETALHE - CONVERTE OS OPERANDOS PARA O HASH (COM A  *
      * TAXA RESOLVIDA QUANDO O OPERANDO DOIS E C+CODIGO) E GRAVA O    *
           DISPLAY "DEFINICOES DEVIDAS : " WS-CONT-DEVIDAS.
           DISPLAY "DETALHES GERADOS   : " WS-CONT-GERADAS.
           DISPLAY "DEFINICOES PULADAS : " WS-CONT-PULADAS.
           DISPLAY "MENSAIS ADIADAS    : " WS-CONT-ADIADAS.
           DISPLAY "LOTE " WS-LOTE-ID " GRAVADO EM CALCIN.DAT".
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           IF WS-CONT-PULADAS = ZEROS
