      * 03/09/26 RPS   PROGRAMA CRIADO - CERTIFICACAO MENSAL DA        *
      *                JANELA NOTURNA COM APONTAMENTOS E CRUZAMENTO    *
      *                DOS REJEITADOS.                                 *
      * 15/10/26 RPS   REGISTRO DO REJ<LOTE>.DAT ALARGADO PARA 49      *
      *                POSICOES, ACOMPANHANDO A IMAGEM X(39) DO        *
      *                CALCREJ.                                        *
      * 15/10/26 RPS   NOITE SEM EXECUCAO SO E APONTADA EM DIA UTIL:   *
      *                FIM DE SEMANA E FERIADO DO CALENDARIO CALNDMST  *
      *                FICAM DE FORA (CALCDATA FUNCAO P).              *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCERT.
       FD  CALCRUN.
       COPY CALCRUN.
       FD  REJLOTE.
       01  REJLOTE-REGISTRO         PIC X(49).
       FD  RELATORIO.
       01  REL-REGISTRO             PIC X(132).
       FD  CALCRCAT.
       77  WS-DIA                   PIC 9(02) VALUE ZEROS.
       01  WS-TABELA-DIAS.
           05  WS-DIA-COM-RODADA    PIC X(01) OCCURS 31 TIMES.
       77  WS-DATA-NOITE            PIC 9(08) VALUE ZEROS.
       77  WS-FUNCAO-DATA           PIC X(01) VALUE SPACES.
       77  WS-DATA-DE               PIC 9(08) VALUE ZEROS.
       77  WS-DATA-ATE              PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      * EXECUCOES DO MES GUARDADAS PARA OS APONTAMENTOS E O            *
       8221-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8230-APONTAR-NOITE-VAZIA - SO DIA UTIL TEM JANELA NOTURNA;     *
      * FIM DE SEMANA E FERIADO DO CALENDARIO NAO SAO APONTADOS        *
      *----------------------------------------------------------------*
       8230-APONTAR-NOITE-VAZIA.
           IF WS-DIA-COM-RODADA(WS-DIA) = "S"
               GO TO 8230-EXIT
           END-IF.
           COMPUTE WS-DATA-NOITE = WS-PERIODO * 100 + WS-DIA.
           MOVE "P" TO WS-FUNCAO-DATA.
           CALL "CALCDATA" USING WS-FUNCAO-DATA, WS-DATA-NOITE,
               WS-DATA-DE, WS-DATA-ATE.
           IF WS-DATA-DE NOT = WS-DATA-NOITE
               GO TO 8230-EXIT
           END-IF.
           ADD 1 TO WS-APONTAMENTOS.
           MOVE SPACES TO WS-APO-TEXTO.
           STRING "NOITE SEM EXECUCAO - DIA " WS-DIA
               " DO MES " WS-PERIODO
               DELIMITED BY SIZE INTO WS-APO-TEXTO.
           WRITE REL-REGISTRO FROM WS-LINHA-APONTE.
       8230-EXIT.
           EXIT.

