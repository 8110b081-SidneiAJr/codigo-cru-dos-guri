      *             o controle CALCCHN.DAT. Termina com RETURN-CODE 0
      *             (integro) ou 12 (reprovado); roda sozinho para os
      *             auditores e e chamado pelo CALCRBLD antes de uma
      *             reconstrucao. O veredicto fica gravado em
      *             CALCMSG.DAT (0280 integro, 0281 reprovado) para a
      *             passagem de turno do CALCTURN saber se a ultima
      *             verificacao passou.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 03/09/26 RPS   PROGRAMA CRIADO - VERIFICACAO DA CORRENTE DO    *
      *                LOG LACRADO.                                    *
      * 15/10/26 RPS   VEREDICTO GRAVADO EM CALCMSG.DAT (0280 INTEGRO, *
      *                0281 REPROVADO) PARA A PASSAGEM DE TURNO;       *
      *                CALCLOG.DAT AUSENTE PASSA A REPROVAR.           *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGVRFY.
           SELECT CALCCHN ASSIGN TO "CALCCHN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCCHN.
           SELECT CALCMSG ASSIGN TO "CALCMSG.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCMSG.

       DATA DIVISION.
       FILE SECTION.
       COPY CALCLOG.
       FD  CALCCHN.
       COPY CALCCHN.
       FD  CALCMSG.
       COPY CALCMSG.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-CALCLOG        PIC X(02) VALUE "00".
       77  WS-CHAIN-NOVO            PIC 9(08) VALUE ZEROS.
       77  WS-ULT-SEQ-LIDA          PIC 9(08) VALUE ZEROS.
       77  WS-ULT-CHAIN-LIDA        PIC 9(08) VALUE ZEROS.
       77  WS-OPERADOR-VRFY         PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------*
      * CAMPOS DA MENSAGEM DE OPERACAO A GRAVAR EM CALCMSG.DAT         *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCMSG        PIC X(02) VALUE "00".
       77  WS-MSG-NUMERO            PIC 9(04) VALUE ZEROS.
       77  WS-MSG-SEVERIDADE        PIC X(01) VALUE "I".
       77  WS-MSG-TEXTO             PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * 9000-FINALIZAR - CONFERE O ULTIMO REGISTRO CONTRA O CONTROLE   *
      * E DEVOLVE O VEREDICTO NO RETURN-CODE E NO CALCMSG.DAT; LOG     *
      * AUSENTE CONTA COMO REPROVADO                                   *
      *----------------------------------------------------------------*
       9000-FINALIZAR.
           IF WS-STATUS-CALCLOG = "00" OR WS-STATUS-CALCLOG = "10"
               CLOSE CALCLOG
           ELSE
               ADD 1 TO WS-CONT-QUEBRAS
           END-IF.
           IF WS-CONT-REGISTROS > ZEROS
               IF WS-ULT-SEQ-LIDA NOT = CALCCHN-ULT-SEQUENCIA
           END-IF.
           DISPLAY "REGISTROS VERIFICADOS: " WS-CONT-REGISTROS.
           DISPLAY "QUEBRAS APONTADAS    : " WS-CONT-QUEBRAS.
           MOVE SPACES TO WS-MSG-TEXTO.
           IF WS-CONT-QUEBRAS = ZEROS
               DISPLAY "LOG INTEGRO - CORRENTE CONTINUA"
               MOVE 0280 TO WS-MSG-NUMERO
               MOVE "I" TO WS-MSG-SEVERIDADE
               STRING "LACRE DO LOG INTEGRO - " WS-CONT-REGISTROS
                   " REG" DELIMITED BY SIZE INTO WS-MSG-TEXTO
           ELSE
               DISPLAY "LOG REPROVADO - INVESTIGAR ANTES DE CONFIAR"
               MOVE 0281 TO WS-MSG-NUMERO
               MOVE "E" TO WS-MSG-SEVERIDADE
               STRING "LACRE REPROVADO - " WS-CONT-QUEBRAS
                   " QUEBRAS" DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-IF.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           IF WS-CONT-QUEBRAS = ZEROS
               MOVE ZEROS TO RETURN-CODE
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF.
           DISPLAY "LOGVRFY - VERIFICACAO ENCERRADA".
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7900-GRAVAR-MENSAGEM - GRAVA UMA MENSAGEM DE OPERACAO NO       *
      * ARQUIVO CENTRAL CALCMSG.DAT (ABRE, GRAVA E FECHA NO ATO)       *
      *----------------------------------------------------------------*
       7900-GRAVAR-MENSAGEM.
           OPEN EXTEND CALCMSG.
           IF WS-STATUS-CALCMSG = "05" OR WS-STATUS-CALCMSG = "35"
               OPEN OUTPUT CALCMSG
               CLOSE CALCMSG
               OPEN EXTEND CALCMSG
           END-IF.
           MOVE WS-MSG-NUMERO TO CALCMSG-NUMERO.
           MOVE WS-MSG-SEVERIDADE TO CALCMSG-SEVERIDADE.
           MOVE "LOGVRFY " TO CALCMSG-PROGRAMA.
           ACCEPT CALCMSG-DATA FROM DATE YYYYMMDD.
           ACCEPT CALCMSG-HORA FROM TIME.
           MOVE ZEROS TO CALCMSG-TRANSACAO.
           MOVE ZEROS TO CALCMSG-NUM-REGISTRO.
           ACCEPT WS-OPERADOR-VRFY FROM ENVIRONMENT "CALCOPER".
           MOVE WS-OPERADOR-VRFY TO CALCMSG-OPERADOR.
           MOVE WS-MSG-TEXTO TO CALCMSG-TEXTO.
           MOVE "P" TO CALCMSG-SW-SITUACAO.
           MOVE SPACES TO CALCMSG-REV-OPERADOR.
           MOVE ZEROS TO CALCMSG-REV-DATA.
           MOVE ZEROS TO CALCMSG-REV-HORA.
           WRITE CALCMSG-REGISTRO.
           CLOSE CALCMSG.
       7900-EXIT.
           EXIT.
