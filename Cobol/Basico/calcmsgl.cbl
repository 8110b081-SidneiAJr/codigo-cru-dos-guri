      *                (REGRAVACAO NO LUGAR, ARQUIVO AGORA RELATIVO)   *
      *                E EXPURGO DAS REVISADAS ANTERIORES A UMA DATA   *
      *                DE CORTE.                                       *
      * 15/10/26 RPS   SIGN-ON PASSA A EXIGIR O PIN DO CODIGO,         *
      *                CONFERIDO PELO OPERPIN (BLOQUEIO POR TENTATIVAS *
      *                E TROCA OBRIGATORIA DO PIN VENCIDO).            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCMSGL.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-MSG-LIN-TEXTO     PIC X(40).

      *----------------------------------------------------------------*
      * AREA DE TROCA COM O OPERPIN - PIN DO SIGN-ON                   *
      *----------------------------------------------------------------*
       COPY CALCPINX.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
                   END-IF
           END-READ.
           CLOSE OPERMST.
           IF WS-REVISOR-OK
               MOVE "V" TO pnexe-funcao
               MOVE WS-REVISOR TO pnexe-codigo
               MOVE "CALCMSGL" TO pnexe-programa
               CALL "OPERPIN" USING pnexe-parametros
               IF NOT pnexe-pin-ok
                   MOVE "N" TO WS-SW-REVISOR-OK
               END-IF
           ELSE
               MOVE SPACES TO pnexe-retorno
           END-IF.
           IF WS-REVISOR-OK
               DISPLAY "REVISOR " WS-REVISOR " - " WS-REVISOR-NOME
           ELSE
               IF pnexe-retorno = SPACES
                   DISPLAY "OPERADOR NAO CADASTRADO OU INATIVO"
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.
